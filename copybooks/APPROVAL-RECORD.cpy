      *> APPROVAL-RECORD.cpy
      *> Record layout for APPROVAL-FILE, the two-person approval
      *> register. APPLYTRN holds a billing.adjust credit above the
      *> approval limit, and a users.update that grants Owner or
      *> Admin, as Awaiting instead of posting it: the whole
      *> transaction image is kept here under its TRN-SEQ with who
      *> asked for it and when. A second user with the right role
      *> in the same workspace decides it from the approvals card
      *> (approval.decide) - never the requester - and APPLYTRN
      *> posts the held image on Approved, or marks it Failed when
      *> the posting itself no longer goes through. APRSWP expires
      *> whatever is still Awaiting 72 hours after the request.
       01 APPROVAL-RECORD.
          05 APR-TRN-SEQ         PIC X(06).
          05 APR-WORKSPACE       PIC X(12).
          05 APR-KIND            PIC X(10).
             88 APR-CREDIT       VALUE 'credit'.
             88 APR-ROLE-GRANT   VALUE 'role-grant'.
          05 APR-REQUESTER       PIC X(10).
          05 APR-REQ-DATE        PIC X(10).
          05 APR-REQ-TIME        PIC X(08).
          05 APR-STATUS          PIC X(10).
             88 APR-AWAITING     VALUE 'Awaiting'.
             88 APR-APPROVED     VALUE 'Approved'.
             88 APR-REJECTED     VALUE 'Rejected'.
             88 APR-EXPIRED      VALUE 'Expired'.
             88 APR-FAILED       VALUE 'Failed'.
          05 APR-DECIDER         PIC X(10).
          05 APR-DEC-DATE        PIC X(10).
          05 APR-DEC-TIME        PIC X(08).
          05 APR-SUMMARY         PIC X(40).
          05 APR-TRANS           PIC X(200).
