      *> Record layout for TRANS-FILE, the typed transaction queue
      *> behind the form submits that have no dedicated store of
      *> their own (settings, edit/delete user, guestbook sign,
      *> payment method, suspense assignment). The web tier
      *> appends one Pending record per submission; APPLYTRN
      *> posts the queue in order, flips
      *> each record to Posted or Rejected, and audits every
      *> posting. A large credit or an Owner/Admin grant waits as
      *> Awaiting until a second user decides it on the approval
      *> register (APPROVAL-FILE), and settles on the run after.
      *> The payload is typed by TRN-TYPE - one REDEFINES view
      *> per transaction kind.
       01 TRANS-RECORD.
          05 TRN-SEQ             PIC X(06).
          05 TRN-DATE            PIC X(10).
             88 TRN-PENDING      VALUE 'Pending'.
             88 TRN-POSTED       VALUE 'Posted'.
             88 TRN-REJECTED     VALUE 'Rejected'.
             88 TRN-AWAITING     VALUE 'Awaiting'.
          05 TRN-PAYLOAD         PIC X(120).
          05 TRN-USER-PAYLOAD REDEFINES TRN-PAYLOAD.
             10 TRN-U-ID         PIC X(06).
             10 TRN-U-EMAIL      PIC X(40).
             10 TRN-U-ROLE       PIC X(10).
             10 TRN-U-STATUS     PIC X(10).
             10 TRN-U-PHONE      PIC X(16).
             10 TRN-U-SMS-OPTIN  PIC X(01).
             10 FILLER           PIC X(07).
          05 TRN-SET-PAYLOAD REDEFINES TRN-PAYLOAD.
             10 TRN-S-WS-NAME    PIC X(24).
             10 TRN-S-PUBLIC-URL PIC X(32).
          05 TRN-UNS-PAYLOAD REDEFINES TRN-PAYLOAD.
             10 TRN-UN-EMAIL     PIC X(40).
             10 FILLER           PIC X(80).
      *> sms.unsuppress names the number to take off SMSSUP-FILE.
          05 TRN-SMU-PAYLOAD REDEFINES TRN-PAYLOAD.
             10 TRN-SU-PHONE     PIC X(16).
             10 FILLER           PIC X(104).
          05 TRN-ADJ-PAYLOAD REDEFINES TRN-PAYLOAD.
             10 TRN-A-INVOICE    PIC X(13).
             10 TRN-A-AMOUNT     PIC X(08).
             10 TRN-A-AUTH       PIC X(10).
             10 TRN-A-REASON     PIC X(30).
             10 FILLER           PIC X(59).
      *> payment.update carries the card already reduced by the
      *> payment form: brand, last four, expiry, and holder. The
      *> full number and CVC never reach the queue.
          05 TRN-PMT-PAYLOAD REDEFINES TRN-PAYLOAD.
             10 TRN-PM-BRAND     PIC X(10).
             10 TRN-PM-LAST4     PIC X(04).
             10 TRN-PM-EXP-MM    PIC X(02).
             10 TRN-PM-EXP-YY    PIC X(02).
             10 TRN-PM-HOLDER    PIC X(24).
             10 FILLER           PIC X(78).
      *> billing.suspense.assign names an unapplied-cash item by
      *> its bank reference and the invoice it pays.
          05 TRN-SUS-PAYLOAD REDEFINES TRN-PAYLOAD.
             10 TRN-SA-REF       PIC X(10).
             10 TRN-SA-INVOICE   PIC X(13).
             10 FILLER           PIC X(97).
      *> billing.coupon.redeem names the promotional code the
      *> workspace is redeeming from the coupon master.
          05 TRN-CPN-PAYLOAD REDEFINES TRN-PAYLOAD.
             10 TRN-CP-CODE      PIC X(12).
             10 FILLER           PIC X(108).
      *> billing.promise records a customer's promise to pay an
      *> overdue invoice: the invoice, the amount, and the date
      *> they promised it by. TRN-ACTOR is who took the call.
          05 TRN-PRM-PAYLOAD REDEFINES TRN-PAYLOAD.
             10 TRN-PR-INVOICE   PIC X(13).
             10 TRN-PR-AMOUNT    PIC X(08).
             10 TRN-PR-DATE      PIC X(10).
             10 FILLER           PIC X(89).
      *> fx.rate.signoff settles an exchange rate FXLOAD held back:
      *> the currency and as-of date of the held rate, and the
      *> button pressed. TRN-ACTOR is who signed it off.
          05 TRN-FX-PAYLOAD REDEFINES TRN-PAYLOAD.
             10 TRN-FX-CODE      PIC X(08).
             10 TRN-FX-ASOF      PIC X(10).
             10 TRN-FX-DECISION  PIC X(08).
                88 TRN-FX-APPROVE VALUE 'Approved'.
                88 TRN-FX-REJECT  VALUE 'Rejected'.
             10 FILLER           PIC X(94).
      *> approval.decide settles a held transaction: its TRN-SEQ
      *> on the approval register and the button pressed.
      *> TRN-ACTOR is the approver, who may not be the requester.
          05 TRN-APR-PAYLOAD REDEFINES TRN-PAYLOAD.
             10 TRN-AP-SEQ       PIC X(06).
             10 TRN-AP-DECISION  PIC X(08).
                88 TRN-AP-APPROVE VALUE 'Approved'.
                88 TRN-AP-REJECT  VALUE 'Rejected'.
             10 FILLER           PIC X(106).
      *> support.ticket.merge folds a duplicate (the child) into
      *> the ticket the lead keeps (the parent).
          05 TRN-MRG-PAYLOAD REDEFINES TRN-PAYLOAD.
             10 TRN-MG-CHILD     PIC X(08).
             10 TRN-MG-PARENT    PIC X(08).
             10 FILLER           PIC X(104).
      *> survey.respond comes from the public rating page the
      *> closing survey links to: the ticket id and token from
      *> the link, and the score the requester picked. TRN-ACTOR
      *> is 'guest' - the token is the credential.
          05 TRN-SVY-PAYLOAD REDEFINES TRN-PAYLOAD.
             10 TRN-SV-REF.
                15 TRN-SV-TICKET PIC X(08).
                15 TRN-SV-TOKEN  PIC X(12).
             10 TRN-SV-SCORE     PIC X(01).
             10 FILLER           PIC X(99).
      *> campaign.create and campaign.update carry the wizard's
      *> campaign: the id is blank on a create (APPLYTRN assigns
      *> the next one) and names the campaign on an edit. The
      *> budget is the daily budget as display text, in the
      *> three-letter currency beside it.
          05 TRN-CMP-PAYLOAD REDEFINES TRN-PAYLOAD.
             10 TRN-CM-ID        PIC X(08).
             10 TRN-CM-NAME      PIC X(32).
             10 TRN-CM-CHANNEL   PIC X(08).
             10 TRN-CM-START     PIC X(10).
             10 TRN-CM-END       PIC X(10).
             10 TRN-CM-BUDGET    PIC X(08).
             10 TRN-CM-CURRENCY  PIC X(03).
             10 TRN-CM-URL       PIC X(40).
             10 FILLER           PIC X(01).
      *> campaign.submit names a Draft campaign to send for
      *> approval; campaign.decide settles a Submitted one with
      *> the button pressed and, on a rejection, the reviewer's
      *> reason. TRN-ACTOR is the requester or the reviewer.
          05 TRN-CRV-PAYLOAD REDEFINES TRN-PAYLOAD.
             10 TRN-CR-ID        PIC X(08).
             10 TRN-CR-DECISION  PIC X(08).
                88 TRN-CR-APPROVE VALUE 'Approved'.
                88 TRN-CR-REJECT  VALUE 'Rejected'.
             10 TRN-CR-REASON    PIC X(40).
             10 FILLER           PIC X(64).
      *> The workspace the submitting user was signed in to, a
      *> WORKSPACE-FILE id stamped by the web tier from the
      *> session. Every workspace-owned store a posting touches
      *> is looked up within it.
          05 TRN-WORKSPACE       PIC X(12).
