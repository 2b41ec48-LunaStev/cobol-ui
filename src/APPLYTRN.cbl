      *> naming who authorized it, and billing.plan.change moves
      *> the workspace subscription to another PLANS-FILE tier
      *> with a plan-change history row so INVGEN can prorate the
      *> month of the change (the tier's billing term comes along;
      *> an annual term only moves in an anniversary month).
      *> support.ticket.status works a ticket
      *> through its states and stamps every transition into the
      *> ticket event history the SLA clocks run on, and spools a
      *> ticket.status event for WHKSEND to push to the
      *> workspace's webhook subscribers.
      *> support.ticket.merge folds a duplicate into the ticket a
      *> Support lead keeps from the duplicates card: the child
      *> closes with a 'merged into' event, names its parent, and
      *> its thread moves under the parent - the thread file is
      *> written back whole as a new master every run so merged
      *> messages are re-keyed - while the SLA clocks follow the
      *> parent from then on.
      *> A move to Closed also spools the one-question
      *> satisfaction survey to the requester and logs it Sent on
      *> SURVEY-FILE - not to a suppressed address, and not to a
      *> requester already surveyed in the last seven days.
      *> survey.respond, from the public rating page the survey
      *> links to, must carry the ticket and token of a survey
      *> still unanswered; it logs the score Answered, and a
      *> score of 2 or lower spools a follow-up notice to the
      *> Support lead.
      *> campaign.create and campaign.update, from the create-
      *> campaign wizard, land the campaign on CAMPAIGNS-FILE as
      *> Draft (a create takes the next c- id); campaign.submit
      *> sends a Draft or Rejected one for review as Submitted,
      *> and campaign.decide settles it: only a Billing or Owner
      *> member of the workspace other than the requester may
      *> decide, and approving a daily budget worth more than
      *> 500 USD - at the CURRENCY-FILE rate in force on the
      *> start date - takes an Owner. Approved goes Active;
      *> Rejected carries the reviewer's reason, which is also
      *> written to the requester's notification feed. Every
      *> campaign posting leaves a before/after row on the
      *> campaign journal keyed by TRN-SEQ.
      *> users.update also carries the mobile number and SMS
      *> opt-in NOTIFGEN texts alerts by; sms.unsuppress clears a
      *> number SMSSEND put on SMSSUP-FILE as undeliverable.
      *> payment.update stores the workspace's card in the
      *> payment-method vault - brand, last four, expiry, and
      *> holder only, as the payment form reduced it.
      *> billing.suspense.assign ties an unapplied-cash item from
      *> BANKREM to an Open invoice: the item goes Assigned and a
      *> settlement row (method suspense) is appended to
      *> PAYMENTS-FILE for PAYRECON to apply.
      *> billing.coupon.redeem checks the code against the coupon
      *> master - known, not past its redemption expiry, under its
      *> redemption cap, not already redeemed by the workspace and
      *> no other coupon still running - and appends the
      *> redemption to REDEEM-FILE, which INVGEN discounts from.
      *> billing.promise records a customer's promise to pay an
      *> unpaid invoice by a date, appended Active to PROMISE-FILE
      *> - one live promise per invoice - so DUNGEN holds its
      *> notices until PRMSWP finds the promise kept or broken.
      *> fx.rate.signoff approves or rejects an exchange rate
      *> FXLOAD held Pending in FXEXC-FILE, appending the decision
      *> row the next FXLOAD run acts on.
      *> Two people sign off the postings that matter most: a
      *> billing.adjust credit above the approval limit, and a
      *> users.update that makes someone Owner or Admin, are held
      *> Awaiting on APPROVAL-FILE instead of posting.
      *> approval.decide settles one - the approver must be a
      *> different user, Owner (or Billing, for a credit) in the
      *> same workspace, deciding inside 72 hours of the request.
      *> Approved posts the held image as it would have posted;
      *> either way both names are audited, and the held queue
      *> row takes its final status on the run after the decision.
      *> billing.adjust and billing.suspense.assign are postings
      *> to the receivables ledger: one dated inside a fiscal
      *> period BILCLOSE has already closed on CLOSEREG-FILE is
      *> rejected, so a closed period's totals never move.
      *> Every users.update and users.delete posting also leaves
      *> a before/after journal row keyed by TRN-SEQ, so account
      *> disputes replay from the journal instead of from memory.
      *> Every posting is confined to the workspace stamped on
      *> the transaction (TRN-WORKSPACE): settings.update saves
      *> that workspace's settings record (its first save adds
      *> one), the billing postings work its subscription and its
      *> invoices, the ticket postings its tickets, and the users
      *> postings only reach its members - users.update carries
      *> the role into the membership, users.delete removes the
      *> membership and deletes the account only when it belongs
      *> to no other workspace. A row naming another workspace's
      *> data is rejected as not found.
      *> Each posting writes its own audit event continuing the
      *> AUDIT-SEQ series. A transaction that cannot post (unknown
      *> user, blank guestbook name) goes to the reject queue with
      *> a reason and is marked Rejected; a type with no posting
      *> rule yet is left Pending for a later engine release. The
      *> queue is rewritten with final statuses
      *> and the new masters land beside the old ones - the JCL
      *> promotes them only on a clean end, and the users master
      *> KSDS must be reloaded (jcl/USRIDX.jcl) after any users
      *> posting. RC=4 when anything was rejected.
      *> PARM='REPLAY' is forward recovery (jcl/FWDRCV.jcl): the
      *> queue is transactions that already posted once, and only
      *> the users, invoices and guestbook masters were restored.
      *> A type that changes none of those is left Skipped - its
      *> store already holds it - and so is a row the approval
      *> register shows was held: its approval.decide posts the
      *> held image again at the point it posted the first time,
      *> with no second hold and no decider or age check. The
      *> side-store refusals that only say the change is already
      *> there (a membership gone, a period closed since) do not
      *> stop a restored master catching up.
      *> No master or side file is held in storage: each posts
      *> through a keyed work copy - a VSAM cluster the JCL
      *> defines empty every run - loaded from the sequential
      *> file at the start, read and updated by key while the
      *> queue posts, and unloaded at the end in the old file's
      *> order with this run's additions after it. The logs the
      *> run only appends to (redemptions, promises, rate
      *> sign-offs, surveys, thread replies) load into keyed
      *> copies for lookup and are never unloaded; the close
      *> register is read straight from its file on each check.
      *> Lookups by name (an assignee, an approver) browse the
      *> users copy in USER-ID order the way AUTHCHK does. The
      *> report closes with a run-statistics page: per master,
      *> the records read and the transactions posted and
      *> rejected against it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPLYTRN.
       ENVIRONMENT DIVISION.
               FILE STATUS IS ATR-USRIN-STATUS.
           SELECT USERS-OUT ASSIGN TO USRNEWDD
               FILE STATUS IS ATR-USROUT-STATUS.
           SELECT MEMBER-IN ASSIGN TO MBRINDD
               FILE STATUS IS ATR-MBRIN-STATUS.
           SELECT MEMBER-OUT ASSIGN TO MBRNEWDD
               FILE STATUS IS ATR-MBROUT-STATUS.
           SELECT SETTINGS-IN ASSIGN TO SETINDD
               FILE STATUS IS ATR-SETIN-STATUS.
           SELECT SETTINGS-OUT ASSIGN TO SETNEWDD
               FILE STATUS IS ATR-SUPIN-STATUS.
           SELECT SUPPRESS-OUT ASSIGN TO SUPNEWDD
               FILE STATUS IS ATR-SUPOUT-STATUS.
           SELECT SMSSUP-IN ASSIGN TO SSPINDD
               FILE STATUS IS ATR-SSPIN-STATUS.
           SELECT SMSSUP-OUT ASSIGN TO SSPNEWDD
               FILE STATUS IS ATR-SSPOUT-STATUS.
           SELECT TKTMSG-IN ASSIGN TO TKMINDD
               FILE STATUS IS ATR-TKMIN-STATUS.
           SELECT TKTMSG-OUT ASSIGN TO TKMOUTDD
               FILE STATUS IS ATR-TKMOUT-STATUS.
           SELECT TKTMSG-NEW ASSIGN TO TKMNEWDD
               FILE STATUS IS ATR-TKMNEW-STATUS.
           SELECT SURVEY-IN ASSIGN TO SVYINDD
               FILE STATUS IS ATR-SVYIN-STATUS.
           SELECT SURVEY-OUT ASSIGN TO SVYOUTDD
               FILE STATUS IS ATR-SVYOUT-STATUS.
           SELECT SPOOL-OUT ASSIGN TO MAILSPDD
               FILE STATUS IS ATR-SPL-STATUS.
           SELECT TICKET-IN ASSIGN TO TKTINDD
               FILE STATUS IS ATR-TKTOUT-STATUS.
           SELECT TKTEVENT-OUT ASSIGN TO TKEOUTDD
               FILE STATUS IS ATR-TKEOUT-STATUS.
           SELECT WHKEVT-OUT ASSIGN TO WHESPDD
               FILE STATUS IS ATR-WHE-STATUS.
           SELECT INVOICE-IN ASSIGN TO INVINDD
               FILE STATUS IS ATR-INVIN-STATUS.
           SELECT INVOICE-OUT ASSIGN TO INVOUTDD
               FILE STATUS IS ATR-ADJIN-STATUS.
           SELECT ADJUST-OUT ASSIGN TO ADJOUTDD
               FILE STATUS IS ATR-ADJOUT-STATUS.
           SELECT PAYMETH-IN ASSIGN TO PMINDD
               FILE STATUS IS ATR-PMIN-STATUS.
           SELECT PAYMETH-OUT ASSIGN TO PMNEWDD
               FILE STATUS IS ATR-PMOUT-STATUS.
           SELECT SUSP-IN ASSIGN TO SUSINDD
               FILE STATUS IS ATR-SUSIN-STATUS.
           SELECT SUSP-OUT ASSIGN TO SUSNEWDD
               FILE STATUS IS ATR-SUSOUT-STATUS.
           SELECT PAYMENT-OUT ASSIGN TO PAYOUTDD
               FILE STATUS IS ATR-PAYOUT-STATUS.
           SELECT COUPON-IN ASSIGN TO CPNINDD
               FILE STATUS IS ATR-CPNIN-STATUS.
           SELECT REDEEM-IN ASSIGN TO RDMINDD
               FILE STATUS IS ATR-RDMIN-STATUS.
           SELECT REDEEM-OUT ASSIGN TO RDMOUTDD
               FILE STATUS IS ATR-RDMOUT-STATUS.
           SELECT PROMISE-IN ASSIGN TO PRMINDD
               FILE STATUS IS ATR-PRMIN-STATUS.
           SELECT PROMISE-OUT ASSIGN TO PRMOUTDD
               FILE STATUS IS ATR-PRMOUT-STATUS.
           SELECT FXEXC-IN ASSIGN TO FXXINDD
               FILE STATUS IS ATR-FXXIN-STATUS.
           SELECT FXEXC-OUT ASSIGN TO FXXOUTDD
               FILE STATUS IS ATR-FXXOUT-STATUS.
           SELECT CLOSE-IN ASSIGN TO CLRINDD
               FILE STATUS IS ATR-CLRIN-STATUS.
           SELECT APPROVAL-IN ASSIGN TO APRINDD
               FILE STATUS IS ATR-APRIN-STATUS.
           SELECT APPROVAL-OUT ASSIGN TO APRNEWDD
               FILE STATUS IS ATR-APROUT-STATUS.
           SELECT CAMP-IN ASSIGN TO CMPINDD
               FILE STATUS IS ATR-CMPIN-STATUS.
           SELECT CAMP-OUT ASSIGN TO CMPNEWDD
               FILE STATUS IS ATR-CMPOUT-STATUS.
           SELECT CMPJRNL-OUT ASSIGN TO CJROUTDD
               FILE STATUS IS ATR-CJR-STATUS.
           SELECT CURRENCY-IN ASSIGN TO CURRDD
               FILE STATUS IS ATR-CURR-STATUS.
           SELECT NOTIFY-IN ASSIGN TO NTFINDD
               FILE STATUS IS ATR-NTFIN-STATUS.
           SELECT NOTIFY-OUT ASSIGN TO NTFOUTDD
               FILE STATUS IS ATR-NTFOUT-STATUS.
           SELECT REJECT-OUT ASSIGN TO REJECTDD
               FILE STATUS IS ATR-REJ-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS ATR-RPT-STATUS.
           SELECT USERS-WORK ASSIGN TO USRWKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UWK-ID
               FILE STATUS IS ATR-USRWK-STATUS.
           SELECT GUEST-WORK ASSIGN TO GBWKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GWK-ID
               FILE STATUS IS ATR-GBWK-STATUS.
           SELECT INVOICE-WORK ASSIGN TO INVWKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IWK-NUMBER
               FILE STATUS IS ATR-INVWK-STATUS.
           SELECT TICKET-WORK ASSIGN TO TKTWKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TWK-ID
               FILE STATUS IS ATR-TKTWK-STATUS.
           SELECT SUPPRESS-WORK ASSIGN TO SUPWKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SWK-EMAIL
               FILE STATUS IS ATR-SUPWK-STATUS.
           SELECT SETTINGS-WORK ASSIGN TO SETWKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STW-WORKSPACE
               FILE STATUS IS ATR-SETWK-STATUS.
           SELECT SUBS-WORK ASSIGN TO SUBWKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SBW-WORKSPACE
               FILE STATUS IS ATR-SUBWK-STATUS.
           SELECT MEMBER-WORK ASSIGN TO MBRWKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBW-KEY
               FILE STATUS IS ATR-MBRWK-STATUS.
           SELECT SCHED-WORK ASSIGN TO SCHWKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCW-JOB
               FILE STATUS IS ATR-SCHWK-STATUS.
           SELECT PLAN-WORK ASSIGN TO PLNWKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLW-ID
               FILE STATUS IS ATR-PLNWK-STATUS.
           SELECT SURVEY-WORK ASSIGN TO SVYWKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SVW-KEY
               FILE STATUS IS ATR-SVYWK-STATUS.
           SELECT SVYSENT-WORK ASSIGN TO SVRWKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SRW-KEY
               FILE STATUS IS ATR-SVRWK-STATUS.
           SELECT CAMP-WORK ASSIGN TO CMPWKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMW-ID
               FILE STATUS IS ATR-CMPWK-STATUS.
           SELECT SMSSUP-WORK ASSIGN TO SSPWKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSW-PHONE
               FILE STATUS IS ATR-SSPWK-STATUS.
           SELECT OUTBOUND-WORK ASSIGN TO OUTWKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OBW-TICKET
               FILE STATUS IS ATR-OUTWK-STATUS.
           SELECT PAYMETH-WORK ASSIGN TO PMWKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMW-WORKSPACE
               FILE STATUS IS ATR-PMWK-STATUS.
           SELECT SUSP-WORK ASSIGN TO SUSWKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SXW-REF
               FILE STATUS IS ATR-SUSWK-STATUS.
           SELECT COUPON-WORK ASSIGN TO CPNWKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPW-CODE
               FILE STATUS IS ATR-CPNWK-STATUS.
           SELECT REDEEM-WORK ASSIGN TO RDMWKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RDW-SEQ
               FILE STATUS IS ATR-RDMWK-STATUS.
           SELECT PROMISE-WORK ASSIGN TO PRMWKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRW-INVOICE
               FILE STATUS IS ATR-PRMWK-STATUS.
           SELECT FXEXC-WORK ASSIGN TO FXXWKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXW-KEY
               FILE STATUS IS ATR-FXXWK-STATUS.
           SELECT APPROVAL-WORK ASSIGN TO APRWKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APW-SEQ
               FILE STATUS IS ATR-APRWK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-IN.
       01  TRANS-IN-RECORD        PIC X(200).
       FD  TRANS-OUT.
       01  TRANS-OUT-RECORD       PIC X(200).
       FD  USERS-IN.
       01  USERS-IN-RECORD        PIC X(113).
       FD  USERS-OUT.
       01  USERS-OUT-RECORD       PIC X(113).
       FD  MEMBER-IN.
       01  MEMBER-IN-RECORD       PIC X(48).
       FD  MEMBER-OUT.
       01  MEMBER-OUT-RECORD      PIC X(48).
       FD  SETTINGS-IN.
       01  SETTINGS-IN-RECORD     PIC X(81).
       FD  SETTINGS-OUT.
       01  SETTINGS-OUT-RECORD    PIC X(81).
       FD  SCHED-IN.
       01  SCHED-IN-RECORD        PIC X(49).
       FD  SCHED-OUT.
       01  SCHED-OUT-RECORD       PIC X(49).
       FD  GUEST-IN.
       01  GUEST-IN-RECORD        PIC X(106).
       FD  GUEST-OUT.
       01  GUEST-OUT-RECORD       PIC X(106).
       FD  AUDIT-IN.
       01  AUDIT-IN-RECORD        PIC X(84).
       FD  AUDIT-OUT.
       01  AUDIT-OUT-RECORD       PIC X(84).
       FD  JOURNAL-OUT.
       01  JOURNAL-OUT-RECORD     PIC X(264).
       FD  SUPPRESS-IN.
       01  SUPPRESS-IN-RECORD     PIC X(70).
       FD  SUPPRESS-OUT.
       01  SUPPRESS-OUT-RECORD    PIC X(70).
       FD  SMSSUP-IN.
       01  SMSSUP-IN-RECORD       PIC X(46).
       FD  SMSSUP-OUT.
       01  SMSSUP-OUT-RECORD      PIC X(46).
       FD  TKTMSG-IN.
       01  TKTMSG-IN-RECORD       PIC X(143).
       FD  TKTMSG-OUT.
       01  TKTMSG-OUT-RECORD      PIC X(143).
       FD  TKTMSG-NEW.
       01  TKTMSG-NEW-RECORD      PIC X(143).
       FD  SURVEY-IN.
       01  SURVEY-IN-RECORD       PIC X(111).
       FD  SURVEY-OUT.
       01  SURVEY-OUT-RECORD      PIC X(111).
       FD  SPOOL-OUT.
       01  SPOOL-OUT-RECORD       PIC X(94).
       FD  TICKET-IN.
       01  TICKET-IN-RECORD       PIC X(246).
       FD  TICKET-OUT.
       01  TICKET-OUT-RECORD      PIC X(246).
       FD  TKTEVENT-OUT.
       01  TKTEVENT-OUT-RECORD    PIC X(84).
       FD  WHKEVT-OUT.
       01  WHKEVT-OUT-RECORD      PIC X(102).
       FD  SUBS-IN.
       01  SUBS-IN-RECORD         PIC X(93).
       FD  SUBS-OUT.
       01  SUBS-OUT-RECORD        PIC X(93).
       FD  PLANS-IN.
       01  PLANS-IN-RECORD        PIC X(103).
       FD  PLANHIST-OUT.
       01  PLANHIST-OUT-RECORD    PIC X(80).
       FD  INVOICE-IN.
       01  INVOICE-IN-RECORD      PIC X(134).
       FD  INVOICE-OUT.
       01  INVOICE-OUT-RECORD     PIC X(134).
       FD  ADJUST-IN.
       01  ADJUST-IN-RECORD       PIC X(95).
       FD  ADJUST-OUT.
       01  ADJUST-OUT-RECORD      PIC X(95).
       FD  PAYMETH-IN.
       01  PAYMETH-IN-RECORD      PIC X(74).
       FD  PAYMETH-OUT.
       01  PAYMETH-OUT-RECORD     PIC X(74).
       FD  SUSP-IN.
       01  SUSP-IN-RECORD         PIC X(190).
       FD  SUSP-OUT.
       01  SUSP-OUT-RECORD        PIC X(190).
       FD  PAYMENT-OUT.
       01  PAYMENT-OUT-RECORD     PIC X(72).
       FD  COUPON-IN.
       01  COUPON-IN-RECORD       PIC X(73).
       FD  REDEEM-IN.
       01  REDEEM-IN-RECORD       PIC X(73).
       FD  REDEEM-OUT.
       01  REDEEM-OUT-RECORD      PIC X(73).
       FD  PROMISE-IN.
       01  PROMISE-IN-RECORD      PIC X(86).
       FD  PROMISE-OUT.
       01  PROMISE-OUT-RECORD     PIC X(86).
       FD  FXEXC-IN.
       01  FXEXC-IN-RECORD        PIC X(93).
       FD  FXEXC-OUT.
       01  FXEXC-OUT-RECORD       PIC X(93).
       FD  CLOSE-IN.
       01  CLOSE-IN-RECORD        PIC X(104).
       FD  APPROVAL-IN.
       01  APPROVAL-IN-RECORD     PIC X(334).
       FD  APPROVAL-OUT.
       01  APPROVAL-OUT-RECORD    PIC X(334).
       FD  CAMP-IN.
       01  CAMP-IN-RECORD         PIC X(218).
       FD  CAMP-OUT.
       01  CAMP-OUT-RECORD        PIC X(218).
       FD  CMPJRNL-OUT.
       01  CMPJRNL-OUT-RECORD     PIC X(494).
       FD  CURRENCY-IN.
       01  CURRENCY-IN-RECORD     PIC X(28).
       FD  NOTIFY-IN.
       01  NOTIFY-IN-RECORD       PIC X(82).
       FD  NOTIFY-OUT.
       01  NOTIFY-OUT-RECORD      PIC X(82).
       FD  REJECT-OUT.
       01  REJECT-RECORD.
           05 REJ-REASON          PIC X(40).
           05 REJ-IMAGE           PIC X(200).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
      *> The keyed work copies: each record is the master's own
      *> image, keyed on its leading field.
       FD  USERS-WORK.
       01  USERS-WORK-RECORD.
           05 UWK-ID              PIC X(06).
           05 FILLER              PIC X(107).
       FD  GUEST-WORK.
       01  GUEST-WORK-RECORD.
           05 GWK-ID              PIC X(06).
           05 FILLER              PIC X(100).
       FD  INVOICE-WORK.
       01  INVOICE-WORK-RECORD.
           05 IWK-NUMBER          PIC X(13).
           05 FILLER              PIC X(121).
       FD  TICKET-WORK.
       01  TICKET-WORK-RECORD.
           05 TWK-ID              PIC X(08).
           05 FILLER              PIC X(238).
       FD  SUPPRESS-WORK.
       01  SUPPRESS-WORK-RECORD.
           05 SWK-EMAIL           PIC X(40).
           05 FILLER              PIC X(30).
      *> The settings record carries its workspace last.
       FD  SETTINGS-WORK.
       01  SETTINGS-WORK-RECORD.
           05 FILLER              PIC X(69).
           05 STW-WORKSPACE       PIC X(12).
       FD  SUBS-WORK.
       01  SUBS-WORK-RECORD.
           05 SBW-WORKSPACE       PIC X(12).
           05 FILLER              PIC X(81).
       FD  MEMBER-WORK.
       01  MEMBER-WORK-RECORD.
           05 MBW-KEY.
              10 MBW-WORKSPACE    PIC X(12).
              10 MBW-USER-ID      PIC X(06).
           05 FILLER              PIC X(10).
           05 MBW-STATUS          PIC X(10).
              88 MBW-ACTIVE       VALUE 'Active'.
           05 FILLER              PIC X(10).
       FD  SCHED-WORK.
       01  SCHED-WORK-RECORD.
           05 SCW-JOB             PIC X(08).
           05 FILLER              PIC X(41).
       FD  PLAN-WORK.
       01  PLAN-WORK-RECORD.
           05 PLW-ID              PIC X(04).
           05 FILLER              PIC X(99).
      *> Survey log rows by ticket, token and kind: a Sent row is
      *> the survey, an Answered row under the same ticket and
      *> token means it has been answered.
       FD  SURVEY-WORK.
       01  SURVEY-WORK-RECORD.
           05 SVW-KEY.
              10 SVW-TICKET       PIC X(08).
              10 SVW-TOKEN        PIC X(12).
              10 SVW-KIND         PIC X(08).
           05 FILLER              PIC X(83).
      *> One row per survey sent, by requester and send-date
      *> serial, for the once-a-week rule.
       FD  SVYSENT-WORK.
       01  SVYSENT-WORK-RECORD.
           05 SRW-KEY.
              10 SRW-EMAIL        PIC X(32).
              10 SRW-SERIAL       PIC 9(07).
              10 SRW-TICKET       PIC X(08).
       FD  CAMP-WORK.
       01  CAMP-WORK-RECORD.
           05 CMW-ID              PIC X(08).
           05 FILLER              PIC X(210).
       FD  SMSSUP-WORK.
       01  SMSSUP-WORK-RECORD.
           05 SSW-PHONE           PIC X(16).
           05 FILLER              PIC X(30).
      *> Tickets that already carry an outbound reply.
       FD  OUTBOUND-WORK.
       01  OUTBOUND-WORK-RECORD.
           05 OBW-TICKET          PIC X(08).
       FD  PAYMETH-WORK.
       01  PAYMETH-WORK-RECORD.
           05 PMW-WORKSPACE       PIC X(12).
           05 FILLER              PIC X(62).
       FD  SUSP-WORK.
       01  SUSP-WORK-RECORD.
           05 SXW-REF             PIC X(10).
           05 FILLER              PIC X(180).
       FD  COUPON-WORK.
       01  COUPON-WORK-RECORD.
           05 CPW-CODE            PIC X(12).
           05 FILLER              PIC X(61).
      *> The redemption ledger in the order it was written.
       FD  REDEEM-WORK.
       01  REDEEM-WORK-RECORD.
           05 RDW-SEQ             PIC 9(08).
           05 RDW-IMAGE           PIC X(73).
      *> Invoices under an Active promise.
       FD  PROMISE-WORK.
       01  PROMISE-WORK-RECORD.
           05 PRW-INVOICE         PIC X(13).
      *> The rate exception register by rate and as-of date, in
      *> the order written within each; the last is its standing.
       FD  FXEXC-WORK.
       01  FXEXC-WORK-RECORD.
           05 FXW-KEY.
              10 FXW-CODE         PIC X(08).
              10 FXW-ASOF         PIC X(10).
              10 FXW-SEQ          PIC 9(08).
           05 FXW-IMAGE           PIC X(93).
       FD  APPROVAL-WORK.
       01  APPROVAL-WORK-RECORD.
           05 APW-SEQ             PIC X(06).
           05 FILLER              PIC X(328).
       WORKING-STORAGE SECTION.
       77  ATR-TRNIN-STATUS       PIC X(02).
       77  ATR-TRNOUT-STATUS      PIC X(02).
       77  ATR-USRIN-STATUS       PIC X(02).
       77  ATR-USROUT-STATUS      PIC X(02).
       77  ATR-MBRIN-STATUS       PIC X(02).
       77  ATR-MBROUT-STATUS      PIC X(02).
       77  ATR-SETIN-STATUS       PIC X(02).
       77  ATR-SETOUT-STATUS      PIC X(02).
       77  ATR-SCHIN-STATUS       PIC X(02).
       77  ATR-JRN-STATUS         PIC X(02).
       77  ATR-SUPIN-STATUS       PIC X(02).
       77  ATR-SUPOUT-STATUS      PIC X(02).
       77  ATR-SSPIN-STATUS       PIC X(02).
       77  ATR-SSPOUT-STATUS      PIC X(02).
       77  ATR-TKMIN-STATUS       PIC X(02).
       77  ATR-TKMOUT-STATUS      PIC X(02).
       77  ATR-TKMNEW-STATUS      PIC X(02).
       77  ATR-SVYIN-STATUS       PIC X(02).
       77  ATR-SVYOUT-STATUS      PIC X(02).
       77  ATR-SPL-STATUS         PIC X(02).
       77  ATR-TKTIN-STATUS       PIC X(02).
       77  ATR-TKTOUT-STATUS      PIC X(02).
       77  ATR-TKEOUT-STATUS      PIC X(02).
       77  ATR-WHE-STATUS         PIC X(02).
       77  ATR-SUBIN-STATUS       PIC X(02).
       77  ATR-SUBOUT-STATUS      PIC X(02).
       77  ATR-PLNIN-STATUS       PIC X(02).
       77  ATR-INVOUT-STATUS      PIC X(02).
       77  ATR-ADJIN-STATUS       PIC X(02).
       77  ATR-ADJOUT-STATUS      PIC X(02).
       77  ATR-PMIN-STATUS        PIC X(02).
       77  ATR-PMOUT-STATUS       PIC X(02).
       77  ATR-SUSIN-STATUS       PIC X(02).
       77  ATR-SUSOUT-STATUS      PIC X(02).
       77  ATR-PAYOUT-STATUS      PIC X(02).
       77  ATR-CPNIN-STATUS       PIC X(02).
       77  ATR-RDMIN-STATUS       PIC X(02).
       77  ATR-RDMOUT-STATUS      PIC X(02).
       77  ATR-PRMIN-STATUS       PIC X(02).
       77  ATR-PRMOUT-STATUS      PIC X(02).
       77  ATR-FXXIN-STATUS       PIC X(02).
       77  ATR-FXXOUT-STATUS      PIC X(02).
       77  ATR-CLRIN-STATUS       PIC X(02).
       77  ATR-APRIN-STATUS       PIC X(02).
       77  ATR-APROUT-STATUS      PIC X(02).
       77  ATR-CMPIN-STATUS       PIC X(02).
       77  ATR-CMPOUT-STATUS      PIC X(02).
       77  ATR-CJR-STATUS         PIC X(02).
       77  ATR-CURR-STATUS        PIC X(02).
       77  ATR-NTFIN-STATUS       PIC X(02).
       77  ATR-NTFOUT-STATUS      PIC X(02).
       77  ATR-REJ-STATUS         PIC X(02).
       77  ATR-RPT-STATUS         PIC X(02).
       77  ATR-USRWK-STATUS       PIC X(02).
       77  ATR-GBWK-STATUS        PIC X(02).
       77  ATR-INVWK-STATUS       PIC X(02).
       77  ATR-TKTWK-STATUS       PIC X(02).
       77  ATR-SUPWK-STATUS       PIC X(02).
       77  ATR-SETWK-STATUS       PIC X(02).
       77  ATR-SUBWK-STATUS       PIC X(02).
       77  ATR-MBRWK-STATUS       PIC X(02).
       77  ATR-SCHWK-STATUS       PIC X(02).
       77  ATR-PLNWK-STATUS       PIC X(02).
       77  ATR-SVYWK-STATUS       PIC X(02).
       77  ATR-SVRWK-STATUS       PIC X(02).
       77  ATR-CMPWK-STATUS       PIC X(02).
       77  ATR-SSPWK-STATUS       PIC X(02).
       77  ATR-OUTWK-STATUS       PIC X(02).
       77  ATR-PMWK-STATUS        PIC X(02).
       77  ATR-SUSWK-STATUS       PIC X(02).
       77  ATR-CPNWK-STATUS       PIC X(02).
       77  ATR-RDMWK-STATUS       PIC X(02).
       77  ATR-PRMWK-STATUS       PIC X(02).
       77  ATR-FXXWK-STATUS       PIC X(02).
       77  ATR-APRWK-STATUS       PIC X(02).
       77  ATR-READ-CT            PIC 9(05) COMP VALUE ZERO.
       77  ATR-POSTED-CT          PIC 9(05) COMP VALUE ZERO.
       77  ATR-REJECTED-CT        PIC 9(05) COMP VALUE ZERO.
       77  ATR-QUEUED-CT          PIC 9(05) COMP VALUE ZERO.
       77  ATR-SKIPPED-CT         PIC 9(05) COMP VALUE ZERO.
       77  ATR-HELD-CT            PIC 9(05) COMP VALUE ZERO.
       77  ATR-SETTLED-CT         PIC 9(05) COMP VALUE ZERO.
      *> A keyed read of a work copy sets its hit to 1 when the
      *> record looked for is there, zero when it is not.
       77  ATR-HIT                PIC 9(05) COMP VALUE ZERO.
       77  ATR-GB-HIT             PIC 9(03) COMP VALUE ZERO.
       77  ATR-GB-NEXT-ID         PIC 9(04) VALUE ZERO.
       77  ATR-SCH-HIT            PIC 9(03) COMP VALUE ZERO.
       77  ATR-NEXT-SEQ           PIC 9(08) VALUE ZERO.
       77  ATR-INV-HIT            PIC 9(03) COMP VALUE ZERO.
       77  ATR-NEXT-CRM           PIC 9(04) VALUE ZERO.
      *> The highest g- and CRM- numbers on file when the run
      *> started; a key above them was added by this run.
       77  ATR-GB-LOAD-HIGH       PIC 9(04) VALUE ZERO.
       77  ATR-CRM-LOAD-HIGH      PIC 9(04) VALUE ZERO.
      *> Write-order numbers keying the redemption and rate
      *> exception copies.
       77  ATR-RDM-SEQ            PIC 9(08) VALUE ZERO.
       77  ATR-FXX-SEQ            PIC 9(08) VALUE ZERO.
       01  ATR-SWITCHES.
           05 ATR-TRNIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 ATR-TRNIN-EOF    VALUE 'Y'.
              88 ATR-SCHIN-EOF    VALUE 'Y'.
           05 ATR-AUDIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 ATR-AUDIN-EOF    VALUE 'Y'.
           05 ATR-SETIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 ATR-SETIN-EOF    VALUE 'Y'.
           05 ATR-MBRIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 ATR-MBRIN-EOF    VALUE 'Y'.
           05 ATR-INVIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 ATR-INVIN-EOF    VALUE 'Y'.
           05 ATR-ADJIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 ATR-TKMIN-EOF    VALUE 'Y'.
           05 ATR-SUPIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 ATR-SUPIN-EOF    VALUE 'Y'.
           05 ATR-SSPIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 ATR-SSPIN-EOF    VALUE 'Y'.
           05 ATR-PLNIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 ATR-PLNIN-EOF    VALUE 'Y'.
           05 ATR-PMIN-EOF-SW     PIC X(01) VALUE 'N'.
              88 ATR-PMIN-EOF     VALUE 'Y'.
           05 ATR-SUSIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 ATR-SUSIN-EOF    VALUE 'Y'.
           05 ATR-CPNIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 ATR-CPNIN-EOF    VALUE 'Y'.
           05 ATR-RDMIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 ATR-RDMIN-EOF    VALUE 'Y'.
           05 ATR-RDM-BLOCK-SW    PIC X(01) VALUE 'N'.
              88 ATR-RDM-BLOCKED  VALUE 'Y'.
           05 ATR-PRMIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 ATR-PRMIN-EOF    VALUE 'Y'.
           05 ATR-FXXIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 ATR-FXXIN-EOF    VALUE 'Y'.
           05 ATR-CLRIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 ATR-CLRIN-EOF    VALUE 'Y'.
           05 ATR-APRIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 ATR-APRIN-EOF    VALUE 'Y'.
           05 ATR-SVYIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 ATR-SVYIN-EOF    VALUE 'Y'.
           05 ATR-CMPIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 ATR-CMPIN-EOF    VALUE 'Y'.
           05 ATR-CURR-EOF-SW     PIC X(01) VALUE 'N'.
              88 ATR-CURR-EOF     VALUE 'Y'.
           05 ATR-NTFIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 ATR-NTFIN-EOF    VALUE 'Y'.
           05 ATR-USRWK-EOF-SW    PIC X(01) VALUE 'N'.
              88 ATR-USRWK-EOF    VALUE 'Y'.
           05 ATR-GBWK-EOF-SW     PIC X(01) VALUE 'N'.
              88 ATR-GBWK-EOF     VALUE 'Y'.
           05 ATR-INVWK-EOF-SW    PIC X(01) VALUE 'N'.
              88 ATR-INVWK-EOF    VALUE 'Y'.
           05 ATR-TKTWK-EOF-SW    PIC X(01) VALUE 'N'.
              88 ATR-TKTWK-EOF    VALUE 'Y'.
           05 ATR-SETWK-EOF-SW    PIC X(01) VALUE 'N'.
              88 ATR-SETWK-EOF    VALUE 'Y'.
           05 ATR-MBRWK-EOF-SW    PIC X(01) VALUE 'N'.
              88 ATR-MBRWK-EOF    VALUE 'Y'.
           05 ATR-CMPWK-EOF-SW    PIC X(01) VALUE 'N'.
              88 ATR-CMPWK-EOF    VALUE 'Y'.
           05 ATR-PMWK-EOF-SW     PIC X(01) VALUE 'N'.
              88 ATR-PMWK-EOF     VALUE 'Y'.
           05 ATR-RDMWK-EOF-SW    PIC X(01) VALUE 'N'.
              88 ATR-RDMWK-EOF    VALUE 'Y'.
           05 ATR-FXXWK-EOF-SW    PIC X(01) VALUE 'N'.
              88 ATR-FXXWK-EOF    VALUE 'Y'.
           05 ATR-APRWK-EOF-SW    PIC X(01) VALUE 'N'.
              88 ATR-APRWK-EOF    VALUE 'Y'.
      *> On while an approved transaction is being posted from
      *> its held image, so the posting does not hold it again.
           05 ATR-APPROVING-SW    PIC X(01) VALUE 'N'.
              88 ATR-APPROVING    VALUE 'Y'.
      *> On for the forward-recovery replay (PARM='REPLAY').
           05 ATR-REPLAY-SW       PIC X(01) VALUE 'N'.
              88 ATR-REPLAY       VALUE 'Y'.
       01  ATR-SEQ-WORK.
           05 ATR-SEQ-X           PIC X(04).
           05 ATR-SEQ-9 REDEFINES ATR-SEQ-X
                                  PIC 9(04).
       01  ATR-AUD-SEQ-WORK.
           05 ATR-AUD-SEQ-X       PIC X(08).
           05 ATR-AUD-SEQ-9 REDEFINES ATR-AUD-SEQ-X
                                  PIC 9(08).
      *> Read, posted and rejected counts for each master the
      *> run touches, printed as the run-statistics page.
       77  ATR-STX                PIC 9(02) COMP VALUE ZERO.
       01  ATR-STAT-NAMES.
           05 FILLER              PIC X(20) VALUE 'USERS'.
           05 FILLER              PIC X(20) VALUE 'SETTINGS'.
           05 FILLER              PIC X(20) VALUE 'GUESTBOOK'.
           05 FILLER              PIC X(20) VALUE 'SCHEDULE'.
           05 FILLER              PIC X(20) VALUE 'INVOICES'.
           05 FILLER              PIC X(20) VALUE 'SUBSCRIPTIONS'.
           05 FILLER              PIC X(20) VALUE 'TICKETS'.
           05 FILLER              PIC X(20) VALUE 'SURVEYS'.
           05 FILLER              PIC X(20) VALUE 'MAIL SUPPRESSION'.
           05 FILLER              PIC X(20) VALUE 'SMS SUPPRESSION'.
           05 FILLER              PIC X(20) VALUE 'PAYMENT METHODS'.
           05 FILLER              PIC X(20) VALUE 'SUSPENSE'.
           05 FILLER              PIC X(20) VALUE 'COUPON REDEMPTIONS'.
           05 FILLER              PIC X(20) VALUE 'PROMISES'.
           05 FILLER              PIC X(20) VALUE 'RATE EXCEPTIONS'.
           05 FILLER              PIC X(20) VALUE 'APPROVALS'.
           05 FILLER              PIC X(20) VALUE 'CAMPAIGNS'.
           05 FILLER              PIC X(20) VALUE 'MEMBERSHIPS'.
       01  ATR-STAT-NAME-TABLE REDEFINES ATR-STAT-NAMES.
           05 ATR-STAT-NAME       PIC X(20) OCCURS 18 TIMES.
       01  ATR-STAT-TABLE.
           05 ATR-STAT OCCURS 18 TIMES.
              10 ATR-ST-READ      PIC 9(07) COMP VALUE ZERO.
              10 ATR-ST-POSTED    PIC 9(07) COMP VALUE ZERO.
              10 ATR-ST-REJECTED  PIC 9(07) COMP VALUE ZERO.
       01  ATR-STAT-HEAD.
           05 FILLER              PIC X(20) VALUE 'MASTER'.
           05 FILLER              PIC X(12) VALUE '        READ'.
           05 FILLER              PIC X(12) VALUE '      POSTED'.
           05 FILLER              PIC X(12) VALUE '    REJECTED'.
       01  ATR-STAT-LINE.
           05 SL-NAME             PIC X(20).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 SL-READ             PIC ZZZZZZ9.
           05 FILLER              PIC X(05) VALUE SPACES.
           05 SL-POSTED           PIC ZZZZZZ9.
           05 FILLER              PIC X(05) VALUE SPACES.
           05 SL-REJECTED         PIC ZZZZZZ9.
      *> One settings record and one subscription per workspace,
      *> and every membership.
       77  ATR-SET-HIT            PIC 9(03) COMP VALUE ZERO.
       77  ATR-SUB-HIT            PIC 9(03) COMP VALUE ZERO.
       77  ATR-MBR-HIT            PIC 9(05) COMP VALUE ZERO.
       77  ATR-MBR-OTHER-CT       PIC 9(05) COMP VALUE ZERO.
       01  ATR-MBR-USER           PIC X(06) VALUE SPACES.
       77  ATR-PLAN-HIT           PIC 9(02) COMP VALUE ZERO.
       77  ATR-TKT-HIT            PIC 9(03) COMP VALUE ZERO.
       77  ATR-OUT-HIT            PIC 9(03) COMP VALUE ZERO.
       77  ATR-NEXT-MSG           PIC 9(04) VALUE ZERO.
      *> The parent side of a merge, how many tickets already
      *> hang under the child, and the ticket a thread row
      *> belongs to when the thread file is written back.
       77  ATR-PAR-HIT            PIC 9(03) COMP VALUE ZERO.
       77  ATR-KID-CT             PIC 9(03) COMP VALUE ZERO.
       77  ATR-MSG-HIT            PIC 9(03) COMP VALUE ZERO.
       77  ATR-MERGED-CT          PIC 9(05) COMP VALUE ZERO.
       77  ATR-REKEYED-CT         PIC 9(05) COMP VALUE ZERO.
       01  ATR-MRG-STATUS         PIC X(12) VALUE SPACES.
      *> Every survey sent, loaded from the survey log and
      *> extended as surveys go out: the send date's serial for
      *> the once-a-week rule, and whether it has been answered.
      *> The token is twelve digits of a digest over the send
      *> stamp, the ticket, and the requester.
       77  ATR-SVY-HIT            PIC 9(05) COMP VALUE ZERO.
       77  ATR-SVY-SENT-CT        PIC 9(05) COMP VALUE ZERO.
       77  ATR-SVY-SKIP-CT        PIC 9(05) COMP VALUE ZERO.
       77  ATR-SVY-ANSWER-CT      PIC 9(05) COMP VALUE ZERO.
       77  ATR-SVY-LOW-CT         PIC 9(05) COMP VALUE ZERO.
       77  ATR-SVY-DAYS           PIC S9(03) COMP VALUE 7.
       77  ATR-SVY-LOW-SCORE      PIC X(01) VALUE '2'.
       77  ATR-CLOSE-SERIAL       PIC S9(07) COMP VALUE ZERO.
       01  ATR-SVY-REF            PIC X(20) VALUE SPACES.
       01  ATR-SVY-KIND           PIC X(08) VALUE SPACES.
       01  ATR-SVY-LEAD-EMAIL     PIC X(40) VALUE
           'support-lead@wavefnd.org'.
       01  ATR-HASH-WORK.
           05 ATR-HASH-9          PIC 9(16).
           05 ATR-HASH-X REDEFINES ATR-HASH-9.
              10 FILLER           PIC X(04).
              10 ATR-HASH-TOKEN   PIC X(12).
       77  ATR-SVY-SINCE          PIC S9(07) COMP VALUE ZERO.
      *> The campaigns master. A daily budget worth more than the
      *> Owner limit in USD takes an Owner to approve; the
      *> reviewer's reason on a rejection reaches the requester
      *> as notification rows continuing the NOTIFY-FILE
      *> sequence.
       77  ATR-CMP-HIT            PIC 9(03) COMP VALUE ZERO.
       77  ATR-NEXT-CMP           PIC 9(04) VALUE ZERO.
       77  ATR-CMP-START-SERIAL   PIC S9(07) COMP VALUE ZERO.
       77  ATR-CMP-OWNER-LIMIT    PIC S9(09)V99 VALUE 500.00.
       77  ATR-CMP-USD            PIC S9(09)V99 VALUE ZERO.
       77  ATR-CMP-ACTIVE-CT      PIC 9(05) COMP VALUE ZERO.
       77  ATR-CMP-REJECT-CT    PIC 9(05) COMP VALUE ZERO.
       77  ATR-NEXT-NTF           PIC 9(06) VALUE ZERO.
       01  ATR-CMP-BEFORE         PIC X(218) VALUE SPACES.
       01  ATR-CMP-WAS            PIC X(10) VALUE SPACES.
       01  ATR-CMP-KEY            PIC X(08) VALUE SPACES.
       01  ATR-CMP-ID-WORK.
           05 ATR-CMP-ID-PFX      PIC X(02) VALUE 'c-'.
           05 ATR-CMP-ID-X        PIC X(04).
           05 ATR-CMP-ID-9 REDEFINES ATR-CMP-ID-X
                                  PIC 9(04).
           05 FILLER              PIC X(02) VALUE SPACES.
       01  ATR-NTF-WORK.
           05 ATR-NTF-X           PIC X(06).
           05 ATR-NTF-9 REDEFINES ATR-NTF-X
                                  PIC 9(06).
       01  ATR-NTF-TEXT           PIC X(44) VALUE SPACES.
      *> Which tickets already carry an outbound reply - noted
      *> from the thread file, extended as replies post, checked
      *> before a Closed transition is accepted.
       77  ATR-SUP-HIT            PIC 9(03) COMP VALUE ZERO.
       77  ATR-SSP-HIT            PIC 9(03) COMP VALUE ZERO.
       77  ATR-PM-HIT             PIC 9(03) COMP VALUE ZERO.
       77  ATR-DIGIT-CT           PIC 9(03) COMP VALUE ZERO.
       77  ATR-PHONE-LEN          PIC 9(03) COMP VALUE ZERO.
      *> Transaction and suspense amounts arrive as display text
      *> ('$10.00'); the billing stores hold them signed numeric.
       77  ATR-AMT-CURRENCY       PIC X(08).
       01  ATR-AMT-WORK.
           05 ATR-AMT-TXT         PIC X(13).
           05 ATR-AMT-IX          PIC 9(02) COMP VALUE ZERO.
           05 ATR-AMT-DOLLARS     PIC 9(09) COMP VALUE ZERO.
           05 ATR-AMT-CENTS       PIC 9(02) COMP VALUE ZERO.
           05 ATR-AMT-CENT-CT     PIC 9(01) COMP VALUE ZERO.
           05 ATR-AMT-CENTS-SW    PIC X(01) VALUE 'N'.
              88 ATR-AMT-IN-CENTS VALUE 'Y'.
           05 ATR-AMT-DIG-X       PIC X(01).
           05 ATR-AMT-DIG-9 REDEFINES ATR-AMT-DIG-X
                                  PIC 9(01).
           05 ATR-AMT-VALUE       PIC S9(09)V99 VALUE ZERO.
           05 ATR-AMT-ED          PIC $$$$$$$$$9.99.
           05 ATR-AMT-LJ-CT       PIC 9(02) COMP VALUE ZERO.
           05 ATR-MONEY-OUT       PIC X(13).
       77  ATR-SUS-HIT            PIC 9(03) COMP VALUE ZERO.
      *> The coupon master, and the redemption ledger so far -
      *> extended as redemptions post, so two in one run see
      *> each other against the cap.
       77  ATR-CPN-HIT            PIC 9(03) COMP VALUE ZERO.
       77  ATR-RDM-USED           PIC 9(05) COMP VALUE ZERO.
       77  ATR-TRN-MIX            PIC 9(06) COMP VALUE ZERO.
       77  ATR-RDM-MIX            PIC 9(06) COMP VALUE ZERO.
      *> Invoices already under an Active promise, extended as
      *> promises post.
       77  ATR-PRM-HIT            PIC 9(03) COMP VALUE ZERO.
      *> The exchange-rate exception register, extended as
      *> sign-offs post; the last row for a rate is its standing.
       77  ATR-FXX-HIT            PIC 9(03) COMP VALUE ZERO.
      *> Whether the close register shows a closed period
      *> spanning the transaction date; rows from before the
      *> fiscal calendar carry no dates and are passed over.
       77  ATR-CLR-HIT            PIC 9(03) COMP VALUE ZERO.
      *> The approval register, extended as transactions are
      *> held and updated as they are decided. A credit worth
      *> more than the limit in USD - at the rate in force on the
      *> transaction date - waits for a second user; the decision
      *> must come within 72 hours (259200 seconds) of the
      *> request.
       77  ATR-APR-HIT            PIC 9(03) COMP VALUE ZERO.
       77  ATR-CREDIT-LIMIT       PIC S9(09)V99 VALUE 500.00.
       77  ATR-CREDIT-USD         PIC S9(09)V99 VALUE ZERO.
       77  ATR-APPROVAL-SECS      PIC S9(11) COMP VALUE 259200.
       77  ATR-REQ-STAMP          PIC S9(11) COMP VALUE ZERO.
       77  ATR-DEC-STAMP          PIC S9(11) COMP VALUE ZERO.
       77  ATR-ELAPSED-SECS       PIC S9(11) COMP VALUE ZERO.
       77  ATR-DAY-SECS           PIC 9(05) COMP VALUE ZERO.
       01  ATR-APR-SEQ            PIC X(06) VALUE SPACES.
       01  ATR-HOLD-KIND          PIC X(10) VALUE SPACES.
       01  ATR-HOLD-SUMMARY       PIC X(40) VALUE SPACES.
       01  ATR-DECIDER-ROLE       PIC X(10) VALUE SPACES.
       01  ATR-DECIDE-SAVE        PIC X(200) VALUE SPACES.
       01  ATR-TIME-WORK.
           05 ATR-TW-HH           PIC 9(02).
           05 FILLER              PIC X(01).
           05 ATR-TW-MM           PIC 9(02).
           05 FILLER              PIC X(01).
           05 ATR-TW-SS           PIC 9(02).
       01  ATR-MONTH-WORK.
           05 ATR-MW-YYYY         PIC 9(04).
           05 FILLER              PIC X(01).
           05 ATR-MW-MM           PIC 9(02).
       01  ATR-CPN-MONTHS-ED      PIC Z9.
       01  ATR-CRM-WORK.
           05 FILLER              PIC X(04) VALUE 'CRM-'.
           05 ATR-CRM-YYYY        PIC X(04).
       COPY ADJUST-RECORD.
       COPY TICKET-RECORD.
       COPY TKTEVENT-RECORD.
       COPY WHKEVT-RECORD.
       COPY TKTMSG-RECORD.
       COPY SUPPRESS-RECORD.
       COPY SMSSUP-RECORD.
       COPY USRJRNL-RECORD.
       COPY MAILSPOOL-RECORD.
       COPY SURVEY-RECORD.
       COPY CAMPAIGN-RECORD.
       COPY CMPJRNL-RECORD.
       COPY CURRENCY-RECORD.
       COPY NOTIFY-RECORD.
       COPY SUBSCRIPTION-RECORD.
       COPY PLAN-RECORD.
       COPY PLANHIST-RECORD.
       COPY PAYMETHOD-RECORD.
       COPY SUSPENSE-RECORD.
       COPY PAYMENT-RECORD.
       COPY COUPON-RECORD.
       COPY REDEEM-RECORD.
       COPY PROMISE-RECORD.
       COPY FXEXC-RECORD.
       COPY CLOSEREG-RECORD.
       COPY SCHEDULE-RECORD.
       COPY USER-RECORD.
       COPY SETTINGS-RECORD.
       COPY MEMBER-RECORD.
       COPY GUESTBOOK-RECORD.
       COPY AUDIT-RECORD.
       COPY APPROVAL-RECORD.
       COPY DATE-SERVICE-WS.
       COPY HASH-DIGEST-WS.
       COPY RATE-HISTORY-WS.
       01  ATR-TOTAL-LINE.
           05 ATR-TL-LABEL        PIC X(24).
           05 ATR-TL-COUNT        PIC ZZZZ9.
           05 ATR-DL-TYPE         PIC X(24).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ATR-DL-VERDICT      PIC X(101).
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
           05 PARM-MODE           PIC X(06).
       PROCEDURE DIVISION USING PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 3000-APPLY-TRANS THRU 3000-EXIT
           GOBACK.

       1000-INITIALIZE.
           EVALUATE TRUE
               WHEN PARM-LEN = ZERO
                   CONTINUE
               WHEN PARM-LEN = 6 AND PARM-MODE = 'REPLAY'
                   SET ATR-REPLAY TO TRUE
               WHEN OTHER
                   DISPLAY 'APPLYTRN: PARM MUST BE EMPTY OR REPLAY'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           OPEN INPUT TRANS-IN USERS-IN SETTINGS-IN AUDIT-IN
           OPEN INPUT GUEST-IN SCHED-IN INVOICE-IN ADJUST-IN
           OPEN INPUT SUBS-IN PLANS-IN TICKET-IN TKTMSG-IN
           OPEN INPUT SUPPRESS-IN PAYMETH-IN SUSP-IN
           OPEN INPUT COUPON-IN REDEEM-IN PROMISE-IN FXEXC-IN
           OPEN INPUT CLOSE-IN MEMBER-IN APPROVAL-IN SMSSUP-IN
           OPEN INPUT SURVEY-IN CAMP-IN CURRENCY-IN NOTIFY-IN
           OPEN OUTPUT TRANS-OUT USERS-OUT SETTINGS-OUT MEMBER-OUT
                       GUEST-OUT SCHED-OUT SUBS-OUT
                       TICKET-OUT SUPPRESS-OUT
                       INVOICE-OUT ADJUST-OUT PAYMETH-OUT
                       SUSP-OUT REJECT-OUT REPORT-OUT
                       APPROVAL-OUT SMSSUP-OUT TKTMSG-NEW CAMP-OUT
           OPEN OUTPUT USERS-WORK GUEST-WORK INVOICE-WORK
                       TICKET-WORK SUPPRESS-WORK
           OPEN OUTPUT SETTINGS-WORK SUBS-WORK MEMBER-WORK
                       SCHED-WORK PLAN-WORK SURVEY-WORK
                       SVYSENT-WORK CAMP-WORK SMSSUP-WORK
                       OUTBOUND-WORK PAYMETH-WORK SUSP-WORK
                       COUPON-WORK REDEEM-WORK PROMISE-WORK
                       FXEXC-WORK APPROVAL-WORK
           OPEN EXTEND PLANHIST-OUT
                       TKTEVENT-OUT TKTMSG-OUT SPOOL-OUT
                       WHKEVT-OUT JOURNAL-OUT PAYMENT-OUT REDEEM-OUT
                       PROMISE-OUT FXEXC-OUT SURVEY-OUT
                       CMPJRNL-OUT NOTIFY-OUT
           IF ATR-TRNIN-STATUS NOT = '00'
            OR ATR-USRIN-STATUS NOT = '00'
            OR ATR-SETIN-STATUS NOT = '00'
            OR ATR-TRNOUT-STATUS NOT = '00'
            OR ATR-USROUT-STATUS NOT = '00'
            OR ATR-SETOUT-STATUS NOT = '00'
            OR ATR-MBRIN-STATUS NOT = '00'
            OR ATR-MBROUT-STATUS NOT = '00'
            OR ATR-GBIN-STATUS NOT = '00'
            OR ATR-GBOUT-STATUS NOT = '00'
            OR ATR-SCHIN-STATUS NOT = '00'
            OR ATR-JRN-STATUS NOT = '00'
            OR ATR-SUPIN-STATUS NOT = '00'
            OR ATR-SUPOUT-STATUS NOT = '00'
            OR ATR-SSPIN-STATUS NOT = '00'
            OR ATR-SSPOUT-STATUS NOT = '00'
            OR ATR-TKMIN-STATUS NOT = '00'
            OR ATR-TKMOUT-STATUS NOT = '00'
            OR ATR-TKMNEW-STATUS NOT = '00'
            OR ATR-SVYIN-STATUS NOT = '00'
            OR ATR-SVYOUT-STATUS NOT = '00'
            OR ATR-SPL-STATUS NOT = '00'
            OR ATR-TKTIN-STATUS NOT = '00'
            OR ATR-TKTOUT-STATUS NOT = '00'
            OR ATR-TKEOUT-STATUS NOT = '00'
            OR ATR-WHE-STATUS NOT = '00'
            OR ATR-SUBIN-STATUS NOT = '00'
            OR ATR-SUBOUT-STATUS NOT = '00'
            OR ATR-PLNIN-STATUS NOT = '00'
            OR ATR-INVOUT-STATUS NOT = '00'
            OR ATR-ADJIN-STATUS NOT = '00'
            OR ATR-ADJOUT-STATUS NOT = '00'
            OR ATR-PMIN-STATUS NOT = '00'
            OR ATR-PMOUT-STATUS NOT = '00'
            OR ATR-SUSIN-STATUS NOT = '00'
            OR ATR-SUSOUT-STATUS NOT = '00'
            OR ATR-PAYOUT-STATUS NOT = '00'
            OR ATR-CPNIN-STATUS NOT = '00'
            OR ATR-RDMIN-STATUS NOT = '00'
            OR ATR-RDMOUT-STATUS NOT = '00'
            OR ATR-PRMIN-STATUS NOT = '00'
            OR ATR-PRMOUT-STATUS NOT = '00'
            OR ATR-FXXIN-STATUS NOT = '00'
            OR ATR-FXXOUT-STATUS NOT = '00'
            OR ATR-CLRIN-STATUS NOT = '00'
            OR ATR-APRIN-STATUS NOT = '00'
            OR ATR-APROUT-STATUS NOT = '00'
            OR ATR-CMPIN-STATUS NOT = '00'
            OR ATR-CMPOUT-STATUS NOT = '00'
            OR ATR-CJR-STATUS NOT = '00'
            OR ATR-CURR-STATUS NOT = '00'
            OR ATR-NTFIN-STATUS NOT = '00'
            OR ATR-NTFOUT-STATUS NOT = '00'
            OR ATR-REJ-STATUS NOT = '00'
            OR ATR-RPT-STATUS NOT = '00'
            OR ATR-USRWK-STATUS NOT = '00'
            OR ATR-GBWK-STATUS NOT = '00'
            OR ATR-INVWK-STATUS NOT = '00'
            OR ATR-TKTWK-STATUS NOT = '00'
            OR ATR-SUPWK-STATUS NOT = '00'
            OR ATR-SETWK-STATUS NOT = '00'
            OR ATR-SUBWK-STATUS NOT = '00'
            OR ATR-MBRWK-STATUS NOT = '00'
            OR ATR-SCHWK-STATUS NOT = '00'
            OR ATR-PLNWK-STATUS NOT = '00'
            OR ATR-SVYWK-STATUS NOT = '00'
            OR ATR-SVRWK-STATUS NOT = '00'
            OR ATR-CMPWK-STATUS NOT = '00'
            OR ATR-SSPWK-STATUS NOT = '00'
            OR ATR-OUTWK-STATUS NOT = '00'
            OR ATR-PMWK-STATUS NOT = '00'
            OR ATR-SUSWK-STATUS NOT = '00'
            OR ATR-CPNWK-STATUS NOT = '00'
            OR ATR-RDMWK-STATUS NOT = '00'
            OR ATR-PRMWK-STATUS NOT = '00'
            OR ATR-FXXWK-STATUS NOT = '00'
            OR ATR-APRWK-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: OPEN FAILED TRN='
                       ATR-TRNIN-STATUS ' USERS=' ATR-USRIN-STATUS
                       ' SET=' ATR-SETIN-STATUS
                       ' MBR=' ATR-MBRIN-STATUS '/' ATR-MBROUT-STATUS
                       ' AUD=' ATR-AUDIN-STATUS
                       ' GB=' ATR-GBIN-STATUS '/' ATR-GBOUT-STATUS
                       ' APR=' ATR-APRIN-STATUS '/' ATR-APROUT-STATUS
                       ' CMP=' ATR-CMPIN-STATUS '/' ATR-CMPOUT-STATUS
                       ' NTF=' ATR-NTFIN-STATUS '/' ATR-NTFOUT-STATUS
                       ' WORK=' ATR-USRWK-STATUS '/' ATR-GBWK-STATUS
                       '/' ATR-INVWK-STATUS '/' ATR-TKTWK-STATUS
                       '/' ATR-SUPWK-STATUS
                       '/' ATR-SETWK-STATUS '/' ATR-SUBWK-STATUS
                       '/' ATR-MBRWK-STATUS '/' ATR-SCHWK-STATUS
                       '/' ATR-PLNWK-STATUS '/' ATR-SVYWK-STATUS
                       '/' ATR-SVRWK-STATUS '/' ATR-CMPWK-STATUS
                       '/' ATR-SSPWK-STATUS '/' ATR-OUTWK-STATUS
                       '/' ATR-PMWK-STATUS '/' ATR-SUSWK-STATUS
                       '/' ATR-CPNWK-STATUS '/' ATR-RDMWK-STATUS
                       '/' ATR-PRMWK-STATUS '/' ATR-FXXWK-STATUS
                       '/' ATR-APRWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
               UNTIL ATR-TKMIN-EOF
           PERFORM 1298-LOAD-SUPPRESS THRU 1298-EXIT
               UNTIL ATR-SUPIN-EOF
           PERFORM 1293-LOAD-SMSSUP THRU 1293-EXIT
               UNTIL ATR-SSPIN-EOF
           PERFORM 1299-LOAD-PAYMETH THRU 1299-EXIT
               UNTIL ATR-PMIN-EOF
           PERFORM 1285-LOAD-SUSPENSE THRU 1285-EXIT
               UNTIL ATR-SUSIN-EOF
           PERFORM 1286-LOAD-COUPON THRU 1286-EXIT
               UNTIL ATR-CPNIN-EOF
           PERFORM 1287-LOAD-REDEEM THRU 1287-EXIT
               UNTIL ATR-RDMIN-EOF
           PERFORM 1288-LOAD-PROMISE THRU 1288-EXIT
               UNTIL ATR-PRMIN-EOF
           PERFORM 1289-LOAD-FXEXC THRU 1289-EXIT
               UNTIL ATR-FXXIN-EOF
           PERFORM 1292-LOAD-APPROVAL THRU 1292-EXIT
               UNTIL ATR-APRIN-EOF
           PERFORM 1294-LOAD-SURVEY THRU 1294-EXIT
               UNTIL ATR-SVYIN-EOF
           CLOSE COUPON-IN REDEEM-IN PROMISE-IN FXEXC-IN
           PERFORM 1260-LOAD-CAMPAIGN THRU 1260-EXIT
               UNTIL ATR-CMPIN-EOF
           PERFORM 1262-SCAN-TRANS-DATES THRU 1262-EXIT
               UNTIL ATR-TRNIN-EOF
           CLOSE TRANS-IN
           OPEN INPUT TRANS-IN
           IF ATR-TRNIN-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: TRANS REOPEN FAILED, STATUS='
                       ATR-TRNIN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO ATR-TRNIN-EOF-SW
           PERFORM 1264-LOAD-CURRENCY THRU 1264-EXIT
               UNTIL ATR-CURR-EOF
           PERFORM 1266-FIND-NOTIFY-SEQ THRU 1266-EXIT
               UNTIL ATR-NTFIN-EOF
           CLOSE SURVEY-IN CURRENCY-IN NOTIFY-IN
           PERFORM 1282-LOAD-SUBS THRU 1282-EXIT
               UNTIL ATR-SUBIN-EOF
           PERFORM 1280-LOAD-PLAN THRU 1280-EXIT
               UNTIL ATR-PLNIN-EOF
           PERFORM 1283-LOAD-SETTINGS THRU 1283-EXIT
               UNTIL ATR-SETIN-EOF
           PERFORM 1284-LOAD-MEMBER THRU 1284-EXIT
               UNTIL ATR-MBRIN-EOF
           PERFORM 1400-OPEN-WORK-FILES THRU 1400-EXIT
           PERFORM 1300-FIND-AUDIT-SEQ THRU 1300-EXIT
               UNTIL ATR-AUDIN-EOF
           CLOSE AUDIT-IN
               AT END SET ATR-USRIN-EOF TO TRUE
               GO TO 1100-EXIT
           END-READ
           ADD 1 TO ATR-ST-READ (1)
           WRITE USERS-WORK-RECORD FROM USERS-IN-RECORD
           IF ATR-USRWK-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: USER ' USERS-IN-RECORD (1:6)
                       ' NOT LOADED, STATUS=' ATR-USRWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1100-EXIT.
           EXIT.

               AT END SET ATR-GBIN-EOF TO TRUE
               GO TO 1200-EXIT
           END-READ
           ADD 1 TO ATR-ST-READ (3)
           WRITE GUEST-WORK-RECORD FROM GUESTBOOK-RECORD
           IF ATR-GBWK-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: GUEST ' GUEST-ID
                       ' NOT LOADED, STATUS=' ATR-GBWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE GUEST-ID TO ATR-GB-ID-WORK
           IF ATR-GID-PFX = 'g-' AND ATR-GID-X IS NUMERIC
            AND ATR-GID-9 > ATR-GB-NEXT-ID
               AT END SET ATR-SCHIN-EOF TO TRUE
               GO TO 1250-EXIT
           END-READ
           ADD 1 TO ATR-ST-READ (4)
           WRITE SCHED-WORK-RECORD FROM SCHED-IN-RECORD
           IF ATR-SCHWK-STATUS NOT = '00'
            AND ATR-SCHWK-STATUS NOT = '22'
               DISPLAY 'APPLYTRN: JOB ' SCHED-IN-RECORD (1:8)
                       ' NOT LOADED, STATUS=' ATR-SCHWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1250-EXIT.
           EXIT.

      *> The campaigns master; the highest c- number on file is
      *> where a create picks up.
       1260-LOAD-CAMPAIGN.
           READ CAMP-IN INTO CAMPAIGN-RECORD
               AT END SET ATR-CMPIN-EOF TO TRUE
               GO TO 1260-EXIT
           END-READ
           ADD 1 TO ATR-ST-READ (17)
           WRITE CAMP-WORK-RECORD FROM CAMPAIGN-RECORD
           IF ATR-CMPWK-STATUS NOT = '00'
            AND ATR-CMPWK-STATUS NOT = '22'
               DISPLAY 'APPLYTRN: CAMPAIGN ' CAMP-ID
                       ' NOT LOADED, STATUS=' ATR-CMPWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE CAMP-ID (3:4) TO ATR-CMP-ID-X
           IF CAMP-ID (1:2) = 'c-'
            AND ATR-CMP-ID-X IS NUMERIC
            AND ATR-CMP-ID-9 > ATR-NEXT-CMP
               MOVE ATR-CMP-ID-9 TO ATR-NEXT-CMP
           END-IF
           IF (CAMP-DRAFT OR CAMP-SUBMITTED OR CAMP-REJECTED)
            AND CAMP-START-DATE NOT = SPACES
            AND (RH-FLOOR-DATE = SPACES
             OR CAMP-START-DATE < RH-FLOOR-DATE)
               MOVE CAMP-START-DATE TO RH-FLOOR-DATE
           END-IF.
       1260-EXIT.
           EXIT.

      *> Rates load from the oldest day this run can convert at:
      *> the start date of a campaign still to be decided (set in
      *> 1260-LOAD-CAMPAIGN), or the date of a pending row or the
      *> start date it gives a campaign - found by a first pass
      *> over the batch.
       1262-SCAN-TRANS-DATES.
           READ TRANS-IN INTO TRANS-RECORD
               AT END SET ATR-TRNIN-EOF TO TRUE
               GO TO 1262-EXIT
           END-READ
           IF NOT TRN-PENDING
               GO TO 1262-EXIT
           END-IF
           IF TRN-DATE (1:4) IS NUMERIC
            AND (RH-FLOOR-DATE = SPACES
             OR TRN-DATE < RH-FLOOR-DATE)
               MOVE TRN-DATE TO RH-FLOOR-DATE
           END-IF
           IF (TRN-TYPE = 'campaign.create'
            OR TRN-TYPE = 'campaign.update')
            AND TRN-CM-START (1:4) IS NUMERIC
            AND TRN-CM-START < RH-FLOOR-DATE
               MOVE TRN-CM-START TO RH-FLOOR-DATE
           END-IF.
       1262-EXIT.
           EXIT.

       1264-LOAD-CURRENCY.
           READ CURRENCY-IN INTO CURRENCY-RECORD
               AT END SET ATR-CURR-EOF TO TRUE
               GO TO 1264-EXIT
           END-READ
           PERFORM 9600-RH-ADD-RATE THRU 9600-EXIT
           IF RH-TABLE-FULL
               DISPLAY 'APPLYTRN: RATE TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1264-EXIT.
           EXIT.

       1266-FIND-NOTIFY-SEQ.
           READ NOTIFY-IN INTO NOTIFY-RECORD
               AT END SET ATR-NTFIN-EOF TO TRUE
               NOT AT END
                   MOVE NTF-SEQ TO ATR-NTF-X
                   IF ATR-NTF-X IS NUMERIC
                    AND ATR-NTF-9 > ATR-NEXT-NTF
                       MOVE ATR-NTF-9 TO ATR-NEXT-NTF
                   END-IF
           END-READ.
       1266-EXIT.
           EXIT.

       1270-LOAD-INVOICE.
           READ INVOICE-IN INTO INVOICE-RECORD
               AT END SET ATR-INVIN-EOF TO TRUE
               GO TO 1270-EXIT
           END-READ
           ADD 1 TO ATR-ST-READ (5)
           WRITE INVOICE-WORK-RECORD FROM INVOICE-RECORD
           IF ATR-INVWK-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: INVOICE ' INVOICE-NUMBER
                       ' NOT LOADED, STATUS=' ATR-INVWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF INVOICE-NUMBER (1:4) = 'CRM-'
            AND INVOICE-NUMBER (10:4) IS NUMERIC
               MOVE INVOICE-NUMBER (10:4) TO ATR-SEQ-X
               AT END SET ATR-TKTIN-EOF TO TRUE
               GO TO 1290-EXIT
           END-READ
           ADD 1 TO ATR-ST-READ (7)
           WRITE TICKET-WORK-RECORD FROM TICKET-IN-RECORD
           IF ATR-TKTWK-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: TICKET ' TICKET-IN-RECORD (1:8)
                       ' NOT LOADED, STATUS=' ATR-TKTWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1290-EXIT.
           EXIT.

       1295-EXIT.
           EXIT.

      *> A ticket already noted stays noted once.
       1296-NOTE-OUTBOUND.
           MOVE TM-TICKET TO OBW-TICKET
           WRITE OUTBOUND-WORK-RECORD
           IF ATR-OUTWK-STATUS NOT = '00'
            AND ATR-OUTWK-STATUS NOT = '22'
               DISPLAY 'APPLYTRN: OUTBOUND REPLY ' TM-TICKET
                       ' NOT NOTED, STATUS=' ATR-OUTWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1296-EXIT.
           EXIT.

       1297-FIND-OUTBOUND.
           MOVE ZERO TO ATR-OUT-HIT
           READ OUTBOUND-WORK
           EVALUATE ATR-OUTWK-STATUS
               WHEN '00'
                   MOVE 1 TO ATR-OUT-HIT
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'APPLYTRN: OUTBOUND ' OBW-TICKET
                           ' READ FAILED, STATUS=' ATR-OUTWK-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
       1297-EXIT.
           EXIT.

      *> Sent and Answered rows key by ticket, token and kind; a
      *> Sent row is also noted by requester and send date.
       1294-LOAD-SURVEY.
           READ SURVEY-IN INTO SURVEY-RECORD
               AT END SET ATR-SVYIN-EOF TO TRUE
               GO TO 1294-EXIT
           END-READ
           ADD 1 TO ATR-ST-READ (8)
           IF NOT SVY-SENT AND NOT SVY-ANSWERED
               GO TO 1294-EXIT
           END-IF
           WRITE SURVEY-WORK-RECORD FROM SURVEY-RECORD
           IF ATR-SVYWK-STATUS NOT = '00'
            AND ATR-SVYWK-STATUS NOT = '22'
               DISPLAY 'APPLYTRN: SURVEY ' SURVEY-RECORD (1:28)
                       ' NOT LOADED, STATUS=' ATR-SVYWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF SVY-SENT
               PERFORM 4944-NOTE-SURVEY-SENT THRU 4944-EXIT
           END-IF.
       1294-EXIT.
           EXIT.

       1293-LOAD-SMSSUP.
           READ SMSSUP-IN
               AT END SET ATR-SSPIN-EOF TO TRUE
               GO TO 1293-EXIT
           END-READ
           ADD 1 TO ATR-ST-READ (10)
      *> As with mail suppression, a number on file twice keys
      *> once and both rows pass on while it stands.
           WRITE SMSSUP-WORK-RECORD FROM SMSSUP-IN-RECORD
           IF ATR-SSPWK-STATUS NOT = '00'
            AND ATR-SSPWK-STATUS NOT = '22'
               DISPLAY 'APPLYTRN: SMS SUPPRESSION '
                       SMSSUP-IN-RECORD (1:16)
                       ' NOT LOADED, STATUS=' ATR-SSPWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1293-EXIT.
           EXIT.

       1298-LOAD-SUPPRESS.
           READ SUPPRESS-IN
               AT END SET ATR-SUPIN-EOF TO TRUE
               GO TO 1298-EXIT
           END-READ
           ADD 1 TO ATR-ST-READ (9)
      *> An address can be on file twice; the keyed copy holds it
      *> once and the unload passes both rows on while it stands.
           WRITE SUPPRESS-WORK-RECORD FROM SUPPRESS-IN-RECORD
           IF ATR-SUPWK-STATUS NOT = '00'
            AND ATR-SUPWK-STATUS NOT = '22'
               DISPLAY 'APPLYTRN: SUPPRESSION '
                       SUPPRESS-IN-RECORD (1:40)
                       ' NOT LOADED, STATUS=' ATR-SUPWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1298-EXIT.
           EXIT.

       1299-LOAD-PAYMETH.
           READ PAYMETH-IN
               AT END SET ATR-PMIN-EOF TO TRUE
               GO TO 1299-EXIT
           END-READ
           ADD 1 TO ATR-ST-READ (11)
           WRITE PAYMETH-WORK-RECORD FROM PAYMETH-IN-RECORD
           IF ATR-PMWK-STATUS NOT = '00'
            AND ATR-PMWK-STATUS NOT = '22'
               DISPLAY 'APPLYTRN: PAYMENT METHOD '
                       PAYMETH-IN-RECORD (1:12)
                       ' NOT LOADED, STATUS=' ATR-PMWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1299-EXIT.
           EXIT.

       1280-LOAD-PLAN.
           READ PLANS-IN
               AT END SET ATR-PLNIN-EOF TO TRUE
               GO TO 1280-EXIT
           END-READ
           WRITE PLAN-WORK-RECORD FROM PLANS-IN-RECORD
           IF ATR-PLNWK-STATUS NOT = '00'
            AND ATR-PLNWK-STATUS NOT = '22'
               DISPLAY 'APPLYTRN: PLAN ' PLANS-IN-RECORD (1:4)
                       ' NOT LOADED, STATUS=' ATR-PLNWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1280-EXIT.
           EXIT.

       1282-LOAD-SUBS.
           READ SUBS-IN
               AT END SET ATR-SUBIN-EOF TO TRUE
               GO TO 1282-EXIT
           END-READ
           ADD 1 TO ATR-ST-READ (6)
           WRITE SUBS-WORK-RECORD FROM SUBS-IN-RECORD
           IF ATR-SUBWK-STATUS NOT = '00'
            AND ATR-SUBWK-STATUS NOT = '22'
               DISPLAY 'APPLYTRN: SUBSCRIPTION ' SUBS-IN-RECORD (1:12)
                       ' NOT LOADED, STATUS=' ATR-SUBWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1282-EXIT.
           EXIT.

       1283-LOAD-SETTINGS.
           READ SETTINGS-IN
               AT END SET ATR-SETIN-EOF TO TRUE
               GO TO 1283-EXIT
           END-READ
           ADD 1 TO ATR-ST-READ (2)
           WRITE SETTINGS-WORK-RECORD FROM SETTINGS-IN-RECORD
           IF ATR-SETWK-STATUS NOT = '00'
            AND ATR-SETWK-STATUS NOT = '22'
               DISPLAY 'APPLYTRN: SETTINGS FOR '
                       SETTINGS-IN-RECORD (70:12)
                       ' NOT LOADED, STATUS=' ATR-SETWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1283-EXIT.
           EXIT.

       1284-LOAD-MEMBER.
           READ MEMBER-IN
               AT END SET ATR-MBRIN-EOF TO TRUE
               GO TO 1284-EXIT
           END-READ
           ADD 1 TO ATR-ST-READ (18)
           WRITE MEMBER-WORK-RECORD FROM MEMBER-IN-RECORD
           IF ATR-MBRWK-STATUS NOT = '00'
            AND ATR-MBRWK-STATUS NOT = '22'
               DISPLAY 'APPLYTRN: MEMBERSHIP ' MEMBER-IN-RECORD (1:18)
                       ' NOT LOADED, STATUS=' ATR-MBRWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1284-EXIT.
           EXIT.

       1285-LOAD-SUSPENSE.
           READ SUSP-IN
               AT END SET ATR-SUSIN-EOF TO TRUE
               GO TO 1285-EXIT
           END-READ
           ADD 1 TO ATR-ST-READ (12)
           WRITE SUSP-WORK-RECORD FROM SUSP-IN-RECORD
           IF ATR-SUSWK-STATUS NOT = '00'
            AND ATR-SUSWK-STATUS NOT = '22'
               DISPLAY 'APPLYTRN: SUSPENSE ' SUSP-IN-RECORD (1:10)
                       ' NOT LOADED, STATUS=' ATR-SUSWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1285-EXIT.
           EXIT.

       1286-LOAD-COUPON.
           READ COUPON-IN
               AT END SET ATR-CPNIN-EOF TO TRUE
               GO TO 1286-EXIT
           END-READ
           WRITE COUPON-WORK-RECORD FROM COUPON-IN-RECORD
           IF ATR-CPNWK-STATUS NOT = '00'
            AND ATR-CPNWK-STATUS NOT = '22'
               DISPLAY 'APPLYTRN: COUPON ' COUPON-IN-RECORD (1:12)
                       ' NOT LOADED, STATUS=' ATR-CPNWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1286-EXIT.
           EXIT.

       1287-LOAD-REDEEM.
           READ REDEEM-IN
               AT END SET ATR-RDMIN-EOF TO TRUE
               GO TO 1287-EXIT
           END-READ
           ADD 1 TO ATR-ST-READ (13)
           ADD 1 TO ATR-RDM-SEQ
           MOVE ATR-RDM-SEQ TO RDW-SEQ
           MOVE REDEEM-IN-RECORD TO RDW-IMAGE
           WRITE REDEEM-WORK-RECORD
           IF ATR-RDMWK-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: REDEMPTION ' ATR-RDM-SEQ
                       ' NOT LOADED, STATUS=' ATR-RDMWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1287-EXIT.
           EXIT.

       1288-LOAD-PROMISE.
           READ PROMISE-IN INTO PROMISE-RECORD
               AT END SET ATR-PRMIN-EOF TO TRUE
               GO TO 1288-EXIT
           END-READ
           ADD 1 TO ATR-ST-READ (14)
           IF NOT PRM-ACTIVE
               GO TO 1288-EXIT
           END-IF
           MOVE PRM-INVOICE TO PRW-INVOICE
           WRITE PROMISE-WORK-RECORD
           IF ATR-PRMWK-STATUS NOT = '00'
            AND ATR-PRMWK-STATUS NOT = '22'
               DISPLAY 'APPLYTRN: PROMISE ON ' PRM-INVOICE
                       ' NOT LOADED, STATUS=' ATR-PRMWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1288-EXIT.
           EXIT.

       1289-LOAD-FXEXC.
           READ FXEXC-IN
               AT END SET ATR-FXXIN-EOF TO TRUE
               GO TO 1289-EXIT
           END-READ
           ADD 1 TO ATR-ST-READ (15)
           MOVE FXEXC-IN-RECORD TO FXW-IMAGE
           PERFORM 4691-WRITE-FX-WORK THRU 4691-EXIT.
       1289-EXIT.
           EXIT.

       1292-LOAD-APPROVAL.
           READ APPROVAL-IN INTO APPROVAL-RECORD
               AT END SET ATR-APRIN-EOF TO TRUE
               GO TO 1292-EXIT
           END-READ
           ADD 1 TO ATR-ST-READ (16)
           WRITE APPROVAL-WORK-RECORD FROM APPROVAL-RECORD
           IF ATR-APRWK-STATUS NOT = '00'
            AND ATR-APRWK-STATUS NOT = '22'
               DISPLAY 'APPLYTRN: APPROVAL ' APR-TRN-SEQ
                       ' NOT LOADED, STATUS=' ATR-APRWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1292-EXIT.
           EXIT.

       1300-FIND-AUDIT-SEQ.
           READ AUDIT-IN INTO AUDIT-RECORD
               AT END SET ATR-AUDIN-EOF TO TRUE
               NOT AT END
                   MOVE AUDIT-SEQ TO ATR-AUD-SEQ-X
                   IF ATR-AUD-SEQ-X IS NUMERIC
                    AND ATR-AUD-SEQ-9 > ATR-NEXT-SEQ
                       MOVE ATR-AUD-SEQ-9 TO ATR-NEXT-SEQ
                   END-IF
           END-READ.
       1300-EXIT.
           EXIT.

      *> The keyed copies are loaded; reopen them for update.
      *> The sequential masters stay open to be read again in
      *> their own order when the new masters are written.
       1400-OPEN-WORK-FILES.
           MOVE ATR-GB-NEXT-ID TO ATR-GB-LOAD-HIGH
           MOVE ATR-NEXT-CRM TO ATR-CRM-LOAD-HIGH
           CLOSE USERS-WORK GUEST-WORK INVOICE-WORK
                 TICKET-WORK SUPPRESS-WORK
           OPEN I-O USERS-WORK GUEST-WORK INVOICE-WORK
                    TICKET-WORK SUPPRESS-WORK
           CLOSE SETTINGS-WORK SUBS-WORK MEMBER-WORK
                 SCHED-WORK PLAN-WORK SURVEY-WORK
                 SVYSENT-WORK CAMP-WORK SMSSUP-WORK
                 OUTBOUND-WORK PAYMETH-WORK SUSP-WORK
                 COUPON-WORK REDEEM-WORK PROMISE-WORK
                 FXEXC-WORK APPROVAL-WORK
           OPEN I-O SETTINGS-WORK SUBS-WORK MEMBER-WORK
                    SCHED-WORK PLAN-WORK SURVEY-WORK
                    SVYSENT-WORK CAMP-WORK SMSSUP-WORK
                    OUTBOUND-WORK PAYMETH-WORK SUSP-WORK
                    COUPON-WORK REDEEM-WORK PROMISE-WORK
                    FXEXC-WORK APPROVAL-WORK
           IF ATR-USRWK-STATUS NOT = '00'
            OR ATR-GBWK-STATUS NOT = '00'
            OR ATR-INVWK-STATUS NOT = '00'
            OR ATR-TKTWK-STATUS NOT = '00'
            OR ATR-SUPWK-STATUS NOT = '00'
            OR ATR-SETWK-STATUS NOT = '00'
            OR ATR-SUBWK-STATUS NOT = '00'
            OR ATR-MBRWK-STATUS NOT = '00'
            OR ATR-SCHWK-STATUS NOT = '00'
            OR ATR-PLNWK-STATUS NOT = '00'
            OR ATR-SVYWK-STATUS NOT = '00'
            OR ATR-SVRWK-STATUS NOT = '00'
            OR ATR-CMPWK-STATUS NOT = '00'
            OR ATR-SSPWK-STATUS NOT = '00'
            OR ATR-OUTWK-STATUS NOT = '00'
            OR ATR-PMWK-STATUS NOT = '00'
            OR ATR-SUSWK-STATUS NOT = '00'
            OR ATR-CPNWK-STATUS NOT = '00'
            OR ATR-RDMWK-STATUS NOT = '00'
            OR ATR-PRMWK-STATUS NOT = '00'
            OR ATR-FXXWK-STATUS NOT = '00'
            OR ATR-APRWK-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: WORK REOPEN FAILED, STATUS='
                       ATR-USRWK-STATUS '/' ATR-GBWK-STATUS
                       '/' ATR-INVWK-STATUS '/' ATR-TKTWK-STATUS
                       '/' ATR-SUPWK-STATUS
                       '/' ATR-SETWK-STATUS '/' ATR-SUBWK-STATUS
                       '/' ATR-MBRWK-STATUS '/' ATR-SCHWK-STATUS
                       '/' ATR-PLNWK-STATUS '/' ATR-SVYWK-STATUS
                       '/' ATR-SVRWK-STATUS '/' ATR-CMPWK-STATUS
                       '/' ATR-SSPWK-STATUS '/' ATR-OUTWK-STATUS
                       '/' ATR-PMWK-STATUS '/' ATR-SUSWK-STATUS
                       '/' ATR-CPNWK-STATUS '/' ATR-RDMWK-STATUS
                       '/' ATR-PRMWK-STATUS '/' ATR-FXXWK-STATUS
                       '/' ATR-APRWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1400-EXIT.
           EXIT.

       3000-APPLY-TRANS.
           READ TRANS-IN INTO TRANS-RECORD
               AT END SET ATR-TRNIN-EOF TO TRUE
           ADD 1 TO ATR-READ-CT
           MOVE TRN-SEQ TO ATR-DL-SEQ
           MOVE TRN-TYPE TO ATR-DL-TYPE
           IF TRN-AWAITING
               PERFORM 5760-SETTLE-AWAITING THRU 5760-EXIT
               GO TO 3000-WRITE
           END-IF
           IF NOT TRN-PENDING
               ADD 1 TO ATR-SKIPPED-CT
               MOVE 'already final - unchanged' TO ATR-DL-VERDICT
               WRITE REPORT-LINE FROM ATR-DETAIL-LINE
               GO TO 3000-WRITE
           END-IF
           IF ATR-REPLAY
               PERFORM 3100-SCREEN-REPLAY THRU 3100-EXIT
               IF NOT TRN-PENDING
                   GO TO 3000-WRITE
               END-IF
           END-IF
           EVALUATE TRN-TYPE
               WHEN 'settings.update'
                   PERFORM 4000-POST-SETTINGS THRU 4000-EXIT
                   PERFORM 4900-POST-TICKET-ASSIGN THRU 4900-EXIT
               WHEN 'support.ticket.reply'
                   PERFORM 4950-POST-TICKET-REPLY THRU 4950-EXIT
               WHEN 'support.ticket.merge'
                   PERFORM 4930-POST-TICKET-MERGE THRU 4930-EXIT
               WHEN 'survey.respond'
                   PERFORM 4945-POST-SURVEY-RESPONSE THRU 4945-EXIT
               WHEN 'mail.unsuppress'
                   PERFORM 4990-POST-UNSUPPRESS THRU 4990-EXIT
               WHEN 'sms.unsuppress'
                   PERFORM 4992-POST-SMS-UNSUPPRESS THRU 4992-EXIT
               WHEN 'payment.update'
                   PERFORM 4970-POST-PAYMENT-METHOD THRU 4970-EXIT
               WHEN 'billing.suspense.assign'
                   PERFORM 4650-POST-SUSPENSE-ASSIGN THRU 4650-EXIT
               WHEN 'billing.coupon.redeem'
                   PERFORM 4680-POST-COUPON-REDEEM THRU 4680-EXIT
               WHEN 'billing.promise'
                   PERFORM 4695-POST-PROMISE THRU 4695-EXIT
               WHEN 'fx.rate.signoff'
                   PERFORM 4698-POST-FX-SIGNOFF THRU 4698-EXIT
               WHEN 'approval.decide'
                   PERFORM 4980-POST-APPROVAL THRU 4980-EXIT
               WHEN 'campaign.create'
                   PERFORM 4550-POST-CAMPAIGN THRU 4550-EXIT
               WHEN 'campaign.update'
                   PERFORM 4550-POST-CAMPAIGN THRU 4550-EXIT
               WHEN 'campaign.submit'
                   PERFORM 4570-POST-CAMPAIGN-SUBMIT THRU 4570-EXIT
               WHEN 'campaign.decide'
                   PERFORM 4580-POST-CAMPAIGN-DECIDE THRU 4580-EXIT
               WHEN OTHER
                   ADD 1 TO ATR-QUEUED-CT
                   MOVE 'no posting rule - left queued'
       3000-EXIT.
           EXIT.

      *> Replay only: the row is left Skipped when its type writes
      *> no restored master, or when it was held for approval the
      *> first time - the register still has its entry, and the
      *> approval.decide later in the queue posts it.
       3100-SCREEN-REPLAY.
           EVALUATE TRN-TYPE
               WHEN 'users.update'
               WHEN 'billing.adjust'
                   CONTINUE
               WHEN 'users.delete'
               WHEN 'guestbook.sign'
               WHEN 'guestbook.mod'
               WHEN 'approval.decide'
                   GO TO 3100-EXIT
               WHEN OTHER
                   MOVE 'replay - store not restored, skipped'
                       TO ATR-DL-VERDICT
                   GO TO 3100-SKIP
           END-EVALUATE
           MOVE TRN-SEQ TO ATR-APR-SEQ
           PERFORM 5710-FIND-APPROVAL THRU 5710-EXIT
           IF ATR-APR-HIT = ZERO
               GO TO 3100-EXIT
           END-IF
           MOVE 'replay - held, posts with its approval, skipped'
               TO ATR-DL-VERDICT.
       3100-SKIP.
           MOVE 'Skipped' TO TRN-STATUS
           ADD 1 TO ATR-SKIPPED-CT
           WRITE REPORT-LINE FROM ATR-DETAIL-LINE.
       3100-EXIT.
           EXIT.

      *> The signed-in workspace's settings record; the first
      *> save for a new workspace adds it.
       4000-POST-SETTINGS.
           IF TRN-WORKSPACE = SPACES
               MOVE 'NO WORKSPACE' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4000-EXIT
           END-IF
           PERFORM 4010-FIND-SETTINGS THRU 4010-EXIT
           IF ATR-SET-HIT = ZERO
               MOVE SPACES TO SETTINGS-RECORD
               MOVE TRN-WORKSPACE TO SET-WORKSPACE
           END-IF
           MOVE TRN-S-WS-NAME TO SET-WS-NAME
           MOVE TRN-S-PUBLIC-URL TO SET-PUBLIC-URL
           MOVE TRN-S-EMAIL TO SET-EMAIL-ALERTS
           MOVE TRN-S-EXPER TO SET-EXPERIMENTAL
           MOVE TRN-S-THEME TO SET-THEME
           MOVE TRN-S-DIGEST TO SET-DIGEST
           IF ATR-SET-HIT = ZERO
               WRITE SETTINGS-WORK-RECORD FROM SETTINGS-RECORD
               IF ATR-SETWK-STATUS NOT = '00'
                   DISPLAY 'APPLYTRN: SETTINGS FOR ' SET-WORKSPACE
                           ' NOT ADDED, STATUS=' ATR-SETWK-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               PERFORM 5871-REWRITE-SETTINGS THRU 5871-EXIT
           END-IF
           MOVE 'settings saved' TO ATR-DL-VERDICT
           PERFORM 6000-MARK-POSTED THRU 6000-EXIT.
       4000-EXIT.
           EXIT.

       4010-FIND-SETTINGS.
           MOVE ZERO TO ATR-SET-HIT
           MOVE TRN-WORKSPACE TO STW-WORKSPACE
           PERFORM 5870-READ-SETTINGS THRU 5870-EXIT
           IF ATR-SETWK-STATUS = '00'
               MOVE 1 TO ATR-SET-HIT
           END-IF.
       4010-EXIT.
           EXIT.

       4100-POST-USER-UPDATE.
           PERFORM 5000-FIND-USER THRU 5000-EXIT
           IF ATR-HIT = ZERO
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4100-EXIT
           END-IF
           MOVE TRN-U-ID TO ATR-MBR-USER
           PERFORM 5500-FIND-MEMBER THRU 5500-EXIT
      *> A replay finds the membership as it is now, not as it
      *> was; the users master catches up either way.
           IF ATR-MBR-HIT = ZERO
            AND NOT ATR-REPLAY
               MOVE 'NOT A MEMBER' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4100-EXIT
           END-IF
      *> The mobile number is optional, but one that is given is
      *> '+' and 8 to 15 digits, and SMS opt-in needs a number
      *> to send to.
           IF TRN-U-PHONE NOT = SPACES
               MOVE ZERO TO ATR-PHONE-LEN
               INSPECT TRN-U-PHONE (2:15) TALLYING ATR-PHONE-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF TRN-U-PHONE (1:1) NOT = '+'
                OR ATR-PHONE-LEN < 8
                OR TRN-U-PHONE (2:ATR-PHONE-LEN) IS NOT NUMERIC
                   MOVE 'BAD PHONE NUMBER' TO ATR-REASON
                   PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
                   GO TO 4100-EXIT
               END-IF
               IF ATR-PHONE-LEN < 15
                AND TRN-U-PHONE (ATR-PHONE-LEN + 2:) NOT = SPACES
                   MOVE 'BAD PHONE NUMBER' TO ATR-REASON
                   PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
                   GO TO 4100-EXIT
               END-IF
           END-IF
           IF TRN-U-SMS-OPTIN = 'Y' AND TRN-U-PHONE = SPACES
               MOVE 'SMS WITHOUT PHONE' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4100-EXIT
           END-IF
           IF (TRN-U-ROLE = 'Owner' OR TRN-U-ROLE = 'Admin')
            AND TRN-U-ROLE NOT = MBR-ROLE
            AND NOT ATR-APPROVING
            AND NOT ATR-REPLAY
               MOVE 'role-grant' TO ATR-HOLD-KIND
               MOVE SPACES TO ATR-HOLD-SUMMARY
               STRING 'grant ' DELIMITED BY SIZE
                      TRN-U-ROLE DELIMITED BY SPACE
                      ' to ' DELIMITED BY SIZE
                      TRN-U-ID DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      TRN-U-NAME DELIMITED BY SIZE
                   INTO ATR-HOLD-SUMMARY
               PERFORM 5700-HOLD-FOR-APPROVAL THRU 5700-EXIT
               GO TO 4100-EXIT
           END-IF
           IF ATR-MBR-HIT > ZERO
               MOVE TRN-U-ROLE TO MBR-ROLE
               PERFORM 5875-REWRITE-MEMBER THRU 5875-EXIT
           END-IF
           MOVE USER-RECORD TO JRN-BEFORE
           MOVE TRN-U-NAME TO USER-NAME
           MOVE TRN-U-EMAIL TO USER-EMAIL
           MOVE TRN-U-ROLE TO USER-ROLE
           MOVE TRN-U-STATUS TO USER-STATUS
           MOVE TRN-U-PHONE TO USER-PHONE
           IF TRN-U-SMS-OPTIN = 'Y'
               MOVE 'Y' TO USER-SMS-OPTIN
           ELSE
               MOVE 'N' TO USER-SMS-OPTIN
           END-IF
           REWRITE USERS-WORK-RECORD FROM USER-RECORD
           IF ATR-USRWK-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: USER ' USER-ID
                       ' NOT REWRITTEN, STATUS=' ATR-USRWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE USER-RECORD TO JRN-AFTER
           PERFORM 6500-WRITE-JOURNAL THRU 6500-EXIT
           MOVE SPACES TO ATR-DL-VERDICT
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4200-EXIT
           END-IF
           MOVE TRN-U-ID TO ATR-MBR-USER
           PERFORM 5500-FIND-MEMBER THRU 5500-EXIT
      *> Replayed, the membership is already Removed.
           IF ATR-MBR-HIT = ZERO
            AND NOT ATR-REPLAY
               MOVE 'NOT A MEMBER' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4200-EXIT
           END-IF
           IF ATR-MBR-HIT > ZERO
               MOVE 'Removed' TO MBR-STATUS
               PERFORM 5875-REWRITE-MEMBER THRU 5875-EXIT
           END-IF
      *> An account that still belongs to another workspace
      *> stays; only its membership here goes.
           MOVE ZERO TO ATR-MBR-OTHER-CT
           MOVE 'N' TO ATR-MBRWK-EOF-SW
           MOVE LOW-VALUES TO MBW-KEY
           START MEMBER-WORK KEY NOT < MBW-KEY
           IF ATR-MBRWK-STATUS NOT = '00'
               SET ATR-MBRWK-EOF TO TRUE
           END-IF
           PERFORM 5600-COUNT-OTHER-MEMBER THRU 5600-EXIT
               UNTIL ATR-MBRWK-EOF
           IF ATR-MBR-OTHER-CT > ZERO
               MOVE SPACES TO ATR-DL-VERDICT
               STRING 'user ' DELIMITED BY SIZE
                      TRN-U-ID DELIMITED BY SPACE
                      ' removed from workspace' DELIMITED BY SIZE
                   INTO ATR-DL-VERDICT
               PERFORM 6000-MARK-POSTED THRU 6000-EXIT
               GO TO 4200-EXIT
           END-IF
           MOVE USER-RECORD TO JRN-BEFORE
           MOVE SPACES TO JRN-AFTER
           PERFORM 6500-WRITE-JOURNAL THRU 6500-EXIT
           MOVE USER-ID TO UWK-ID
           DELETE USERS-WORK RECORD
           IF ATR-USRWK-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: USER ' USER-ID
                       ' NOT DELETED, STATUS=' ATR-USRWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO ATR-DL-VERDICT
           STRING 'user ' DELIMITED BY SIZE
                  TRN-U-ID DELIMITED BY SPACE
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4300-EXIT
           END-IF
           ADD 1 TO ATR-GB-NEXT-ID
           MOVE 'g-' TO ATR-GID-PFX
           MOVE ATR-GB-NEXT-ID TO ATR-GID-9
           MOVE TRN-G-MESSAGE TO GUEST-MESSAGE
           MOVE TRN-DATE TO GUEST-DATE
           MOVE 'Pending' TO GUEST-STATUS
           WRITE GUEST-WORK-RECORD FROM GUESTBOOK-RECORD
           IF ATR-GBWK-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: GUEST ' GUEST-ID
                       ' NOT ADDED, STATUS=' ATR-GBWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO ATR-DL-VERDICT
           STRING 'guestbook signed by ' TRN-G-NAME
               DELIMITED BY SIZE INTO ATR-DL-VERDICT
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4400-EXIT
           END-IF
           IF NOT GUEST-PENDING AND NOT GUEST-FLAGGED
               MOVE 'ALREADY SETTLED' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4400-EXIT
           END-IF
           MOVE TRN-M-DECISION TO GUEST-STATUS
           REWRITE GUEST-WORK-RECORD FROM GUESTBOOK-RECORD
           IF ATR-GBWK-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: GUEST ' GUEST-ID
                       ' NOT REWRITTEN, STATUS=' ATR-GBWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO ATR-DL-VERDICT
           STRING 'entry ' DELIMITED BY SIZE
                  TRN-M-ID DELIMITED BY SPACE
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4500-EXIT
           END-IF
           PERFORM 4510-FIND-SCHED THRU 4510-EXIT
           IF ATR-SCH-HIT = ZERO
               MOVE 'JOB NOT SCHEDULED' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4500-EXIT
           END-IF
           MOVE TRN-SC-ENABLED TO SCH-ENABLED
           PERFORM 5877-REWRITE-SCHED THRU 5877-EXIT
           MOVE SPACES TO ATR-DL-VERDICT
           IF TRN-SC-ENABLED = 'Y'
               STRING 'schedule ' DELIMITED BY SIZE
       4500-EXIT.
           EXIT.

      *> A create or an edit from the wizard. Either one lands the
      *> campaign as Draft - an edit to a Submitted, Active or
      *> Rejected campaign pulls it back for another review, so
      *> no budget goes live that a reviewer has not seen. The
      *> dates must be real and in order, the daily budget more
      *> than zero, and the currency one the rate history knows
      *> on the start date (blank means USD). A Completed
      *> campaign is history and is not edited.
       4550-POST-CAMPAIGN.
           IF TRN-CM-NAME = SPACES
               MOVE 'NO CAMPAIGN NAME' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4550-EXIT
           END-IF
           MOVE TRN-CM-START TO DS-DATE-IN
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           MOVE DS-SERIAL TO ATR-CMP-START-SERIAL
           MOVE TRN-CM-END TO DS-DATE-IN
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           IF ATR-CMP-START-SERIAL = ZERO
            OR DS-SERIAL < ATR-CMP-START-SERIAL
               MOVE 'BAD CAMPAIGN DATES' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4550-EXIT
           END-IF
           MOVE TRN-CM-BUDGET TO ATR-AMT-TXT
           PERFORM 9200-PARSE-AMOUNT THRU 9200-EXIT
           IF ATR-AMT-VALUE NOT > ZERO
               MOVE 'BAD BUDGET' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4550-EXIT
           END-IF
           MOVE TRN-CM-CURRENCY TO ATR-AMT-CURRENCY
           IF ATR-AMT-CURRENCY = SPACES
               MOVE 'USD' TO ATR-AMT-CURRENCY
           END-IF
           MOVE ATR-AMT-CURRENCY TO RH-CODE-IN
           MOVE TRN-CM-START TO RH-DATE-IN
           PERFORM 9650-RH-FIND-RATE THRU 9650-EXIT
           IF RH-HIT = ZERO
               MOVE 'UNKNOWN CURRENCY' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4550-EXIT
           END-IF
           IF TRN-TYPE = 'campaign.create'
               ADD 1 TO ATR-NEXT-CMP
               MOVE ATR-NEXT-CMP TO ATR-CMP-ID-9
               MOVE SPACES TO CAMPAIGN-RECORD ATR-CMP-BEFORE
               MOVE ATR-CMP-ID-WORK TO CAMP-ID
               MOVE TRN-WORKSPACE TO CAMP-WORKSPACE
           ELSE
               MOVE TRN-CM-ID TO ATR-CMP-KEY
               PERFORM 4555-FIND-CAMPAIGN THRU 4555-EXIT
               IF ATR-CMP-HIT = ZERO
                   MOVE 'CAMPAIGN NOT FOUND' TO ATR-REASON
                   PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
                   GO TO 4550-EXIT
               END-IF
               IF CAMP-COMPLETED
                   MOVE 'CAMPAIGN COMPLETED' TO ATR-REASON
                   PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
                   GO TO 4550-EXIT
               END-IF
               MOVE CAMPAIGN-RECORD TO ATR-CMP-BEFORE
           END-IF
           MOVE CAMP-STATUS TO ATR-CMP-WAS
           MOVE TRN-CM-NAME TO CAMP-NAME
           MOVE TRN-CM-CHANNEL TO CAMP-CHANNEL
           MOVE TRN-CM-START TO CAMP-START-DATE
           MOVE TRN-CM-END TO CAMP-END-DATE
           MOVE TRN-CM-BUDGET TO CAMP-BUDGET
           MOVE ATR-AMT-CURRENCY TO CAMP-CURRENCY
           MOVE TRN-CM-URL TO CAMP-LANDING-URL
           SET CAMP-DRAFT TO TRUE
           IF TRN-TYPE = 'campaign.create'
               WRITE CAMP-WORK-RECORD FROM CAMPAIGN-RECORD
               IF ATR-CMPWK-STATUS NOT = '00'
                   DISPLAY 'APPLYTRN: CAMPAIGN ' CAMP-ID
                           ' NOT ADDED, STATUS=' ATR-CMPWK-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               PERFORM 5881-REWRITE-CAMPAIGN THRU 5881-EXIT
           END-IF
           PERFORM 6550-WRITE-CMP-JOURNAL THRU 6550-EXIT
           MOVE SPACES TO ATR-DL-VERDICT
           IF TRN-TYPE = 'campaign.create'
               STRING CAMP-ID DELIMITED BY SPACE
                      ' created as Draft' DELIMITED BY SIZE
                   INTO ATR-DL-VERDICT
           ELSE
               IF ATR-CMP-WAS = 'Draft'
                   STRING CAMP-ID DELIMITED BY SPACE
                          ' edited' DELIMITED BY SIZE
                       INTO ATR-DL-VERDICT
               ELSE
                   STRING CAMP-ID DELIMITED BY SPACE
                          ' edited - ' DELIMITED BY SIZE
                          ATR-CMP-WAS DELIMITED BY SPACE
                          ' back to Draft' DELIMITED BY SIZE
                       INTO ATR-DL-VERDICT
               END-IF
           END-IF
           PERFORM 6000-MARK-POSTED THRU 6000-EXIT.
       4550-EXIT.
           EXIT.

      *> The campaign named by ATR-CMP-KEY in the signed-in
      *> workspace, read into CAMPAIGN-RECORD; ATR-CMP-HIT is
      *> zero when there is none.
       4555-FIND-CAMPAIGN.
           MOVE ZERO TO ATR-CMP-HIT
           MOVE ATR-CMP-KEY TO CMW-ID
           PERFORM 5880-READ-CAMPAIGN THRU 5880-EXIT
           IF ATR-CMPWK-STATUS = '00'
            AND CAMP-WORKSPACE = TRN-WORKSPACE
               MOVE 1 TO ATR-CMP-HIT
           END-IF.
       4555-EXIT.
           EXIT.

      *> The campaign's daily budget in USD, at the rate in force
      *> on its start date the way CAMPPERF prices it. A budget
      *> that cannot be priced is taken as over the Owner limit.
       4565-CAMPAIGN-USD.
           MOVE CAMP-BUDGET TO ATR-AMT-TXT
           PERFORM 9200-PARSE-AMOUNT THRU 9200-EXIT
           MOVE CAMP-CURRENCY TO RH-CODE-IN
           MOVE CAMP-START-DATE TO RH-DATE-IN
           PERFORM 9650-RH-FIND-RATE THRU 9650-EXIT
           IF RH-HIT = ZERO
               COMPUTE ATR-CMP-USD = ATR-CMP-OWNER-LIMIT + 0.01
           ELSE
               COMPUTE ATR-CMP-USD ROUNDED =
                   ATR-AMT-VALUE * RH-E-RATE (RH-HIT)
           END-IF.
       4565-EXIT.
           EXIT.

      *> A Draft, or a Rejected campaign after its edits, goes to
      *> review; the submitter is the requester the decision
      *> goes back to, and any earlier review is cleared.
       4570-POST-CAMPAIGN-SUBMIT.
           MOVE TRN-CR-ID TO ATR-CMP-KEY
           PERFORM 4555-FIND-CAMPAIGN THRU 4555-EXIT
           IF ATR-CMP-HIT = ZERO
               MOVE 'CAMPAIGN NOT FOUND' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4570-EXIT
           END-IF
           IF NOT CAMP-DRAFT
            AND NOT CAMP-REJECTED
               MOVE 'NOT A DRAFT' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4570-EXIT
           END-IF
           MOVE CAMPAIGN-RECORD TO ATR-CMP-BEFORE
           SET CAMP-SUBMITTED TO TRUE
           MOVE TRN-ACTOR TO CAMP-REQUESTER
           MOVE SPACES TO CAMP-REVIEWER CAMP-NOTE
           PERFORM 5881-REWRITE-CAMPAIGN THRU 5881-EXIT
           PERFORM 6550-WRITE-CMP-JOURNAL THRU 6550-EXIT
           MOVE SPACES TO ATR-DL-VERDICT
           STRING CAMP-ID DELIMITED BY SPACE
                  ' submitted for review' DELIMITED BY SIZE
               INTO ATR-DL-VERDICT
           PERFORM 6000-MARK-POSTED THRU 6000-EXIT.
       4570-EXIT.
           EXIT.

      *> The review of a Submitted campaign. The reviewer must be
      *> an Active Billing or Owner member of the workspace and
      *> not the requester; approving a daily budget worth more
      *> than the Owner limit in USD takes an Owner, while a
      *> rejection - which must say why - may come from either.
      *> The reason goes back to the requester's feed.
       4580-POST-CAMPAIGN-DECIDE.
           MOVE TRN-CR-ID TO ATR-CMP-KEY
           PERFORM 4555-FIND-CAMPAIGN THRU 4555-EXIT
           IF ATR-CMP-HIT = ZERO
               MOVE 'CAMPAIGN NOT FOUND' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4580-EXIT
           END-IF
           IF NOT CAMP-SUBMITTED
               MOVE 'NOT SUBMITTED' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4580-EXIT
           END-IF
           IF NOT TRN-CR-APPROVE AND NOT TRN-CR-REJECT
               MOVE 'BAD DECISION' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4580-EXIT
           END-IF
           IF CAMP-REQUESTER = TRN-ACTOR
               MOVE 'SAME PERSON' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4580-EXIT
           END-IF
           IF TRN-CR-REJECT AND TRN-CR-REASON = SPACES
               MOVE 'REASON REQUIRED' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4580-EXIT
           END-IF
           PERFORM 5730-FIND-DECIDER THRU 5730-EXIT
           IF ATR-DECIDER-ROLE NOT = 'Owner'
            AND ATR-DECIDER-ROLE NOT = 'Billing'
               MOVE 'APPROVER NOT ALLOWED' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4580-EXIT
           END-IF
           IF TRN-CR-APPROVE
               PERFORM 4565-CAMPAIGN-USD THRU 4565-EXIT
               IF ATR-CMP-USD > ATR-CMP-OWNER-LIMIT
                AND ATR-DECIDER-ROLE NOT = 'Owner'
                   MOVE 'NEEDS OWNER APPROVAL' TO ATR-REASON
                   PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
                   GO TO 4580-EXIT
               END-IF
           END-IF
           MOVE CAMPAIGN-RECORD TO ATR-CMP-BEFORE
           MOVE TRN-ACTOR TO CAMP-REVIEWER
           MOVE SPACES TO ATR-DL-VERDICT
           IF TRN-CR-APPROVE
               SET CAMP-ACTIVE TO TRUE
               MOVE SPACES TO CAMP-NOTE
               ADD 1 TO ATR-CMP-ACTIVE-CT
               STRING CAMP-ID DELIMITED BY SPACE
                      ' approved - Active' DELIMITED BY SIZE
                   INTO ATR-DL-VERDICT
           ELSE
               SET CAMP-REJECTED TO TRUE
               MOVE TRN-CR-REASON TO CAMP-NOTE
               ADD 1 TO ATR-CMP-REJECT-CT
               PERFORM 4585-NOTIFY-REQUESTER THRU 4585-EXIT
               STRING CAMP-ID DELIMITED BY SPACE
                      ' rejected - requester notified'
                          DELIMITED BY SIZE
                   INTO ATR-DL-VERDICT
           END-IF
           PERFORM 5881-REWRITE-CAMPAIGN THRU 5881-EXIT
           PERFORM 6550-WRITE-CMP-JOURNAL THRU 6550-EXIT
           PERFORM 6000-MARK-POSTED THRU 6000-EXIT.
       4580-EXIT.
           EXIT.

      *> Two feed rows for the requester: who rejected which
      *> campaign, then the reviewer's reason in their own words.
       4585-NOTIFY-REQUESTER.
           MOVE SPACES TO ATR-NTF-TEXT
           STRING 'campaign ' DELIMITED BY SIZE
                  CAMP-ID DELIMITED BY SPACE
                  ' rejected by ' DELIMITED BY SIZE
                  TRN-ACTOR DELIMITED BY SPACE
               INTO ATR-NTF-TEXT
           PERFORM 4586-WRITE-NOTIFY THRU 4586-EXIT
           MOVE CAMP-NOTE TO ATR-NTF-TEXT
           PERFORM 4586-WRITE-NOTIFY THRU 4586-EXIT.
       4585-EXIT.
           EXIT.

       4586-WRITE-NOTIFY.
           ADD 1 TO ATR-NEXT-NTF
           MOVE SPACES TO NOTIFY-RECORD
           MOVE ATR-NEXT-NTF TO ATR-NTF-9
           MOVE ATR-NTF-X TO NTF-SEQ
           MOVE TRN-DATE TO NTF-DATE
           MOVE TRN-TIME TO NTF-TIME
           MOVE CAMP-REQUESTER TO NTF-USER
           MOVE ATR-NTF-TEXT TO NTF-TEXT
           MOVE 'N' TO NTF-EMAIL
           MOVE 'N' TO NTF-SMS
           MOVE 'N' TO NTF-READ
           MOVE 'N' TO NTF-DIGESTED
           WRITE NOTIFY-OUT-RECORD FROM NOTIFY-RECORD.
       4586-EXIT.
           EXIT.

      *> A credit memo must name a real invoice, an amount, and
      *> the person who authorized it; it lands in the invoice
      *> store as a CRM- record and in the adjustments register
      *> with the authorization trail. A credit above the approval
      *> limit is held for a second user instead.
       4600-POST-ADJUST.
      *> A replayed credit posted before its period closed.
           PERFORM 4605-CHECK-CLOSED THRU 4605-EXIT
           IF ATR-CLR-HIT > ZERO
            AND NOT ATR-REPLAY
               MOVE 'PERIOD CLOSED' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4600-EXIT
           END-IF
           IF TRN-A-AMOUNT = SPACES
               MOVE 'BLANK AMOUNT' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4600-EXIT
           END-IF
           IF TRN-A-AUTH = SPACES
               MOVE 'NO AUTHORIZER' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4600-EXIT
           END-IF
           MOVE ZERO TO ATR-INV-HIT
           PERFORM 4610-MATCH-INVOICE THRU 4610-EXIT
           IF ATR-INV-HIT = ZERO
               MOVE 'INVOICE NOT FOUND' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4600-EXIT
           END-IF
           MOVE INVOICE-CURRENCY TO ATR-AMT-CURRENCY
           MOVE TRN-A-AMOUNT TO ATR-AMT-TXT
           PERFORM 9200-PARSE-AMOUNT THRU 9200-EXIT
           PERFORM 4602-CREDIT-USD THRU 4602-EXIT
           IF ATR-CREDIT-USD > ATR-CREDIT-LIMIT
            AND NOT ATR-APPROVING
            AND NOT ATR-REPLAY
               MOVE 'credit' TO ATR-HOLD-KIND
               MOVE SPACES TO ATR-HOLD-SUMMARY
               STRING 'credit ' DELIMITED BY SIZE
                      TRN-A-AMOUNT DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      ATR-AMT-CURRENCY DELIMITED BY SPACE
                      ' on ' DELIMITED BY SIZE
                      TRN-A-INVOICE DELIMITED BY SPACE
                   INTO ATR-HOLD-SUMMARY
               PERFORM 5700-HOLD-FOR-APPROVAL THRU 5700-EXIT
               GO TO 4600-EXIT
           END-IF
           ADD 1 TO ATR-NEXT-CRM
           MOVE TRN-DATE (1:4) TO ATR-CRM-YYYY
           MOVE ATR-NEXT-CRM TO ATR-CRM-NNNN
           MOVE SPACES TO INVOICE-RECORD
           MOVE ATR-CRM-WORK TO INVOICE-NUMBER
           MOVE TRN-DATE TO INVOICE-DATE
           MOVE ATR-AMT-VALUE TO INVOICE-AMOUNT
           MOVE 'Open' TO INVOICE-STATUS
           MOVE 'Credit' TO INVOICE-TYPE
           MOVE ATR-AMT-VALUE TO INVOICE-OPEN-BAL
           MOVE ZERO TO INVOICE-TAX-AMT INVOICE-DISCOUNT
           MOVE ATR-AMT-CURRENCY TO INVOICE-CURRENCY
           MOVE TRN-WORKSPACE TO INVOICE-WORKSPACE
           WRITE INVOICE-WORK-RECORD FROM INVOICE-RECORD
           IF ATR-INVWK-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: INVOICE ' INVOICE-NUMBER
                       ' NOT ADDED, STATUS=' ATR-INVWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO ADJUST-RECORD
           MOVE ATR-CRM-WORK TO ADJ-CREDIT
           MOVE TRN-A-INVOICE TO ADJ-INVOICE
           MOVE TRN-DATE TO ADJ-DATE
           MOVE ATR-AMT-VALUE TO ADJ-AMOUNT
           MOVE TRN-A-AUTH TO ADJ-AUTH
           MOVE TRN-A-REASON TO ADJ-REASON
           MOVE ATR-AMT-CURRENCY TO ADJ-CURRENCY
           WRITE ADJUST-OUT-RECORD FROM ADJUST-RECORD
           MOVE SPACES TO ATR-DL-VERDICT
           STRING 'credit ' DELIMITED BY SIZE
                  ATR-CRM-WORK DELIMITED BY SPACE
                  ' against ' DELIMITED BY SIZE
                  TRN-A-INVOICE DELIMITED BY SPACE
               INTO ATR-DL-VERDICT
           PERFORM 6000-MARK-POSTED THRU 6000-EXIT.
       4600-EXIT.
           EXIT.

      *> The credit in USD at the rate in force on the day it is
      *> posted, the way the campaign threshold is priced. A
      *> currency the history does not carry is taken as over the
      *> limit, so it goes to a second user.
       4602-CREDIT-USD.
           MOVE ATR-AMT-CURRENCY TO RH-CODE-IN
           IF RH-CODE-IN = SPACES
               MOVE 'USD' TO RH-CODE-IN
           END-IF
           MOVE TRN-DATE TO RH-DATE-IN
           PERFORM 9650-RH-FIND-RATE THRU 9650-EXIT
           IF RH-HIT = ZERO
               COMPUTE ATR-CREDIT-USD = ATR-CREDIT-LIMIT + 0.01
           ELSE
               COMPUTE ATR-CREDIT-USD ROUNDED =
                   ATR-AMT-VALUE * RH-E-RATE (RH-HIT)
           END-IF.
       4602-EXIT.
           EXIT.

      *> Is the posting dated inside a closed period? The close
      *> register is read from the top for each check.
       4605-CHECK-CLOSED.
           MOVE ZERO TO ATR-CLR-HIT
           CLOSE CLOSE-IN
           OPEN INPUT CLOSE-IN
           IF ATR-CLRIN-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: CLOSE REGISTER REOPEN FAILED, '
                       'STATUS=' ATR-CLRIN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO ATR-CLRIN-EOF-SW
           PERFORM 4606-MATCH-CLOSED THRU 4606-EXIT
               UNTIL ATR-CLRIN-EOF OR ATR-CLR-HIT > 0.
       4605-EXIT.
           EXIT.

       4606-MATCH-CLOSED.
           READ CLOSE-IN INTO CLOSEREG-RECORD
               AT END SET ATR-CLRIN-EOF TO TRUE
               GO TO 4606-EXIT
           END-READ
           IF CLR-START = SPACES
               GO TO 4606-EXIT
           END-IF
           IF TRN-DATE NOT < CLR-START
            AND TRN-DATE NOT > CLR-END
               MOVE 1 TO ATR-CLR-HIT
           END-IF.
       4606-EXIT.
           EXIT.

      *> Unapplied cash goes to one Open invoice. The settlement
      *> row carries the bank reference as PAY-ID and method
      *> suspense, so the ledger moves it off the unapplied-cash
      *> account rather than booking the receipt a second time.
       4650-POST-SUSPENSE-ASSIGN.
           PERFORM 4605-CHECK-CLOSED THRU 4605-EXIT
           IF ATR-CLR-HIT > ZERO
               MOVE 'PERIOD CLOSED' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4650-EXIT
           END-IF
           PERFORM 4660-FIND-SUSPENSE THRU 4660-EXIT
           IF ATR-SUS-HIT = ZERO
               MOVE 'SUSPENSE NOT FOUND' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4650-EXIT
           END-IF
           IF NOT SUS-UNAPPLIED
               MOVE 'ALREADY ASSIGNED' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4650-EXIT
           END-IF
           MOVE ZERO TO ATR-INV-HIT
           PERFORM 4670-MATCH-SUS-INVOICE THRU 4670-EXIT
           IF ATR-INV-HIT = ZERO
               MOVE 'INVOICE NOT FOUND' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4650-EXIT
           END-IF
           IF INVOICE-STATUS NOT = 'Open'
               MOVE 'INVOICE NOT OPEN' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4650-EXIT
           END-IF
           MOVE 'Assigned' TO SUS-STATUS
           MOVE TRN-SA-INVOICE TO SUS-INVOICE
           MOVE TRN-DATE TO SUS-ASSIGN-DATE
           MOVE TRN-ACTOR TO SUS-ASSIGN-BY
           PERFORM 5885-REWRITE-SUSPENSE THRU 5885-EXIT
           MOVE SPACES TO PAYMENT-RECORD
           MOVE SUS-REF TO PAY-ID
           MOVE TRN-DATE TO PAY-DATE
           MOVE SUS-AMOUNT TO ATR-AMT-TXT
           PERFORM 9200-PARSE-AMOUNT THRU 9200-EXIT
           MOVE ATR-AMT-VALUE TO PAY-AMOUNT
           MOVE TRN-SA-INVOICE TO PAY-INVOICE-REF
           MOVE 'suspense' TO PAY-METHOD
           MOVE 'Settled' TO PAY-STATUS
           MOVE INVOICE-CURRENCY TO PAY-CURRENCY
           WRITE PAYMENT-OUT-RECORD FROM PAYMENT-RECORD
           MOVE SPACES TO ATR-DL-VERDICT
           STRING SUS-REF DELIMITED BY SPACE
                  ' -> ' DELIMITED BY SIZE
                  TRN-SA-INVOICE DELIMITED BY SPACE
               INTO ATR-DL-VERDICT
           PERFORM 6000-MARK-POSTED THRU 6000-EXIT.
       4650-EXIT.
           EXIT.

       4660-FIND-SUSPENSE.
           MOVE ZERO TO ATR-SUS-HIT
           MOVE TRN-SA-REF TO SXW-REF
           PERFORM 5884-READ-SUSPENSE THRU 5884-EXIT
           IF ATR-SUSWK-STATUS = '00'
               MOVE 1 TO ATR-SUS-HIT
           END-IF.
       4660-EXIT.
           EXIT.

       4670-MATCH-SUS-INVOICE.
           MOVE TRN-SA-INVOICE TO IWK-NUMBER
           PERFORM 5820-READ-INVOICE THRU 5820-EXIT
           IF ATR-INVWK-STATUS = '00'
            AND INVOICE-IS-INV
            AND INVOICE-WORKSPACE = TRN-WORKSPACE
               MOVE 1 TO ATR-INV-HIT
           END-IF.
       4670-EXIT.
           EXIT.

      *> A coupon is redeemed for the signed-in workspace on its
      *> subscription. The redemption starts discounting with the
      *> month it posts in and carries the master's terms with it.
       4680-POST-COUPON-REDEEM.
           PERFORM 5400-FIND-SUBS THRU 5400-EXIT
           IF ATR-SUB-HIT = ZERO
               MOVE 'NO SUBSCRIPTION' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4680-EXIT
           END-IF
           IF TRN-CP-CODE = SPACES
               MOVE 'BLANK COUPON CODE' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4680-EXIT
           END-IF
           PERFORM 4685-FIND-COUPON THRU 4685-EXIT
           IF ATR-CPN-HIT = ZERO
               MOVE 'COUPON NOT FOUND' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4680-EXIT
           END-IF
           IF TRN-DATE > CPN-EXPIRES
               MOVE 'COUPON EXPIRED' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4680-EXIT
           END-IF
           MOVE TRN-DATE (1:7) TO ATR-MONTH-WORK
           COMPUTE ATR-TRN-MIX = (ATR-MW-YYYY * 12) + ATR-MW-MM - 1
           MOVE ZERO TO ATR-RDM-USED
           MOVE 'N' TO ATR-RDM-BLOCK-SW
           MOVE SPACES TO ATR-REASON
           MOVE 'N' TO ATR-RDMWK-EOF-SW
           MOVE LOW-VALUES TO RDW-SEQ
           START REDEEM-WORK KEY NOT < RDW-SEQ
           IF ATR-RDMWK-STATUS NOT = '00'
               SET ATR-RDMWK-EOF TO TRUE
           END-IF
           PERFORM 4690-CHECK-REDEMPTION THRU 4690-EXIT
               UNTIL ATR-RDMWK-EOF
           IF ATR-RDM-BLOCKED
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4680-EXIT
           END-IF
           IF CPN-MAX-REDEEM > ZERO
            AND ATR-RDM-USED NOT < CPN-MAX-REDEEM
               MOVE 'REDEMPTION CAP REACHED' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4680-EXIT
           END-IF
           MOVE SPACES TO REDEEM-RECORD
           MOVE SUBS-WORKSPACE TO RDM-WORKSPACE
           MOVE CPN-CODE TO RDM-CODE
           MOVE TRN-DATE TO RDM-DATE
           MOVE TRN-DATE (1:7) TO RDM-FIRST-MONTH
           MOVE CPN-MONTHS TO RDM-MONTHS
           MOVE CPN-KIND TO RDM-KIND
           MOVE CPN-VALUE TO RDM-VALUE
           MOVE TRN-ACTOR TO RDM-ACTOR
           WRITE REDEEM-OUT-RECORD FROM REDEEM-RECORD
           ADD 1 TO ATR-RDM-SEQ
           MOVE ATR-RDM-SEQ TO RDW-SEQ
           MOVE REDEEM-RECORD TO RDW-IMAGE
           WRITE REDEEM-WORK-RECORD
           IF ATR-RDMWK-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: REDEMPTION ' ATR-RDM-SEQ
                       ' NOT ADDED, STATUS=' ATR-RDMWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE CPN-MONTHS TO ATR-CPN-MONTHS-ED
           MOVE SPACES TO ATR-DL-VERDICT
           STRING 'coupon ' DELIMITED BY SIZE
                  CPN-CODE DELIMITED BY SPACE
                  ' redeemed for ' DELIMITED BY SIZE
                  ATR-CPN-MONTHS-ED DELIMITED BY SIZE
                  ' months' DELIMITED BY SIZE
               INTO ATR-DL-VERDICT
           PERFORM 6000-MARK-POSTED THRU 6000-EXIT.
       4680-EXIT.
           EXIT.

       4685-FIND-COUPON.
           MOVE ZERO TO ATR-CPN-HIT
           MOVE TRN-CP-CODE TO CPW-CODE
           PERFORM 5886-READ-COUPON THRU 5886-EXIT
           IF ATR-CPNWK-STATUS = '00'
               MOVE 1 TO ATR-CPN-HIT
           END-IF.
       4685-EXIT.
           EXIT.

      *> Every earlier redemption of the code counts toward its
      *> cap. The workspace may redeem a code once, and not while
      *> another coupon still has months to run.
       4690-CHECK-REDEMPTION.
           READ REDEEM-WORK NEXT RECORD
               AT END SET ATR-RDMWK-EOF TO TRUE
               GO TO 4690-EXIT
           END-READ
           MOVE RDW-IMAGE TO REDEEM-RECORD
           IF RDM-CODE = CPN-CODE
               ADD 1 TO ATR-RDM-USED
           END-IF
           IF RDM-WORKSPACE NOT = SUBS-WORKSPACE
            OR ATR-RDM-BLOCKED
               GO TO 4690-EXIT
           END-IF
           IF RDM-CODE = CPN-CODE
               MOVE 'ALREADY REDEEMED' TO ATR-REASON
               SET ATR-RDM-BLOCKED TO TRUE
               GO TO 4690-EXIT
           END-IF
           MOVE RDM-FIRST-MONTH TO ATR-MONTH-WORK
           COMPUTE ATR-RDM-MIX = (ATR-MW-YYYY * 12) + ATR-MW-MM - 1
           IF ATR-TRN-MIX < ATR-RDM-MIX + RDM-MONTHS
               MOVE 'COUPON ALREADY ACTIVE' TO ATR-REASON
               SET ATR-RDM-BLOCKED TO TRUE
           END-IF.
       4690-EXIT.
           EXIT.

      *> A promise to pay lands Active against an unpaid invoice;
      *> the promised date may not already be behind the call.
       4695-POST-PROMISE.
           IF TRN-PR-AMOUNT = SPACES
               MOVE 'BLANK AMOUNT' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4695-EXIT
           END-IF
           IF TRN-PR-DATE (5:1) NOT = '-'
            OR TRN-PR-DATE (8:1) NOT = '-'
            OR TRN-PR-DATE (1:4) IS NOT NUMERIC
            OR TRN-PR-DATE (6:2) IS NOT NUMERIC
            OR TRN-PR-DATE (9:2) IS NOT NUMERIC
               MOVE 'BAD PROMISE DATE' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4695-EXIT
           END-IF
           IF TRN-PR-DATE < TRN-DATE
               MOVE 'PROMISE DATE PASSED' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4695-EXIT
           END-IF
           MOVE ZERO TO ATR-INV-HIT
           PERFORM 4696-MATCH-PRM-INVOICE THRU 4696-EXIT
           IF ATR-INV-HIT = ZERO
               MOVE 'INVOICE NOT FOUND' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4695-EXIT
           END-IF
           IF INVOICE-STATUS NOT = 'Open'
            AND INVOICE-STATUS NOT = 'Overdue'
               MOVE 'INVOICE NOT UNPAID' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4695-EXIT
           END-IF
           PERFORM 4697-FIND-PROMISE THRU 4697-EXIT
           IF ATR-PRM-HIT > ZERO
               MOVE 'PROMISE ALREADY OPEN' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4695-EXIT
           END-IF
           MOVE SPACES TO PROMISE-RECORD
           MOVE TRN-PR-INVOICE TO PRM-INVOICE
           MOVE TRN-PR-AMOUNT TO PRM-AMOUNT
           MOVE TRN-PR-DATE TO PRM-DUE
           MOVE TRN-DATE TO PRM-TAKEN
           MOVE TRN-ACTOR TO PRM-TAKEN-BY
           MOVE 'Active' TO PRM-STATUS
           WRITE PROMISE-OUT-RECORD FROM PROMISE-RECORD
           MOVE TRN-PR-INVOICE TO PRW-INVOICE
           WRITE PROMISE-WORK-RECORD
           IF ATR-PRMWK-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: PROMISE ON ' TRN-PR-INVOICE
                       ' NOT ADDED, STATUS=' ATR-PRMWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO ATR-DL-VERDICT
           STRING TRN-PR-INVOICE DELIMITED BY SPACE
                  ' promised ' DELIMITED BY SIZE
                  TRN-PR-AMOUNT DELIMITED BY SPACE
                  ' by ' DELIMITED BY SIZE
                  TRN-PR-DATE DELIMITED BY SIZE
               INTO ATR-DL-VERDICT
           PERFORM 6000-MARK-POSTED THRU 6000-EXIT.
       4695-EXIT.
           EXIT.

       4696-MATCH-PRM-INVOICE.
           MOVE TRN-PR-INVOICE TO IWK-NUMBER
           PERFORM 5820-READ-INVOICE THRU 5820-EXIT
           IF ATR-INVWK-STATUS = '00'
            AND NOT INVOICE-IS-CREDIT
            AND INVOICE-WORKSPACE = TRN-WORKSPACE
               MOVE 1 TO ATR-INV-HIT
           END-IF.
       4696-EXIT.
           EXIT.

       4697-FIND-PROMISE.
           MOVE ZERO TO ATR-PRM-HIT
           MOVE TRN-PR-INVOICE TO PRW-INVOICE
           READ PROMISE-WORK
           EVALUATE ATR-PRMWK-STATUS
               WHEN '00'
                   MOVE 1 TO ATR-PRM-HIT
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'APPLYTRN: PROMISE ON ' PRW-INVOICE
                           ' READ FAILED, STATUS=' ATR-PRMWK-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
       4697-EXIT.
           EXIT.

      *> A held exchange rate is signed off once: the rate must
      *> still be Pending in the register. The decision row
      *> carries the held figures forward so FXLOAD can load an
      *> approved rate without going back to the feed.
       4698-POST-FX-SIGNOFF.
           IF NOT TRN-FX-APPROVE
            AND NOT TRN-FX-REJECT
               MOVE 'BAD DECISION' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4698-EXIT
           END-IF
           PERFORM 4699-FIND-FX-RATE THRU 4699-EXIT
           IF ATR-FXX-HIT = ZERO
               MOVE 'NO PENDING RATE' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4698-EXIT
           END-IF
           IF NOT FXX-PENDING
               MOVE 'NO PENDING RATE' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4698-EXIT
           END-IF
           MOVE TRN-FX-DECISION TO FXX-STATUS
           MOVE TRN-ACTOR TO FXX-DECIDED-BY
           MOVE TRN-DATE TO FXX-DECIDED
           WRITE FXEXC-OUT-RECORD FROM FXEXC-RECORD
           MOVE FXEXC-RECORD TO FXW-IMAGE
           PERFORM 4691-WRITE-FX-WORK THRU 4691-EXIT
           MOVE SPACES TO ATR-DL-VERDICT
           STRING FXX-CODE DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  FXX-ASOF DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FXX-RATE DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  FXX-STATUS DELIMITED BY SPACE
               INTO ATR-DL-VERDICT
           PERFORM 6000-MARK-POSTED THRU 6000-EXIT.
       4698-EXIT.
           EXIT.

      *> The last register row for the rate and as-of date, read
      *> into FXEXC-RECORD; ATR-FXX-HIT is zero when it has none.
       4699-FIND-FX-RATE.
           MOVE ZERO TO ATR-FXX-HIT
           MOVE 'N' TO ATR-FXXWK-EOF-SW
           MOVE TRN-FX-CODE TO FXW-CODE
           MOVE TRN-FX-ASOF TO FXW-ASOF
           MOVE ZERO TO FXW-SEQ
           START FXEXC-WORK KEY NOT < FXW-KEY
           IF ATR-FXXWK-STATUS NOT = '00'
               SET ATR-FXXWK-EOF TO TRUE
           END-IF
           PERFORM 4694-NEXT-FX-RATE THRU 4694-EXIT
               UNTIL ATR-FXXWK-EOF.
       4699-EXIT.
           EXIT.

       4694-NEXT-FX-RATE.
           READ FXEXC-WORK NEXT RECORD
               AT END SET ATR-FXXWK-EOF TO TRUE
               GO TO 4694-EXIT
           END-READ
           IF FXW-CODE NOT = TRN-FX-CODE
            OR FXW-ASOF NOT = TRN-FX-ASOF
               SET ATR-FXXWK-EOF TO TRUE
               GO TO 4694-EXIT
           END-IF
           MOVE FXW-IMAGE TO FXEXC-RECORD
           MOVE 1 TO ATR-FXX-HIT.
       4694-EXIT.
           EXIT.

      *> A register row in FXW-IMAGE goes under its rate and
      *> as-of date, after any already there.
       4691-WRITE-FX-WORK.
           ADD 1 TO ATR-FXX-SEQ
           MOVE FXW-IMAGE (1:8) TO FXW-CODE
           MOVE FXW-IMAGE (19:10) TO FXW-ASOF
           MOVE ATR-FXX-SEQ TO FXW-SEQ
           WRITE FXEXC-WORK-RECORD
           IF ATR-FXXWK-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: RATE EXCEPTION ' FXW-KEY
                       ' NOT WRITTEN, STATUS=' ATR-FXXWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       4691-EXIT.
           EXIT.

      *> A plan change rewrites the subscription to the chosen
      *> PLANS-FILE tier and leaves a history row behind, so the
      *> billing run can prorate the month of the change.
       4700-POST-PLAN-CHANGE.
           PERFORM 5400-FIND-SUBS THRU 5400-EXIT
           IF ATR-SUB-HIT = ZERO
               MOVE 'NO SUBSCRIPTION' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4700-EXIT
           END-IF
           PERFORM 4710-FIND-PLAN THRU 4710-EXIT
           IF ATR-PLAN-HIT = ZERO
               MOVE 'PLAN NOT FOUND' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4700-EXIT
           END-IF
           IF PLAN-ID = SUBS-PLAN-ID
               MOVE 'ALREADY ON PLAN' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4700-EXIT
           END-IF
      *> An annual term is prepaid through to its anniversary,
      *> so the tier only moves in an anniversary month - the
      *> month the next term would bill anyway.
           IF SUBS-ANNUAL
            AND (TRN-DATE (6:2) NOT = SUBS-SINCE (6:2)
             OR TRN-DATE (1:4) NOT > SUBS-SINCE (1:4))
               MOVE 'ANNUAL TERM IN FORCE' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4700-EXIT
           END-IF
           MOVE SPACES TO PLANHIST-RECORD
           MOVE SUBS-WORKSPACE TO PH-WORKSPACE
           MOVE TRN-DATE TO PH-DATE
           MOVE SUBS-PLAN-PRICE TO PH-OLD-PRICE
           MOVE PLAN-ID TO PH-NEW-PLAN
           MOVE PLAN-NAME TO PH-NEW-NAME
           MOVE PLAN-PRICE TO ATR-AMT-ED
           PERFORM 9400-EDIT-MONEY THRU 9400-EXIT
           MOVE ATR-MONEY-OUT TO PH-NEW-PRICE
           WRITE PLANHIST-OUT-RECORD FROM PLANHIST-RECORD
           MOVE PLAN-ID TO SUBS-PLAN-ID
           MOVE PLAN-NAME TO SUBS-PLAN-NAME
           MOVE ATR-MONEY-OUT TO SUBS-PLAN-PRICE
           MOVE PLAN-TERM TO SUBS-TERM
           MOVE TRN-DATE TO SUBS-SINCE
           PERFORM 5873-REWRITE-SUBS THRU 5873-EXIT
           MOVE SPACES TO ATR-DL-VERDICT
           STRING 'plan changed to ' DELIMITED BY SIZE
                  PLAN-NAME DELIMITED BY SPACE
           END-IF
           MOVE ZERO TO ATR-TKT-HIT
           PERFORM 4810-MATCH-TICKET THRU 4810-EXIT
           IF ATR-TKT-HIT = ZERO
               MOVE 'TICKET NOT FOUND' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4800-EXIT
           END-IF
           IF TKT-PARENT NOT = SPACES
               MOVE 'TICKET MERGED' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4800-EXIT
           END-IF
           IF TKT-STATUS = TRN-T-STATUS
               MOVE 'STATUS UNCHANGED' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4800-EXIT
           END-IF
           IF TRN-T-STATUS = 'Closed'
               MOVE TKT-ID TO OBW-TICKET
               PERFORM 1297-FIND-OUTBOUND THRU 1297-EXIT
               IF ATR-OUT-HIT = ZERO
                   MOVE 'NO FINAL REPLY' TO ATR-REASON
                   PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
           MOVE TRN-T-STATUS TO TKE-NEW-STATUS
           MOVE TRN-ACTOR TO TKE-ACTOR
           WRITE TKTEVENT-OUT-RECORD FROM TKTEVENT-RECORD
           MOVE SPACES TO WHKEVT-RECORD
           MOVE TRN-DATE TO WHE-DATE
           MOVE TRN-TIME TO WHE-TIME
           MOVE TKT-WORKSPACE TO WHE-WORKSPACE
           MOVE 'ticket.status' TO WHE-EVENT
           MOVE TKT-ID TO WHE-REF
           STRING TKT-STATUS DELIMITED BY '  '
                  ' -> ' DELIMITED BY SIZE
                  TRN-T-STATUS DELIMITED BY '  '
               INTO WHE-DETAIL
           WRITE WHKEVT-OUT-RECORD FROM WHKEVT-RECORD
           MOVE TRN-T-STATUS TO TKT-STATUS
           PERFORM 5835-REWRITE-TICKET THRU 5835-EXIT
           MOVE SPACES TO ATR-DL-VERDICT
           STRING 'ticket ' DELIMITED BY SIZE
                  TRN-T-ID DELIMITED BY SPACE
                  ' now ' DELIMITED BY SIZE
                  TRN-T-STATUS DELIMITED BY SIZE
               INTO ATR-DL-VERDICT
           IF TRN-T-STATUS = 'Closed'
               PERFORM 4940-SEND-SURVEY THRU 4940-EXIT
           END-IF
           PERFORM 6000-MARK-POSTED THRU 6000-EXIT.
       4800-EXIT.
           EXIT.

      *> Claim or reassign: the named agent must be a live
      *> account; the match browses the users by name the way
      *> the other name lookups here do.
       4900-POST-TICKET-ASSIGN.
           IF TRN-AS-ASSIGNEE = SPACES
               MOVE 'BLANK ASSIGNEE' TO ATR-REASON
               GO TO 4900-EXIT
           END-IF
           MOVE ZERO TO ATR-HIT
           PERFORM 5850-START-USERS THRU 5850-EXIT
           PERFORM 4910-MATCH-AGENT THRU 4910-EXIT
               UNTIL ATR-HIT > 0 OR ATR-USRWK-EOF
           IF ATR-HIT = ZERO
               MOVE 'AGENT NOT FOUND' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4900-EXIT
           END-IF
           MOVE USER-ID TO ATR-MBR-USER
           PERFORM 5500-FIND-MEMBER THRU 5500-EXIT
           IF ATR-MBR-HIT = ZERO
               MOVE 'AGENT NOT A MEMBER' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4900-EXIT
           END-IF
           MOVE ZERO TO ATR-TKT-HIT
           PERFORM 4920-MATCH-ASG-TICKET THRU 4920-EXIT
           IF ATR-TKT-HIT = ZERO
               MOVE 'TICKET NOT FOUND' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4900-EXIT
           END-IF
           MOVE TRN-AS-ASSIGNEE TO TKT-ASSIGNEE
           PERFORM 5835-REWRITE-TICKET THRU 5835-EXIT
           MOVE SPACES TO ATR-DL-VERDICT
           STRING 'ticket ' DELIMITED BY SIZE
                  TRN-AS-ID DELIMITED BY SPACE
       4900-EXIT.
           EXIT.

      *> A duplicate folded into the ticket the lead keeps. Only
      *> a Support lead - Owner, Admin or Support in the signed-in
      *> workspace - merges; both tickets must be that
      *> workspace's, still open, and not merged themselves, and
      *> a ticket that other tickets were already merged into
      *> stays a parent. The child closes with a 'merged into'
      *> event and a ticket.status webhook; its thread moves when
      *> the thread file is written back.
       4930-POST-TICKET-MERGE.
           PERFORM 5730-FIND-DECIDER THRU 5730-EXIT
           IF ATR-DECIDER-ROLE NOT = 'Owner'
            AND ATR-DECIDER-ROLE NOT = 'Admin'
            AND ATR-DECIDER-ROLE NOT = 'Support'
               MOVE 'NOT A SUPPORT LEAD' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4930-EXIT
           END-IF
           IF TRN-MG-CHILD = SPACES
            OR TRN-MG-PARENT = SPACES
            OR TRN-MG-CHILD = TRN-MG-PARENT
               MOVE 'BAD MERGE PAIR' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4930-EXIT
           END-IF
           MOVE ZERO TO ATR-TKT-HIT ATR-PAR-HIT ATR-KID-CT
           PERFORM 4935-MATCH-MRG-TICKET THRU 4935-EXIT
           PERFORM 5860-START-TICKETS THRU 5860-EXIT
           PERFORM 4936-COUNT-MRG-KID THRU 4936-EXIT
               UNTIL ATR-TKTWK-EOF
           IF ATR-TKT-HIT = ZERO
            OR ATR-PAR-HIT = ZERO
               MOVE 'TICKET NOT FOUND' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4930-EXIT
           END-IF
           IF ATR-KID-CT > ZERO
               MOVE 'CHILD IS A PARENT' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4930-EXIT
           END-IF
           MOVE TRN-MG-PARENT TO TWK-ID
           PERFORM 5830-READ-TICKET THRU 5830-EXIT
           IF TKT-STATUS = 'Closed'
            OR TKT-PARENT NOT = SPACES
               MOVE 'PARENT NOT OPEN' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4930-EXIT
           END-IF
           MOVE TRN-MG-CHILD TO TWK-ID
           PERFORM 5830-READ-TICKET THRU 5830-EXIT
           IF TKT-STATUS = 'Closed'
            OR TKT-PARENT NOT = SPACES
               MOVE 'CHILD NOT OPEN' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4930-EXIT
           END-IF
           MOVE TKT-STATUS TO ATR-MRG-STATUS
           MOVE SPACES TO TKTEVENT-RECORD
           MOVE TKT-ID TO TKE-ID
           MOVE TRN-DATE TO TKE-DATE
           MOVE TRN-TIME TO TKE-TIME
           MOVE TKT-STATUS TO TKE-OLD-STATUS
           MOVE 'Closed' TO TKE-NEW-STATUS
           MOVE TRN-ACTOR TO TKE-ACTOR
           STRING 'merged into ' DELIMITED BY SIZE
                  TRN-MG-PARENT DELIMITED BY SPACE
               INTO TKE-NOTE
           WRITE TKTEVENT-OUT-RECORD FROM TKTEVENT-RECORD
           MOVE SPACES TO WHKEVT-RECORD
           MOVE TRN-DATE TO WHE-DATE
           MOVE TRN-TIME TO WHE-TIME
           MOVE TKT-WORKSPACE TO WHE-WORKSPACE
           MOVE 'ticket.status' TO WHE-EVENT
           MOVE TKT-ID TO WHE-REF
           STRING ATR-MRG-STATUS DELIMITED BY '  '
                  ' -> Closed merged ' DELIMITED BY SIZE
                  TRN-MG-PARENT DELIMITED BY SPACE
               INTO WHE-DETAIL
           WRITE WHKEVT-OUT-RECORD FROM WHKEVT-RECORD
           MOVE 'Closed' TO TKT-STATUS
           MOVE TRN-MG-PARENT TO TKT-PARENT
           PERFORM 5835-REWRITE-TICKET THRU 5835-EXIT
      *> An agent reply already on the child's thread counts
      *> toward closing the parent once the thread moves.
           MOVE TKT-ID TO OBW-TICKET
           PERFORM 1297-FIND-OUTBOUND THRU 1297-EXIT
           IF ATR-OUT-HIT > ZERO
               MOVE TRN-MG-PARENT TO TM-TICKET
               PERFORM 1296-NOTE-OUTBOUND THRU 1296-EXIT
           END-IF
           ADD 1 TO ATR-MERGED-CT
           MOVE SPACES TO ATR-DL-VERDICT
           STRING 'ticket ' DELIMITED BY SIZE
                  TRN-MG-CHILD DELIMITED BY SPACE
                  ' merged into ' DELIMITED BY SIZE
                  TRN-MG-PARENT DELIMITED BY SPACE
               INTO ATR-DL-VERDICT
           PERFORM 6000-MARK-POSTED THRU 6000-EXIT.
       4930-EXIT.
           EXIT.

      *> Both sides of the merge, by key, in the signed-in
      *> workspace.
       4935-MATCH-MRG-TICKET.
           MOVE TRN-MG-PARENT TO TWK-ID
           PERFORM 5830-READ-TICKET THRU 5830-EXIT
           IF ATR-TKTWK-STATUS = '00'
            AND TKT-WORKSPACE = TRN-WORKSPACE
               MOVE 1 TO ATR-PAR-HIT
           END-IF
           MOVE TRN-MG-CHILD TO TWK-ID
           PERFORM 5830-READ-TICKET THRU 5830-EXIT
           IF ATR-TKTWK-STATUS = '00'
            AND TKT-WORKSPACE = TRN-WORKSPACE
               MOVE 1 TO ATR-TKT-HIT
           END-IF.
       4935-EXIT.
           EXIT.

      *> Tickets already merged into the child, over every ticket
      *> on file.
       4936-COUNT-MRG-KID.
           READ TICKET-WORK NEXT RECORD INTO TICKET-RECORD
               AT END SET ATR-TKTWK-EOF TO TRUE
               GO TO 4936-EXIT
           END-READ
           IF TKT-PARENT = TRN-MG-CHILD
               ADD 1 TO ATR-KID-CT
           END-IF.
       4936-EXIT.
           EXIT.

      *> The closing survey for the ticket just moved to Closed
      *> (TICKET-RECORD still holds it): nothing to a blank or
      *> suppressed address, or to a requester who already had
      *> one in the last seven days. Otherwise the survey is
      *> logged Sent with a fresh token and spooled with the
      *> ticket and token as its rating-link reference.
       4940-SEND-SURVEY.
           IF TKT-EMAIL = SPACES
               ADD 1 TO ATR-SVY-SKIP-CT
               GO TO 4940-EXIT
           END-IF
           MOVE ZERO TO ATR-SUP-HIT
           PERFORM 4941-MATCH-SVY-SUPPRESS THRU 4941-EXIT
           IF ATR-SUP-HIT > 0
               ADD 1 TO ATR-SVY-SKIP-CT
               GO TO 4940-EXIT
           END-IF
           MOVE TRN-DATE TO DS-DATE-IN
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           MOVE DS-SERIAL TO ATR-CLOSE-SERIAL
           PERFORM 4942-FIND-RECENT-SURVEY THRU 4942-EXIT
           IF ATR-SVY-HIT > 0
               ADD 1 TO ATR-SVY-SKIP-CT
               GO TO 4940-EXIT
           END-IF
           MOVE TRN-DATE TO HD-SALT (1:10)
           MOVE TRN-TIME (1:6) TO HD-SALT (11:6)
           MOVE TKT-ID TO HD-SECRET (1:8)
           MOVE TKT-EMAIL (1:12) TO HD-SECRET (9:12)
           PERFORM 9800-HASH-DIGEST THRU 9800-EXIT
           MOVE HD-HASH-OUT TO ATR-HASH-9
           MOVE SPACES TO SURVEY-RECORD
           MOVE TKT-ID TO SVY-TICKET
           MOVE ATR-HASH-TOKEN TO SVY-TOKEN
           MOVE 'Sent' TO SVY-KIND
           MOVE TRN-DATE TO SVY-DATE
           MOVE TRN-TIME TO SVY-TIME
           MOVE TKT-EMAIL TO SVY-EMAIL
           MOVE TKT-ASSIGNEE TO SVY-AGENT
           MOVE TKT-PRIORITY TO SVY-PRIORITY
           MOVE TKT-WORKSPACE TO SVY-WORKSPACE
           WRITE SURVEY-OUT-RECORD FROM SURVEY-RECORD
           PERFORM 4943-ADD-SURVEY THRU 4943-EXIT
           PERFORM 4944-NOTE-SURVEY-SENT THRU 4944-EXIT
           MOVE SPACES TO MAILSPOOL-RECORD
           MOVE TRN-DATE TO SPL-DATE
           MOVE TRN-TIME TO SPL-TIME
           MOVE TKT-EMAIL TO SPL-TO
           MOVE 'csat-survey' TO SPL-TEMPLATE
           MOVE SVY-TICKET TO SPL-REF (1:8)
           MOVE SVY-TOKEN TO SPL-REF (9:12)
           WRITE SPOOL-OUT-RECORD FROM MAILSPOOL-RECORD
           ADD 1 TO ATR-SVY-SENT-CT.
       4940-EXIT.
           EXIT.

       4941-MATCH-SVY-SUPPRESS.
           MOVE TKT-EMAIL TO SWK-EMAIL
           PERFORM 5840-READ-SUPPRESS THRU 5840-EXIT
           IF ATR-SUPWK-STATUS = '00'
               MOVE 1 TO ATR-SUP-HIT
           END-IF.
       4941-EXIT.
           EXIT.

      *> The requester's first survey sent on or after the day
      *> a week before this close, if there is one.
       4942-FIND-RECENT-SURVEY.
           MOVE ZERO TO ATR-SVY-HIT
           COMPUTE ATR-SVY-SINCE =
               ATR-CLOSE-SERIAL - ATR-SVY-DAYS + 1
           IF ATR-SVY-SINCE < ZERO
               MOVE ZERO TO ATR-SVY-SINCE
           END-IF
           MOVE TKT-EMAIL TO SRW-EMAIL
           MOVE ATR-SVY-SINCE TO SRW-SERIAL
           MOVE LOW-VALUES TO SRW-TICKET
           START SVYSENT-WORK KEY NOT < SRW-KEY
           IF ATR-SVRWK-STATUS NOT = '00'
               GO TO 4942-EXIT
           END-IF
           READ SVYSENT-WORK NEXT RECORD
               AT END GO TO 4942-EXIT
           END-READ
           IF SRW-EMAIL = TKT-EMAIL
               MOVE 1 TO ATR-SVY-HIT
           END-IF.
       4942-EXIT.
           EXIT.

      *> SURVEY-RECORD onto the keyed survey log.
       4943-ADD-SURVEY.
           WRITE SURVEY-WORK-RECORD FROM SURVEY-RECORD
           IF ATR-SVYWK-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: SURVEY ' SURVEY-RECORD (1:28)
                       ' NOT ADDED, STATUS=' ATR-SVYWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       4943-EXIT.
           EXIT.

      *> The Sent row in SURVEY-RECORD under its requester and
      *> send date.
       4944-NOTE-SURVEY-SENT.
           MOVE SVY-DATE TO DS-DATE-IN
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           MOVE SVY-EMAIL TO SRW-EMAIL
           MOVE DS-SERIAL TO SRW-SERIAL
           MOVE SVY-TICKET TO SRW-TICKET
           WRITE SVYSENT-WORK-RECORD
           IF ATR-SVRWK-STATUS NOT = '00'
            AND ATR-SVRWK-STATUS NOT = '22'
               DISPLAY 'APPLYTRN: SURVEY SENT ' SRW-KEY
                       ' NOT NOTED, STATUS=' ATR-SVRWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       4944-EXIT.
           EXIT.

      *> A rating from the survey page. The ticket and token must
      *> name a survey that was sent and not yet answered - the
      *> token is the only credential a public page has.
       4945-POST-SURVEY-RESPONSE.
           IF TRN-SV-SCORE < '1' OR TRN-SV-SCORE > '5'
               MOVE 'BAD SCORE' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4945-EXIT
           END-IF
           MOVE TRN-SV-REF TO ATR-SVY-REF
           MOVE 'Sent' TO ATR-SVY-KIND
           PERFORM 4946-FIND-SURVEY THRU 4946-EXIT
           IF ATR-SVY-HIT = ZERO
               MOVE 'SURVEY NOT FOUND' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4945-EXIT
           END-IF
           MOVE 'Answered' TO ATR-SVY-KIND
           PERFORM 4946-FIND-SURVEY THRU 4946-EXIT
           IF ATR-SVY-HIT > ZERO
               MOVE 'ALREADY ANSWERED' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4945-EXIT
           END-IF
           MOVE 'Answered' TO SVY-KIND
           MOVE TRN-DATE TO SVY-DATE
           MOVE TRN-TIME TO SVY-TIME
           MOVE TRN-SV-SCORE TO SVY-SCORE
           WRITE SURVEY-OUT-RECORD FROM SURVEY-RECORD
           PERFORM 4943-ADD-SURVEY THRU 4943-EXIT
           ADD 1 TO ATR-SVY-ANSWER-CT
           MOVE SPACES TO ATR-DL-VERDICT
           STRING 'survey on ' DELIMITED BY SIZE
                  SVY-TICKET DELIMITED BY SPACE
                  ' scored ' DELIMITED BY SIZE
                  SVY-SCORE DELIMITED BY SIZE
               INTO ATR-DL-VERDICT
           IF SVY-SCORE > ATR-SVY-LOW-SCORE
               PERFORM 6000-MARK-POSTED THRU 6000-EXIT
               GO TO 4945-EXIT
           END-IF
           MOVE SPACES TO MAILSPOOL-RECORD
           MOVE TRN-DATE TO SPL-DATE
           MOVE TRN-TIME TO SPL-TIME
           MOVE ATR-SVY-LEAD-EMAIL TO SPL-TO
           MOVE 'csat-low' TO SPL-TEMPLATE
           MOVE SVY-TICKET TO SPL-REF
           WRITE SPOOL-OUT-RECORD FROM MAILSPOOL-RECORD
           ADD 1 TO ATR-SVY-LOW-CT
           MOVE SPACES TO ATR-DL-VERDICT
           STRING 'survey on ' DELIMITED BY SIZE
                  SVY-TICKET DELIMITED BY SPACE
                  ' scored ' DELIMITED BY SIZE
                  SVY-SCORE DELIMITED BY SIZE
                  ' - lead notified' DELIMITED BY SIZE
               INTO ATR-DL-VERDICT
           PERFORM 6000-MARK-POSTED THRU 6000-EXIT.
       4945-EXIT.
           EXIT.

      *> The ATR-SVY-KIND row for the ticket and token in
      *> ATR-SVY-REF; a Sent row found is left in SURVEY-RECORD.
       4946-FIND-SURVEY.
           MOVE ZERO TO ATR-SVY-HIT
           MOVE ATR-SVY-REF TO SVW-KEY (1:20)
           MOVE ATR-SVY-KIND TO SVW-KIND
           PERFORM 5892-READ-SURVEY THRU 5892-EXIT
           IF ATR-SVYWK-STATUS = '00'
               MOVE 1 TO ATR-SVY-HIT
           END-IF.
       4946-EXIT.
           EXIT.

      *> An agent reply: appended to the thread, counted toward
      *> the close-needs-a-reply rule, and spooled to the
      *> requester's email for the EMAILER cycle.
       4950-POST-TICKET-REPLY.
           IF TRN-R-TEXT = SPACES
               MOVE 'BLANK REPLY' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4950-EXIT
           END-IF
           MOVE ZERO TO ATR-TKT-HIT
           PERFORM 4960-MATCH-RPL-TICKET THRU 4960-EXIT
           IF ATR-TKT-HIT = ZERO
               MOVE 'TICKET NOT FOUND' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4950-EXIT
           END-IF
           ADD 1 TO ATR-NEXT-MSG
           MOVE SPACES TO TKTMSG-RECORD
           MOVE TKT-ID TO TM-TICKET
       4950-EXIT.
           EXIT.

      *> The card on file for the signed-in workspace. The form
      *> has already cut the number down to its last four; a
      *> payload that still looks like it carries more (digits in
      *> the holder name, a non-numeric last four) is refused so
      *> nothing card-shaped ever lands in the vault. One row per
      *> workspace: a new card replaces the old one.
       4970-POST-PAYMENT-METHOD.
           PERFORM 5400-FIND-SUBS THRU 5400-EXIT
           IF ATR-SUB-HIT = ZERO
               MOVE 'NO SUBSCRIPTION' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4970-EXIT
           END-IF
           IF TRN-PM-BRAND = SPACES
               MOVE 'BLANK CARD BRAND' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4970-EXIT
           END-IF
           IF TRN-PM-LAST4 IS NOT NUMERIC
               MOVE 'BAD LAST FOUR' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4970-EXIT
           END-IF
           IF TRN-PM-EXP-MM IS NOT NUMERIC
            OR TRN-PM-EXP-YY IS NOT NUMERIC
            OR TRN-PM-EXP-MM < '01' OR TRN-PM-EXP-MM > '12'
               MOVE 'BAD EXPIRY' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4970-EXIT
           END-IF
           MOVE ZERO TO ATR-DIGIT-CT
           INSPECT TRN-PM-HOLDER TALLYING ATR-DIGIT-CT
               FOR ALL '0' ALL '1' ALL '2' ALL '3' ALL '4'
                   ALL '5' ALL '6' ALL '7' ALL '8' ALL '9'
           IF ATR-DIGIT-CT > ZERO
               MOVE 'DIGITS IN HOLDER' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4970-EXIT
           END-IF
           PERFORM 4975-FIND-PAYMETH THRU 4975-EXIT
           MOVE SPACES TO PAYMETHOD-RECORD
           MOVE SUBS-WORKSPACE TO PM-WORKSPACE
           MOVE TRN-PM-BRAND TO PM-BRAND
           MOVE TRN-PM-LAST4 TO PM-LAST4
           MOVE TRN-PM-EXP-MM TO PM-EXP-MM
           MOVE TRN-PM-EXP-YY TO PM-EXP-YY
           MOVE TRN-PM-HOLDER TO PM-HOLDER
           MOVE TRN-DATE TO PM-SET-DATE
           MOVE TRN-ACTOR TO PM-SET-BY
           IF ATR-PM-HIT = ZERO
               WRITE PAYMETH-WORK-RECORD FROM PAYMETHOD-RECORD
               IF ATR-PMWK-STATUS NOT = '00'
                   DISPLAY 'APPLYTRN: PAYMENT METHOD ' PM-WORKSPACE
                           ' NOT ADDED, STATUS=' ATR-PMWK-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               PERFORM 5883-REWRITE-PAYMETH THRU 5883-EXIT
           END-IF
           MOVE SPACES TO ATR-DL-VERDICT
           STRING 'card ' DELIMITED BY SIZE
                  TRN-PM-BRAND DELIMITED BY SPACE
                  ' ..' DELIMITED BY SIZE
                  TRN-PM-LAST4 DELIMITED BY SIZE
                  ' exp ' DELIMITED BY SIZE
                  TRN-PM-EXP-MM DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  TRN-PM-EXP-YY DELIMITED BY SIZE
               INTO ATR-DL-VERDICT
           PERFORM 6000-MARK-POSTED THRU 6000-EXIT.
       4970-EXIT.
           EXIT.

       4975-FIND-PAYMETH.
           MOVE ZERO TO ATR-PM-HIT
           MOVE SUBS-WORKSPACE TO PMW-WORKSPACE
           PERFORM 5882-READ-PAYMETH THRU 5882-EXIT
           IF ATR-PMWK-STATUS = '00'
               MOVE 1 TO ATR-PM-HIT
           END-IF.
       4975-EXIT.
           EXIT.

      *> A second pair of eyes on a held transaction. The
      *> approver names the held TRN-SEQ in the same workspace,
      *> is not the requester, is an Active Owner there (or
      *> Billing, for a credit), and decides inside 72 hours of
      *> the request - a late decision is refused and APRSWP
      *> expires the item. Approved posts the held image as it
      *> would have posted, with the approver as the credit's
      *> authorizer; the decision is audited under the approver
      *> with the requester named in the meta.
       4980-POST-APPROVAL.
           MOVE TRN-AP-SEQ TO ATR-APR-SEQ
           PERFORM 5710-FIND-APPROVAL THRU 5710-EXIT
           IF ATR-APR-HIT = ZERO
               MOVE 'APPROVAL NOT FOUND' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4980-EXIT
           END-IF
           IF ATR-REPLAY
               PERFORM 4985-REPLAY-APPROVAL THRU 4985-EXIT
               GO TO 4980-EXIT
           END-IF
           IF NOT APR-AWAITING
               MOVE 'NOT AWAITING' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4980-EXIT
           END-IF
           IF NOT TRN-AP-APPROVE AND NOT TRN-AP-REJECT
               MOVE 'BAD DECISION' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4980-EXIT
           END-IF
           IF APR-REQUESTER = TRN-ACTOR
               MOVE 'SAME PERSON' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4980-EXIT
           END-IF
           PERFORM 5750-AGE-APPROVAL THRU 5750-EXIT
           IF ATR-ELAPSED-SECS NOT < ATR-APPROVAL-SECS
               MOVE 'APPROVAL EXPIRED' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4980-EXIT
           END-IF
           PERFORM 5730-FIND-DECIDER THRU 5730-EXIT
           IF ATR-DECIDER-ROLE NOT = 'Owner'
            AND (ATR-DECIDER-ROLE NOT = 'Billing' OR NOT APR-CREDIT)
               MOVE 'APPROVER NOT ALLOWED' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4980-EXIT
           END-IF
           MOVE TRN-ACTOR TO APR-DECIDER
           MOVE TRN-DATE TO APR-DEC-DATE
           MOVE TRN-TIME TO APR-DEC-TIME
           MOVE SPACES TO ATR-DL-VERDICT
           IF TRN-AP-REJECT
               MOVE 'Rejected' TO APR-STATUS
               STRING 'rejected ' DELIMITED BY SIZE
                      APR-TRN-SEQ DELIMITED BY SPACE
                      ' for ' DELIMITED BY SIZE
                      APR-REQUESTER DELIMITED BY SPACE
                   INTO ATR-DL-VERDICT
           ELSE
               PERFORM 5720-POST-HELD THRU 5720-EXIT
               MOVE SPACES TO ATR-DL-VERDICT
               IF APR-APPROVED
                   STRING 'approved ' DELIMITED BY SIZE
                          APR-TRN-SEQ DELIMITED BY SPACE
                          ' for ' DELIMITED BY SIZE
                          APR-REQUESTER DELIMITED BY SPACE
                       INTO ATR-DL-VERDICT
               ELSE
                   STRING 'approved ' DELIMITED BY SIZE
                          APR-TRN-SEQ DELIMITED BY SPACE
                          ' for ' DELIMITED BY SIZE
                          APR-REQUESTER DELIMITED BY SPACE
                          ' - held posting rejected'
                              DELIMITED BY SIZE
                       INTO ATR-DL-VERDICT
               END-IF
           END-IF
           PERFORM 5889-REWRITE-APPROVAL THRU 5889-EXIT
           PERFORM 6000-MARK-POSTED THRU 6000-EXIT.
       4980-EXIT.
           EXIT.

      *> Replayed, the decision finds its entry already settled
      *> on the live register. Approved posts the held image
      *> again under the recorded decider; any other outcome
      *> changed no restored master and is left Skipped. A held
      *> image that will not post again is a recovery failure.
       4985-REPLAY-APPROVAL.
           IF NOT APR-APPROVED
               MOVE 'Skipped' TO TRN-STATUS
               ADD 1 TO ATR-SKIPPED-CT
               MOVE SPACES TO ATR-DL-VERDICT
               STRING 'replay - approval ' DELIMITED BY SIZE
                      APR-STATUS DELIMITED BY SPACE
                      ', nothing to post, skipped' DELIMITED BY SIZE
                   INTO ATR-DL-VERDICT
               WRITE REPORT-LINE FROM ATR-DETAIL-LINE
               GO TO 4985-EXIT
           END-IF
           PERFORM 5720-POST-HELD THRU 5720-EXIT
           IF NOT APR-APPROVED
               MOVE 'HELD POSTING REJECTED' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4985-EXIT
           END-IF
           MOVE SPACES TO ATR-DL-VERDICT
           STRING 'approved ' DELIMITED BY SIZE
                  APR-TRN-SEQ DELIMITED BY SPACE
                  ' for ' DELIMITED BY SIZE
                  APR-REQUESTER DELIMITED BY SPACE
               INTO ATR-DL-VERDICT
           PERFORM 6000-MARK-POSTED THRU 6000-EXIT.
       4985-EXIT.
           EXIT.

      *> Clearing a suppression is deliberate support work; the
      *> address must actually be on the list.
       4990-POST-UNSUPPRESS.
           MOVE ZERO TO ATR-SUP-HIT
           PERFORM 4995-MATCH-SUPPRESS THRU 4995-EXIT
           IF ATR-SUP-HIT = ZERO
               MOVE 'NOT SUPPRESSED' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4990-EXIT
           END-IF
           DELETE SUPPRESS-WORK RECORD
           IF ATR-SUPWK-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: SUPPRESSION ' SWK-EMAIL
                       ' NOT DELETED, STATUS=' ATR-SUPWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO ATR-DL-VERDICT
           STRING 'suppression cleared for ' DELIMITED BY SIZE
                  TRN-UN-EMAIL DELIMITED BY SPACE
       4990-EXIT.
           EXIT.

      *> The same deliberate step for a texted number SMSSEND
      *> found undeliverable.
       4992-POST-SMS-UNSUPPRESS.
           PERFORM 4996-FIND-SMSSUP THRU 4996-EXIT
           IF ATR-SSP-HIT = ZERO
               MOVE 'NOT SUPPRESSED' TO ATR-REASON
               PERFORM 6100-MARK-REJECTED THRU 6100-EXIT
               GO TO 4992-EXIT
           END-IF
           DELETE SMSSUP-WORK RECORD
           IF ATR-SSPWK-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: SMS SUPPRESSION ' SSW-PHONE
                       ' NOT DELETED, STATUS=' ATR-SSPWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO ATR-DL-VERDICT
           STRING 'sms suppression cleared for ' DELIMITED BY SIZE
                  TRN-SU-PHONE DELIMITED BY SPACE
               INTO ATR-DL-VERDICT
           PERFORM 6000-MARK-POSTED THRU 6000-EXIT.
       4992-EXIT.
           EXIT.

       4996-FIND-SMSSUP.
           MOVE ZERO TO ATR-SSP-HIT
           MOVE TRN-SU-PHONE TO SSW-PHONE
           PERFORM 5890-READ-SMSSUP THRU 5890-EXIT
           IF ATR-SSPWK-STATUS = '00'
               MOVE 1 TO ATR-SSP-HIT
           END-IF.
       4996-EXIT.
           EXIT.

       4995-MATCH-SUPPRESS.
           MOVE TRN-UN-EMAIL TO SWK-EMAIL
           PERFORM 5840-READ-SUPPRESS THRU 5840-EXIT
           IF ATR-SUPWK-STATUS = '00'
               MOVE 1 TO ATR-SUP-HIT
           END-IF.
       4995-EXIT.
           EXIT.

       4960-MATCH-RPL-TICKET.
           MOVE TRN-R-ID TO TWK-ID
           PERFORM 5830-READ-TICKET THRU 5830-EXIT
           IF ATR-TKTWK-STATUS = '00'
            AND TKT-WORKSPACE = TRN-WORKSPACE
               MOVE 1 TO ATR-TKT-HIT
           END-IF.
       4960-EXIT.
           EXIT.

       4910-MATCH-AGENT.
           READ USERS-WORK NEXT RECORD INTO USER-RECORD
               AT END SET ATR-USRWK-EOF TO TRUE
               GO TO 4910-EXIT
           END-READ
           IF USER-NAME (1:10) = TRN-AS-ASSIGNEE
               MOVE 1 TO ATR-HIT
           END-IF.
       4910-EXIT.
           EXIT.

       4920-MATCH-ASG-TICKET.
           MOVE TRN-AS-ID TO TWK-ID
           PERFORM 5830-READ-TICKET THRU 5830-EXIT
           IF ATR-TKTWK-STATUS = '00'
            AND TKT-WORKSPACE = TRN-WORKSPACE
               MOVE 1 TO ATR-TKT-HIT
           END-IF.
       4920-EXIT.
           EXIT.

       4810-MATCH-TICKET.
           MOVE TRN-T-ID TO TWK-ID
           PERFORM 5830-READ-TICKET THRU 5830-EXIT
           IF ATR-TKTWK-STATUS = '00'
            AND TKT-WORKSPACE = TRN-WORKSPACE
               MOVE 1 TO ATR-TKT-HIT
           END-IF.
       4810-EXIT.
           EXIT.

       4710-FIND-PLAN.
           MOVE ZERO TO ATR-PLAN-HIT
           MOVE TRN-P-PLAN-ID TO PLW-ID
           PERFORM 5878-READ-PLAN THRU 5878-EXIT
           IF ATR-PLNWK-STATUS = '00'
               MOVE 1 TO ATR-PLAN-HIT
           END-IF.
       4710-EXIT.
           EXIT.

       4610-MATCH-INVOICE.
           MOVE TRN-A-INVOICE TO IWK-NUMBER
           PERFORM 5820-READ-INVOICE THRU 5820-EXIT
           IF ATR-INVWK-STATUS = '00'
            AND NOT INVOICE-IS-CREDIT
            AND INVOICE-WORKSPACE = TRN-WORKSPACE
               MOVE 1 TO ATR-INV-HIT
           END-IF.
       4610-EXIT.
           EXIT.

       4510-FIND-SCHED.
           MOVE ZERO TO ATR-SCH-HIT
           MOVE TRN-SC-JOB TO SCW-JOB
           PERFORM 5876-READ-SCHED THRU 5876-EXIT
           IF ATR-SCHWK-STATUS = '00'
               MOVE 1 TO ATR-SCH-HIT
           END-IF.
       4510-EXIT.
           EXIT.

       5200-FIND-GUEST.
           MOVE ZERO TO ATR-GB-HIT
           MOVE TRN-M-ID TO GWK-ID
           PERFORM 5810-READ-GUEST THRU 5810-EXIT
           IF ATR-GBWK-STATUS = '00'
               MOVE 1 TO ATR-GB-HIT
           END-IF.
       5200-EXIT.
           EXIT.

       5000-FIND-USER.
           MOVE ZERO TO ATR-HIT
           MOVE TRN-U-ID TO UWK-ID
           PERFORM 5800-READ-USER THRU 5800-EXIT
           IF ATR-USRWK-STATUS = '00'
               MOVE 1 TO ATR-HIT
           END-IF.
       5000-EXIT.
           EXIT.

      *> The signed-in workspace's subscription, read into
      *> SUBSCRIPTION-RECORD; ATR-SUB-HIT is 1 when found.
       5400-FIND-SUBS.
           MOVE ZERO TO ATR-SUB-HIT
           MOVE TRN-WORKSPACE TO SBW-WORKSPACE
           PERFORM 5872-READ-SUBS THRU 5872-EXIT
           IF ATR-SUBWK-STATUS = '00'
               MOVE 1 TO ATR-SUB-HIT
           END-IF.
       5400-EXIT.
           EXIT.

      *> ATR-MBR-USER's Active membership of the signed-in
      *> workspace, read into MEMBER-RECORD; ATR-MBR-HIT is 1
      *> when found.
       5500-FIND-MEMBER.
           MOVE ZERO TO ATR-MBR-HIT
           MOVE TRN-WORKSPACE TO MBW-WORKSPACE
           MOVE ATR-MBR-USER TO MBW-USER-ID
           PERFORM 5874-READ-MEMBER THRU 5874-EXIT
           IF ATR-MBRWK-STATUS = '00'
            AND MBR-ACTIVE
               MOVE 1 TO ATR-MBR-HIT
           END-IF.
       5500-EXIT.
           EXIT.

      *> Every workspace's memberships in key order, counting
      *> ATR-MBR-USER's Active ones.
       5600-COUNT-OTHER-MEMBER.
           READ MEMBER-WORK NEXT RECORD
               AT END SET ATR-MBRWK-EOF TO TRUE
               GO TO 5600-EXIT
           END-READ
           IF MBW-USER-ID = ATR-MBR-USER
            AND MBW-ACTIVE
               ADD 1 TO ATR-MBR-OTHER-CT
           END-IF.
       5600-EXIT.
           EXIT.

      *> Park the transaction on the approval register, whole,
      *> under ATR-HOLD-KIND and ATR-HOLD-SUMMARY.
       5700-HOLD-FOR-APPROVAL.
           MOVE 'Awaiting' TO TRN-STATUS
           MOVE SPACES TO APPROVAL-RECORD
           MOVE TRN-SEQ TO APR-TRN-SEQ
           MOVE TRN-WORKSPACE TO APR-WORKSPACE
           MOVE ATR-HOLD-KIND TO APR-KIND
           MOVE TRN-ACTOR TO APR-REQUESTER
           MOVE TRN-DATE TO APR-REQ-DATE
           MOVE TRN-TIME TO APR-REQ-TIME
           MOVE 'Awaiting' TO APR-STATUS
           MOVE ATR-HOLD-SUMMARY TO APR-SUMMARY
           MOVE TRANS-RECORD TO APR-TRANS
           WRITE APPROVAL-WORK-RECORD FROM APPROVAL-RECORD
           IF ATR-APRWK-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: APPROVAL ' APR-TRN-SEQ
                       ' NOT ADDED, STATUS=' ATR-APRWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 6200-MARK-AWAITING THRU 6200-EXIT.
       5700-EXIT.
           EXIT.

      *> ATR-APR-SEQ's entry in the signed-in workspace, read
      *> into APPROVAL-RECORD; ATR-APR-HIT is 1 when found.
       5710-FIND-APPROVAL.
           MOVE ZERO TO ATR-APR-HIT
           MOVE ATR-APR-SEQ TO APW-SEQ
           PERFORM 5888-READ-APPROVAL THRU 5888-EXIT
           IF ATR-APRWK-STATUS = '00'
            AND APR-WORKSPACE = TRN-WORKSPACE
               MOVE 1 TO ATR-APR-HIT
           END-IF.
       5710-EXIT.
           EXIT.

      *> The held image goes back through its own posting with
      *> the approving switch on; the decision row is put back
      *> afterwards. The entry ends Approved when the held
      *> transaction posted, Failed when that posting rejected it
      *> (an invoice gone, a period closed since the request).
       5720-POST-HELD.
           MOVE TRANS-RECORD TO ATR-DECIDE-SAVE
           MOVE APR-TRANS TO TRANS-RECORD
           MOVE 'Pending' TO TRN-STATUS
           IF APR-CREDIT
               MOVE APR-DECIDER TO TRN-A-AUTH
           END-IF
           MOVE TRN-SEQ TO ATR-DL-SEQ
           MOVE TRN-TYPE TO ATR-DL-TYPE
           SET ATR-APPROVING TO TRUE
           IF APR-CREDIT
               PERFORM 4600-POST-ADJUST THRU 4600-EXIT
           ELSE
               PERFORM 4100-POST-USER-UPDATE THRU 4100-EXIT
           END-IF
           MOVE 'N' TO ATR-APPROVING-SW
           IF TRN-POSTED
               MOVE 'Approved' TO APR-STATUS
           ELSE
               MOVE 'Failed' TO APR-STATUS
           END-IF
           MOVE ATR-DECIDE-SAVE TO TRANS-RECORD
           MOVE TRN-SEQ TO ATR-DL-SEQ
           MOVE TRN-TYPE TO ATR-DL-TYPE.
       5720-EXIT.
           EXIT.

      *> The approver's role in the signed-in workspace, from
      *> the Active user whose name the actor carries and that
      *> user's Active membership; spaces when either is missing.
       5730-FIND-DECIDER.
           MOVE SPACES TO ATR-DECIDER-ROLE
           MOVE ZERO TO ATR-HIT
           PERFORM 5850-START-USERS THRU 5850-EXIT
           PERFORM 5735-MATCH-DECIDER THRU 5735-EXIT
               UNTIL ATR-HIT > 0 OR ATR-USRWK-EOF
           IF ATR-HIT = ZERO
               GO TO 5730-EXIT
           END-IF
           MOVE USER-ID TO ATR-MBR-USER
           PERFORM 5500-FIND-MEMBER THRU 5500-EXIT
           IF ATR-MBR-HIT > ZERO
               MOVE MBR-ROLE TO ATR-DECIDER-ROLE
           END-IF.
       5730-EXIT.
           EXIT.

       5735-MATCH-DECIDER.
           READ USERS-WORK NEXT RECORD INTO USER-RECORD
               AT END SET ATR-USRWK-EOF TO TRUE
               GO TO 5735-EXIT
           END-READ
           IF USER-NAME (1:10) = TRN-ACTOR
            AND USER-STATUS = 'Active'
               MOVE 1 TO ATR-HIT
           END-IF.
       5735-EXIT.
           EXIT.

      *> Seconds from the request to this decision, on the real
      *> calendar through the shared date service; zero when
      *> either stamp does not parse.
       5750-AGE-APPROVAL.
           MOVE ZERO TO ATR-ELAPSED-SECS
           MOVE APR-REQ-DATE TO DS-DI-X
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           IF DS-SERIAL = ZERO
               GO TO 5750-EXIT
           END-IF
           MOVE APR-REQ-TIME TO ATR-TIME-WORK
           PERFORM 5755-DAY-SECONDS THRU 5755-EXIT
           COMPUTE ATR-REQ-STAMP = DS-SERIAL * 86400 + ATR-DAY-SECS
           MOVE TRN-DATE TO DS-DI-X
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           IF DS-SERIAL = ZERO
               GO TO 5750-EXIT
           END-IF
           MOVE TRN-TIME TO ATR-TIME-WORK
           PERFORM 5755-DAY-SECONDS THRU 5755-EXIT
           COMPUTE ATR-DEC-STAMP = DS-SERIAL * 86400 + ATR-DAY-SECS
           COMPUTE ATR-ELAPSED-SECS = ATR-DEC-STAMP - ATR-REQ-STAMP.
       5750-EXIT.
           EXIT.

       5755-DAY-SECONDS.
           MOVE ZERO TO ATR-DAY-SECS
           IF ATR-TW-HH IS NUMERIC
            AND ATR-TW-MM IS NUMERIC
            AND ATR-TW-SS IS NUMERIC
               COMPUTE ATR-DAY-SECS = ATR-TW-HH * 3600
                   + ATR-TW-MM * 60 + ATR-TW-SS
           END-IF.
       5755-EXIT.
           EXIT.

      *> A queue row held on an earlier run takes its final
      *> status once the approval has been decided: Posted when
      *> approved and posted, Rejected when turned down, expired,
      *> or failed on posting. Until then it stays Awaiting.
       5760-SETTLE-AWAITING.
           MOVE TRN-SEQ TO ATR-APR-SEQ
           PERFORM 5710-FIND-APPROVAL THRU 5710-EXIT
           IF ATR-APR-HIT = ZERO
               ADD 1 TO ATR-HELD-CT
               MOVE 'awaiting approval - no register entry'
                   TO ATR-DL-VERDICT
               WRITE REPORT-LINE FROM ATR-DETAIL-LINE
               GO TO 5760-EXIT
           END-IF
           MOVE SPACES TO ATR-DL-VERDICT
           EVALUATE TRUE
               WHEN APR-AWAITING
                   ADD 1 TO ATR-HELD-CT
                   MOVE 'awaiting approval - unchanged'
                       TO ATR-DL-VERDICT
               WHEN APR-APPROVED
                   MOVE 'Posted' TO TRN-STATUS
                   ADD 1 TO ATR-SETTLED-CT
                   STRING 'posted on approval by ' DELIMITED BY SIZE
                          APR-DECIDER DELIMITED BY SPACE
                       INTO ATR-DL-VERDICT
               WHEN OTHER
                   MOVE 'Rejected' TO TRN-STATUS
                   ADD 1 TO ATR-SETTLED-CT
                   STRING 'not posted - approval ' DELIMITED BY SIZE
                          APR-STATUS DELIMITED BY SPACE
                          ' by ' DELIMITED BY SIZE
                          APR-DECIDER DELIMITED BY SPACE
                       INTO ATR-DL-VERDICT
           END-EVALUATE
           WRITE REPORT-LINE FROM ATR-DETAIL-LINE.
       5760-EXIT.
           EXIT.

      *> Keyed reads of the work copies, key already moved in:
      *> '00' found, '23' not on file; anything else stops the
      *> run.
       5800-READ-USER.
           READ USERS-WORK INTO USER-RECORD KEY IS UWK-ID
           IF ATR-USRWK-STATUS NOT = '00'
            AND ATR-USRWK-STATUS NOT = '23'
               DISPLAY 'APPLYTRN: USER ' UWK-ID
                       ' READ FAILED, STATUS=' ATR-USRWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       5800-EXIT.
           EXIT.

       5810-READ-GUEST.
           READ GUEST-WORK INTO GUESTBOOK-RECORD KEY IS GWK-ID
           IF ATR-GBWK-STATUS NOT = '00'
            AND ATR-GBWK-STATUS NOT = '23'
               DISPLAY 'APPLYTRN: GUEST ' GWK-ID
                       ' READ FAILED, STATUS=' ATR-GBWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       5810-EXIT.
           EXIT.

       5820-READ-INVOICE.
           READ INVOICE-WORK INTO INVOICE-RECORD KEY IS IWK-NUMBER
           IF ATR-INVWK-STATUS NOT = '00'
            AND ATR-INVWK-STATUS NOT = '23'
               DISPLAY 'APPLYTRN: INVOICE ' IWK-NUMBER
                       ' READ FAILED, STATUS=' ATR-INVWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       5820-EXIT.
           EXIT.

       5830-READ-TICKET.
           READ TICKET-WORK INTO TICKET-RECORD KEY IS TWK-ID
           IF ATR-TKTWK-STATUS NOT = '00'
            AND ATR-TKTWK-STATUS NOT = '23'
               DISPLAY 'APPLYTRN: TICKET ' TWK-ID
                       ' READ FAILED, STATUS=' ATR-TKTWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       5830-EXIT.
           EXIT.

      *> TICKET-RECORD back over the copy last read for it.
       5835-REWRITE-TICKET.
           REWRITE TICKET-WORK-RECORD FROM TICKET-RECORD
           IF ATR-TKTWK-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: TICKET ' TKT-ID
                       ' NOT REWRITTEN, STATUS=' ATR-TKTWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       5835-EXIT.
           EXIT.

       5840-READ-SUPPRESS.
           READ SUPPRESS-WORK INTO SUPPRESS-RECORD KEY IS SWK-EMAIL
           IF ATR-SUPWK-STATUS NOT = '00'
            AND ATR-SUPWK-STATUS NOT = '23'
               DISPLAY 'APPLYTRN: SUPPRESSION ' SWK-EMAIL
                       ' READ FAILED, STATUS=' ATR-SUPWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       5840-EXIT.
           EXIT.

       5870-READ-SETTINGS.
           READ SETTINGS-WORK INTO SETTINGS-RECORD KEY IS STW-WORKSPACE
           IF ATR-SETWK-STATUS NOT = '00'
            AND ATR-SETWK-STATUS NOT = '23'
               DISPLAY 'APPLYTRN: SETTINGS FOR ' STW-WORKSPACE
                       ' READ FAILED, STATUS=' ATR-SETWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       5870-EXIT.
           EXIT.

       5871-REWRITE-SETTINGS.
           REWRITE SETTINGS-WORK-RECORD FROM SETTINGS-RECORD
           IF ATR-SETWK-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: SETTINGS FOR ' SET-WORKSPACE
                       ' NOT REWRITTEN, STATUS=' ATR-SETWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       5871-EXIT.
           EXIT.

       5872-READ-SUBS.
           READ SUBS-WORK INTO SUBSCRIPTION-RECORD KEY IS SBW-WORKSPACE
           IF ATR-SUBWK-STATUS NOT = '00'
            AND ATR-SUBWK-STATUS NOT = '23'
               DISPLAY 'APPLYTRN: SUBSCRIPTION ' SBW-WORKSPACE
                       ' READ FAILED, STATUS=' ATR-SUBWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       5872-EXIT.
           EXIT.

       5873-REWRITE-SUBS.
           REWRITE SUBS-WORK-RECORD FROM SUBSCRIPTION-RECORD
           IF ATR-SUBWK-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: SUBSCRIPTION ' SUBS-WORKSPACE
                       ' NOT REWRITTEN, STATUS=' ATR-SUBWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       5873-EXIT.
           EXIT.

       5874-READ-MEMBER.
           READ MEMBER-WORK INTO MEMBER-RECORD KEY IS MBW-KEY
           IF ATR-MBRWK-STATUS NOT = '00'
            AND ATR-MBRWK-STATUS NOT = '23'
               DISPLAY 'APPLYTRN: MEMBERSHIP ' MBW-KEY
                       ' READ FAILED, STATUS=' ATR-MBRWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       5874-EXIT.
           EXIT.

       5875-REWRITE-MEMBER.
           REWRITE MEMBER-WORK-RECORD FROM MEMBER-RECORD
           IF ATR-MBRWK-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: MEMBERSHIP ' MBR-WORKSPACE
                       ' NOT REWRITTEN, STATUS=' ATR-MBRWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       5875-EXIT.
           EXIT.

       5876-READ-SCHED.
           READ SCHED-WORK INTO SCHEDULE-RECORD KEY IS SCW-JOB
           IF ATR-SCHWK-STATUS NOT = '00'
            AND ATR-SCHWK-STATUS NOT = '23'
               DISPLAY 'APPLYTRN: JOB ' SCW-JOB
                       ' READ FAILED, STATUS=' ATR-SCHWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       5876-EXIT.
           EXIT.

       5877-REWRITE-SCHED.
           REWRITE SCHED-WORK-RECORD FROM SCHEDULE-RECORD
           IF ATR-SCHWK-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: JOB ' SCH-JOB
                       ' NOT REWRITTEN, STATUS=' ATR-SCHWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       5877-EXIT.
           EXIT.

       5878-READ-PLAN.
           READ PLAN-WORK INTO PLAN-RECORD KEY IS PLW-ID
           IF ATR-PLNWK-STATUS NOT = '00'
            AND ATR-PLNWK-STATUS NOT = '23'
               DISPLAY 'APPLYTRN: PLAN ' PLW-ID
                       ' READ FAILED, STATUS=' ATR-PLNWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       5878-EXIT.
           EXIT.

       5880-READ-CAMPAIGN.
           READ CAMP-WORK INTO CAMPAIGN-RECORD KEY IS CMW-ID
           IF ATR-CMPWK-STATUS NOT = '00'
            AND ATR-CMPWK-STATUS NOT = '23'
               DISPLAY 'APPLYTRN: CAMPAIGN ' CMW-ID
                       ' READ FAILED, STATUS=' ATR-CMPWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       5880-EXIT.
           EXIT.

       5881-REWRITE-CAMPAIGN.
           REWRITE CAMP-WORK-RECORD FROM CAMPAIGN-RECORD
           IF ATR-CMPWK-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: CAMPAIGN ' CAMP-ID
                       ' NOT REWRITTEN, STATUS=' ATR-CMPWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       5881-EXIT.
           EXIT.

       5882-READ-PAYMETH.
           READ PAYMETH-WORK INTO PAYMETHOD-RECORD KEY IS PMW-WORKSPACE
           IF ATR-PMWK-STATUS NOT = '00'
            AND ATR-PMWK-STATUS NOT = '23'
               DISPLAY 'APPLYTRN: PAYMENT METHOD ' PMW-WORKSPACE
                       ' READ FAILED, STATUS=' ATR-PMWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       5882-EXIT.
           EXIT.

       5883-REWRITE-PAYMETH.
           REWRITE PAYMETH-WORK-RECORD FROM PAYMETHOD-RECORD
           IF ATR-PMWK-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: PAYMENT METHOD ' PM-WORKSPACE
                       ' NOT REWRITTEN, STATUS=' ATR-PMWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       5883-EXIT.
           EXIT.

       5884-READ-SUSPENSE.
           READ SUSP-WORK INTO SUSPENSE-RECORD KEY IS SXW-REF
           IF ATR-SUSWK-STATUS NOT = '00'
            AND ATR-SUSWK-STATUS NOT = '23'
               DISPLAY 'APPLYTRN: SUSPENSE ' SXW-REF
                       ' READ FAILED, STATUS=' ATR-SUSWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       5884-EXIT.
           EXIT.

       5885-REWRITE-SUSPENSE.
           REWRITE SUSP-WORK-RECORD FROM SUSPENSE-RECORD
           IF ATR-SUSWK-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: SUSPENSE ' SUS-REF
                       ' NOT REWRITTEN, STATUS=' ATR-SUSWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       5885-EXIT.
           EXIT.

       5886-READ-COUPON.
           READ COUPON-WORK INTO COUPON-RECORD KEY IS CPW-CODE
           IF ATR-CPNWK-STATUS NOT = '00'
            AND ATR-CPNWK-STATUS NOT = '23'
               DISPLAY 'APPLYTRN: COUPON ' CPW-CODE
                       ' READ FAILED, STATUS=' ATR-CPNWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       5886-EXIT.
           EXIT.

       5888-READ-APPROVAL.
           READ APPROVAL-WORK INTO APPROVAL-RECORD KEY IS APW-SEQ
           IF ATR-APRWK-STATUS NOT = '00'
            AND ATR-APRWK-STATUS NOT = '23'
               DISPLAY 'APPLYTRN: APPROVAL ' APW-SEQ
                       ' READ FAILED, STATUS=' ATR-APRWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       5888-EXIT.
           EXIT.

       5889-REWRITE-APPROVAL.
           REWRITE APPROVAL-WORK-RECORD FROM APPROVAL-RECORD
           IF ATR-APRWK-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: APPROVAL ' APR-TRN-SEQ
                       ' NOT REWRITTEN, STATUS=' ATR-APRWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       5889-EXIT.
           EXIT.

       5890-READ-SMSSUP.
           READ SMSSUP-WORK INTO SMSSUP-RECORD KEY IS SSW-PHONE
           IF ATR-SSPWK-STATUS NOT = '00'
            AND ATR-SSPWK-STATUS NOT = '23'
               DISPLAY 'APPLYTRN: SMS SUPPRESSION ' SSW-PHONE
                       ' READ FAILED, STATUS=' ATR-SSPWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       5890-EXIT.
           EXIT.

       5892-READ-SURVEY.
           READ SURVEY-WORK INTO SURVEY-RECORD KEY IS SVW-KEY
           IF ATR-SVYWK-STATUS NOT = '00'
            AND ATR-SVYWK-STATUS NOT = '23'
               DISPLAY 'APPLYTRN: SURVEY ' SVW-KEY
                       ' READ FAILED, STATUS=' ATR-SVYWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       5892-EXIT.
           EXIT.

      *> Name lookups browse the users from the lowest id, the
      *> way AUTHCHK finds a user by name.
       5850-START-USERS.
           MOVE 'N' TO ATR-USRWK-EOF-SW
           MOVE LOW-VALUES TO UWK-ID
           START USERS-WORK KEY NOT < UWK-ID
           IF ATR-USRWK-STATUS NOT = '00'
               SET ATR-USRWK-EOF TO TRUE
           END-IF.
       5850-EXIT.
           EXIT.

       5860-START-TICKETS.
           MOVE 'N' TO ATR-TKTWK-EOF-SW
           MOVE LOW-VALUES TO TWK-ID
           START TICKET-WORK KEY NOT < TWK-ID
           IF ATR-TKTWK-STATUS NOT = '00'
               SET ATR-TKTWK-EOF TO TRUE
           END-IF.
       5860-EXIT.
           EXIT.

      *> The before and after images are already in place when
       6500-EXIT.
           EXIT.

      *> Same shape for the campaigns master: the image before
      *> the posting is saved first, the record holds the after.
       6550-WRITE-CMP-JOURNAL.
           MOVE TRN-SEQ TO CJR-TRN-SEQ
           MOVE TRN-DATE TO CJR-DATE
           MOVE TRN-TIME TO CJR-TIME
           MOVE TRN-TYPE TO CJR-TYPE
           MOVE TRN-ACTOR TO CJR-ACTOR
           MOVE CAMP-ID TO CJR-CAMP-ID
           MOVE ATR-CMP-BEFORE TO CJR-BEFORE
           MOVE CAMPAIGN-RECORD TO CJR-AFTER
           WRITE CMPJRNL-OUT-RECORD FROM CMPJRNL-RECORD.
       6550-EXIT.
           EXIT.

       6000-MARK-POSTED.
           MOVE 'Posted' TO TRN-STATUS
           ADD 1 TO ATR-POSTED-CT
           PERFORM 6050-NOTE-MASTER THRU 6050-EXIT
           IF ATR-STX > ZERO
               ADD 1 TO ATR-ST-POSTED (ATR-STX)
           END-IF
           WRITE REPORT-LINE FROM ATR-DETAIL-LINE
           ADD 1 TO ATR-NEXT-SEQ
           MOVE SPACES TO AUDIT-RECORD
           MOVE ATR-NEXT-SEQ TO ATR-AUD-SEQ-9
           MOVE ATR-AUD-SEQ-X TO AUDIT-SEQ
           MOVE TRN-DATE TO AUDIT-DATE
           MOVE TRN-TIME TO AUDIT-TIME
           MOVE '+00:00' TO AUDIT-TZ
                   MOVE 'ticket' TO AUDIT-EVENT
               WHEN 'support.ticket.reply'
                   MOVE 'ticket' TO AUDIT-EVENT
               WHEN 'support.ticket.merge'
                   MOVE 'ticket' TO AUDIT-EVENT
               WHEN 'survey.respond'
                   MOVE 'survey' TO AUDIT-EVENT
               WHEN 'mail.unsuppress'
                   MOVE 'unsuppress' TO AUDIT-EVENT
               WHEN 'sms.unsuppress'
                   MOVE 'sms.unsupp' TO AUDIT-EVENT
               WHEN 'payment.update'
                   MOVE 'paymethod' TO AUDIT-EVENT
               WHEN 'billing.suspense.assign'
                   MOVE 'suspense' TO AUDIT-EVENT
               WHEN 'billing.coupon.redeem'
                   MOVE 'coupon' TO AUDIT-EVENT
               WHEN 'billing.promise'
                   MOVE 'promise' TO AUDIT-EVENT
               WHEN 'fx.rate.signoff'
                   MOVE 'fx.signoff' TO AUDIT-EVENT
               WHEN 'approval.decide'
                   MOVE 'approval' TO AUDIT-EVENT
               WHEN 'campaign.create'
                   MOVE 'campaign' TO AUDIT-EVENT
               WHEN 'campaign.update'
                   MOVE 'campaign' TO AUDIT-EVENT
               WHEN 'campaign.submit'
                   MOVE 'campaign' TO AUDIT-EVENT
               WHEN 'campaign.decide'
                   MOVE 'campaign' TO AUDIT-EVENT
               WHEN OTHER
                   MOVE TRN-TYPE TO AUDIT-EVENT
           END-EVALUATE
       6000-EXIT.
           EXIT.

      *> The master a transaction type posts to, as its line on
      *> the run-statistics page; zero for a type not known here.
       6050-NOTE-MASTER.
           EVALUATE TRN-TYPE
               WHEN 'users.update'
               WHEN 'users.delete'
                   MOVE 1 TO ATR-STX
               WHEN 'settings.update'
                   MOVE 2 TO ATR-STX
               WHEN 'guestbook.sign'
               WHEN 'guestbook.mod'
                   MOVE 3 TO ATR-STX
               WHEN 'schedule.set'
                   MOVE 4 TO ATR-STX
               WHEN 'billing.adjust'
                   MOVE 5 TO ATR-STX
               WHEN 'billing.plan.change'
                   MOVE 6 TO ATR-STX
               WHEN 'support.ticket.status'
               WHEN 'support.ticket.assign'
               WHEN 'support.ticket.reply'
               WHEN 'support.ticket.merge'
                   MOVE 7 TO ATR-STX
               WHEN 'survey.respond'
                   MOVE 8 TO ATR-STX
               WHEN 'mail.unsuppress'
                   MOVE 9 TO ATR-STX
               WHEN 'sms.unsuppress'
                   MOVE 10 TO ATR-STX
               WHEN 'payment.update'
                   MOVE 11 TO ATR-STX
               WHEN 'billing.suspense.assign'
                   MOVE 12 TO ATR-STX
               WHEN 'billing.coupon.redeem'
                   MOVE 13 TO ATR-STX
               WHEN 'billing.promise'
                   MOVE 14 TO ATR-STX
               WHEN 'fx.rate.signoff'
                   MOVE 15 TO ATR-STX
               WHEN 'approval.decide'
                   MOVE 16 TO ATR-STX
               WHEN 'campaign.create'
               WHEN 'campaign.update'
               WHEN 'campaign.submit'
               WHEN 'campaign.decide'
                   MOVE 17 TO ATR-STX
               WHEN OTHER
                   MOVE ZERO TO ATR-STX
           END-EVALUATE.
       6050-EXIT.
           EXIT.

       6100-MARK-REJECTED.
           MOVE 'Rejected' TO TRN-STATUS
           ADD 1 TO ATR-REJECTED-CT
           PERFORM 6050-NOTE-MASTER THRU 6050-EXIT
           IF ATR-STX > ZERO
               ADD 1 TO ATR-ST-REJECTED (ATR-STX)
           END-IF
           MOVE ATR-REASON TO REJ-REASON
           MOVE TRANS-RECORD TO REJ-IMAGE
           WRITE REJECT-RECORD
       6100-EXIT.
           EXIT.

      *> Held, not posted: the queue row goes Awaiting and the
      *> hold is audited under the requester.
       6200-MARK-AWAITING.
           ADD 1 TO ATR-HELD-CT
           MOVE SPACES TO ATR-DL-VERDICT
           STRING 'held for approval - ' ATR-HOLD-SUMMARY
               DELIMITED BY SIZE INTO ATR-DL-VERDICT
           WRITE REPORT-LINE FROM ATR-DETAIL-LINE
           ADD 1 TO ATR-NEXT-SEQ
           MOVE SPACES TO AUDIT-RECORD
           MOVE ATR-NEXT-SEQ TO ATR-AUD-SEQ-9
           MOVE ATR-AUD-SEQ-X TO AUDIT-SEQ
           MOVE TRN-DATE TO AUDIT-DATE
           MOVE TRN-TIME TO AUDIT-TIME
           MOVE '+00:00' TO AUDIT-TZ
           MOVE TRN-ACTOR TO AUDIT-ACTOR
           MOVE 'approval' TO AUDIT-EVENT
           STRING 'held ' DELIMITED BY SIZE
                  TRN-SEQ DELIMITED BY SPACE
                  ' for approval' DELIMITED BY SIZE
               INTO AUDIT-META
           WRITE AUDIT-OUT-RECORD FROM AUDIT-RECORD.
       6200-EXIT.
           EXIT.

       7000-WRITE-MASTERS.
      *> The keyed masters are read again in their own order and
      *> each row written as its work copy now stands; a row whose
      *> copy is gone was deleted. Rows this run added follow.
           CLOSE USERS-IN GUEST-IN INVOICE-IN TICKET-IN SUPPRESS-IN
                 SETTINGS-IN SUBS-IN MEMBER-IN SCHED-IN SMSSUP-IN
                 PAYMETH-IN SUSP-IN APPROVAL-IN CAMP-IN
           OPEN INPUT USERS-IN GUEST-IN INVOICE-IN TICKET-IN
                      SUPPRESS-IN SETTINGS-IN SUBS-IN MEMBER-IN
                      SCHED-IN SMSSUP-IN PAYMETH-IN SUSP-IN
                      APPROVAL-IN CAMP-IN
           IF ATR-USRIN-STATUS NOT = '00'
            OR ATR-GBIN-STATUS NOT = '00'
            OR ATR-INVIN-STATUS NOT = '00'
            OR ATR-TKTIN-STATUS NOT = '00'
            OR ATR-SUPIN-STATUS NOT = '00'
            OR ATR-SETIN-STATUS NOT = '00'
            OR ATR-SUBIN-STATUS NOT = '00'
            OR ATR-MBRIN-STATUS NOT = '00'
            OR ATR-SCHIN-STATUS NOT = '00'
            OR ATR-SSPIN-STATUS NOT = '00'
            OR ATR-PMIN-STATUS NOT = '00'
            OR ATR-SUSIN-STATUS NOT = '00'
            OR ATR-APRIN-STATUS NOT = '00'
            OR ATR-CMPIN-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: MASTER REOPEN FAILED, STATUS='
                       ATR-USRIN-STATUS '/' ATR-GBIN-STATUS
                       '/' ATR-INVIN-STATUS '/' ATR-TKTIN-STATUS
                       '/' ATR-SUPIN-STATUS
                       '/' ATR-SETIN-STATUS '/' ATR-SUBIN-STATUS
                       '/' ATR-MBRIN-STATUS '/' ATR-SCHIN-STATUS
                       '/' ATR-SSPIN-STATUS '/' ATR-PMIN-STATUS
                       '/' ATR-SUSIN-STATUS '/' ATR-APRIN-STATUS
                       '/' ATR-CMPIN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO ATR-USRIN-EOF-SW ATR-GBIN-EOF-SW
                       ATR-INVIN-EOF-SW ATR-TKTIN-EOF-SW
                       ATR-SUPIN-EOF-SW ATR-SETIN-EOF-SW
                       ATR-SUBIN-EOF-SW ATR-MBRIN-EOF-SW
                       ATR-SCHIN-EOF-SW ATR-SSPIN-EOF-SW
                       ATR-PMIN-EOF-SW ATR-SUSIN-EOF-SW
                       ATR-APRIN-EOF-SW ATR-CMPIN-EOF-SW
           PERFORM 7100-WRITE-USER THRU 7100-EXIT
               UNTIL ATR-USRIN-EOF
           PERFORM 7050-WRITE-SETTINGS THRU 7050-EXIT
               UNTIL ATR-SETIN-EOF
           MOVE LOW-VALUES TO STW-WORKSPACE
           MOVE 'N' TO ATR-SETWK-EOF-SW
           START SETTINGS-WORK KEY NOT < STW-WORKSPACE
           IF ATR-SETWK-STATUS NOT = '00'
               SET ATR-SETWK-EOF TO TRUE
           END-IF
           PERFORM 7055-WRITE-NEW-SETTINGS THRU 7055-EXIT
               UNTIL ATR-SETWK-EOF
           PERFORM 7060-WRITE-SUBS THRU 7060-EXIT
               UNTIL ATR-SUBIN-EOF
           PERFORM 7070-WRITE-MEMBER THRU 7070-EXIT
               UNTIL ATR-MBRIN-EOF
           PERFORM 7200-WRITE-GUEST THRU 7200-EXIT
               UNTIL ATR-GBIN-EOF
           MOVE 'g-' TO ATR-GID-PFX
           MOVE ATR-GB-LOAD-HIGH TO ATR-GID-9
           MOVE ATR-GB-ID-WORK TO GWK-ID
           MOVE 'N' TO ATR-GBWK-EOF-SW
           START GUEST-WORK KEY > GWK-ID
           IF ATR-GBWK-STATUS NOT = '00'
               SET ATR-GBWK-EOF TO TRUE
           END-IF
           PERFORM 7250-WRITE-NEW-GUEST THRU 7250-EXIT
               UNTIL ATR-GBWK-EOF
           PERFORM 7300-WRITE-SCHED THRU 7300-EXIT
               UNTIL ATR-SCHIN-EOF
           PERFORM 7400-WRITE-TICKET THRU 7400-EXIT
               UNTIL ATR-TKTIN-EOF
           PERFORM 7500-WRITE-SUPPRESS THRU 7500-EXIT
               UNTIL ATR-SUPIN-EOF
           PERFORM 7550-WRITE-SMSSUP THRU 7550-EXIT
               UNTIL ATR-SSPIN-EOF
           PERFORM 7600-WRITE-INVOICE THRU 7600-EXIT
               UNTIL ATR-INVIN-EOF
           MOVE 'CRM-' TO IWK-NUMBER
           MOVE 'N' TO ATR-INVWK-EOF-SW
           START INVOICE-WORK KEY NOT < IWK-NUMBER
           IF ATR-INVWK-STATUS NOT = '00'
               SET ATR-INVWK-EOF TO TRUE
           END-IF
           PERFORM 7650-WRITE-NEW-CREDIT THRU 7650-EXIT
               UNTIL ATR-INVWK-EOF
           PERFORM 7700-WRITE-PAYMETH THRU 7700-EXIT
               UNTIL ATR-PMIN-EOF
           MOVE LOW-VALUES TO PMW-WORKSPACE
           MOVE 'N' TO ATR-PMWK-EOF-SW
           START PAYMETH-WORK KEY NOT < PMW-WORKSPACE
           IF ATR-PMWK-STATUS NOT = '00'
               SET ATR-PMWK-EOF TO TRUE
           END-IF
           PERFORM 7705-WRITE-NEW-PAYMETH THRU 7705-EXIT
               UNTIL ATR-PMWK-EOF
           PERFORM 7800-WRITE-SUSPENSE THRU 7800-EXIT
               UNTIL ATR-SUSIN-EOF
           PERFORM 7900-WRITE-APPROVAL THRU 7900-EXIT
               UNTIL ATR-APRIN-EOF
           MOVE LOW-VALUES TO APW-SEQ
           MOVE 'N' TO ATR-APRWK-EOF-SW
           START APPROVAL-WORK KEY NOT < APW-SEQ
           IF ATR-APRWK-STATUS NOT = '00'
               SET ATR-APRWK-EOF TO TRUE
           END-IF
           PERFORM 7905-WRITE-NEW-APPROVAL THRU 7905-EXIT
               UNTIL ATR-APRWK-EOF
           PERFORM 7350-WRITE-CAMPAIGN THRU 7350-EXIT
               UNTIL ATR-CMPIN-EOF
           MOVE LOW-VALUES TO CMW-ID
           MOVE 'N' TO ATR-CMPWK-EOF-SW
           START CAMP-WORK KEY NOT < CMW-ID
           IF ATR-CMPWK-STATUS NOT = '00'
               SET ATR-CMPWK-EOF TO TRUE
           END-IF
           PERFORM 7355-WRITE-NEW-CAMPAIGN THRU 7355-EXIT
               UNTIL ATR-CMPWK-EOF
      *> The thread file as it now stands - this run's replies
      *> included - is read back and written whole, each row of
      *> a merged ticket re-keyed to its parent.
           CLOSE TKTMSG-IN TKTMSG-OUT
           OPEN INPUT TKTMSG-IN
           IF ATR-TKMIN-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: THREAD REOPEN FAILED, STATUS='
                       ATR-TKMIN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO ATR-TKMIN-EOF-SW
           PERFORM 7950-WRITE-THREAD THRU 7950-EXIT
               UNTIL ATR-TKMIN-EOF.
       7000-EXIT.
           EXIT.

       7950-WRITE-THREAD.
           READ TKTMSG-IN INTO TKTMSG-RECORD
               AT END SET ATR-TKMIN-EOF TO TRUE
               GO TO 7950-EXIT
           END-READ
           MOVE ZERO TO ATR-MSG-HIT
           PERFORM 7960-MATCH-THREAD-TICKET THRU 7960-EXIT
           IF ATR-MSG-HIT > ZERO
               IF TKT-PARENT NOT = SPACES
                   MOVE TKT-PARENT TO TM-TICKET
                   ADD 1 TO ATR-REKEYED-CT
               END-IF
           END-IF
           WRITE TKTMSG-NEW-RECORD FROM TKTMSG-RECORD.
       7950-EXIT.
           EXIT.

       7960-MATCH-THREAD-TICKET.
           MOVE TM-TICKET TO TWK-ID
           PERFORM 5830-READ-TICKET THRU 5830-EXIT
           IF ATR-TKTWK-STATUS = '00'
               MOVE 1 TO ATR-MSG-HIT
           END-IF.
       7960-EXIT.
           EXIT.

       7100-WRITE-USER.
           READ USERS-IN
               AT END SET ATR-USRIN-EOF TO TRUE
               GO TO 7100-EXIT
           END-READ
           MOVE USERS-IN-RECORD (1:6) TO UWK-ID
           PERFORM 5800-READ-USER THRU 5800-EXIT
           IF ATR-USRWK-STATUS = '00'
               WRITE USERS-OUT-RECORD FROM USER-RECORD
           END-IF.
       7100-EXIT.
           EXIT.

      *> A master row whose copy was posted over is written as
      *> its copy now stands and the copy cleared; a row with no
      *> copy was deleted, or repeats a key already written, and
      *> passes as read. Copies left over were added this run.
       7050-WRITE-SETTINGS.
           READ SETTINGS-IN
               AT END SET ATR-SETIN-EOF TO TRUE
               GO TO 7050-EXIT
           END-READ
           MOVE SETTINGS-IN-RECORD (70:12) TO STW-WORKSPACE
           PERFORM 5870-READ-SETTINGS THRU 5870-EXIT
           IF ATR-SETWK-STATUS NOT = '00'
               WRITE SETTINGS-OUT-RECORD FROM SETTINGS-IN-RECORD
               GO TO 7050-EXIT
           END-IF
           WRITE SETTINGS-OUT-RECORD FROM SETTINGS-WORK-RECORD
           DELETE SETTINGS-WORK RECORD
           IF ATR-SETWK-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: SETTINGS FOR ' STW-WORKSPACE
                       ' NOT CLEARED, STATUS=' ATR-SETWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       7050-EXIT.
           EXIT.

       7055-WRITE-NEW-SETTINGS.
           READ SETTINGS-WORK NEXT RECORD
               AT END SET ATR-SETWK-EOF TO TRUE
               GO TO 7055-EXIT
           END-READ
           WRITE SETTINGS-OUT-RECORD FROM SETTINGS-WORK-RECORD.
       7055-EXIT.
           EXIT.

       7060-WRITE-SUBS.
           READ SUBS-IN
               AT END SET ATR-SUBIN-EOF TO TRUE
               GO TO 7060-EXIT
           END-READ
           MOVE SUBS-IN-RECORD (1:12) TO SBW-WORKSPACE
           PERFORM 5872-READ-SUBS THRU 5872-EXIT
           IF ATR-SUBWK-STATUS NOT = '00'
               WRITE SUBS-OUT-RECORD FROM SUBS-IN-RECORD
               GO TO 7060-EXIT
           END-IF
           WRITE SUBS-OUT-RECORD FROM SUBS-WORK-RECORD
           DELETE SUBS-WORK RECORD
           IF ATR-SUBWK-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: SUBSCRIPTION ' SBW-WORKSPACE
                       ' NOT CLEARED, STATUS=' ATR-SUBWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       7060-EXIT.
           EXIT.

       7070-WRITE-MEMBER.
           READ MEMBER-IN
               AT END SET ATR-MBRIN-EOF TO TRUE
               GO TO 7070-EXIT
           END-READ
           MOVE MEMBER-IN-RECORD (1:18) TO MBW-KEY
           PERFORM 5874-READ-MEMBER THRU 5874-EXIT
           IF ATR-MBRWK-STATUS NOT = '00'
               WRITE MEMBER-OUT-RECORD FROM MEMBER-IN-RECORD
               GO TO 7070-EXIT
           END-IF
           WRITE MEMBER-OUT-RECORD FROM MEMBER-WORK-RECORD
           DELETE MEMBER-WORK RECORD
           IF ATR-MBRWK-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: MEMBERSHIP ' MBW-KEY
                       ' NOT CLEARED, STATUS=' ATR-MBRWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       7070-EXIT.
           EXIT.

       7200-WRITE-GUEST.
           READ GUEST-IN
               AT END SET ATR-GBIN-EOF TO TRUE
               GO TO 7200-EXIT
           END-READ
           MOVE GUEST-IN-RECORD (1:6) TO GWK-ID
           PERFORM 5810-READ-GUEST THRU 5810-EXIT
           IF ATR-GBWK-STATUS = '00'
               WRITE GUEST-OUT-RECORD FROM GUESTBOOK-RECORD
           END-IF.
       7200-EXIT.
           EXIT.

      *> Entries signed this run: g- numbers above the highest
      *> on file at the start, in number order.
       7250-WRITE-NEW-GUEST.
           READ GUEST-WORK NEXT RECORD INTO GUESTBOOK-RECORD
               AT END SET ATR-GBWK-EOF TO TRUE
               GO TO 7250-EXIT
           END-READ
           IF GUEST-ID (1:2) NOT = 'g-'
               SET ATR-GBWK-EOF TO TRUE
               GO TO 7250-EXIT
           END-IF
           MOVE GUEST-ID TO ATR-GB-ID-WORK
           IF ATR-GID-X IS NUMERIC
            AND ATR-GID-9 > ATR-GB-LOAD-HIGH
               WRITE GUEST-OUT-RECORD FROM GUESTBOOK-RECORD
           END-IF.
       7250-EXIT.
           EXIT.

       7300-WRITE-SCHED.
           READ SCHED-IN
               AT END SET ATR-SCHIN-EOF TO TRUE
               GO TO 7300-EXIT
           END-READ
           MOVE SCHED-IN-RECORD (1:8) TO SCW-JOB
           PERFORM 5876-READ-SCHED THRU 5876-EXIT
           IF ATR-SCHWK-STATUS NOT = '00'
               WRITE SCHED-OUT-RECORD FROM SCHED-IN-RECORD
               GO TO 7300-EXIT
           END-IF
           WRITE SCHED-OUT-RECORD FROM SCHED-WORK-RECORD
           DELETE SCHED-WORK RECORD
           IF ATR-SCHWK-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: JOB ' SCW-JOB
                       ' NOT CLEARED, STATUS=' ATR-SCHWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       7300-EXIT.
           EXIT.

       7350-WRITE-CAMPAIGN.
           READ CAMP-IN
               AT END SET ATR-CMPIN-EOF TO TRUE
               GO TO 7350-EXIT
           END-READ
           MOVE CAMP-IN-RECORD (1:8) TO CMW-ID
           PERFORM 5880-READ-CAMPAIGN THRU 5880-EXIT
           IF ATR-CMPWK-STATUS NOT = '00'
               WRITE CAMP-OUT-RECORD FROM CAMP-IN-RECORD
               GO TO 7350-EXIT
           END-IF
           WRITE CAMP-OUT-RECORD FROM CAMP-WORK-RECORD
           DELETE CAMP-WORK RECORD
           IF ATR-CMPWK-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: CAMPAIGN ' CMW-ID
                       ' NOT CLEARED, STATUS=' ATR-CMPWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       7350-EXIT.
           EXIT.

       7355-WRITE-NEW-CAMPAIGN.
           READ CAMP-WORK NEXT RECORD
               AT END SET ATR-CMPWK-EOF TO TRUE
               GO TO 7355-EXIT
           END-READ
           WRITE CAMP-OUT-RECORD FROM CAMP-WORK-RECORD.
       7355-EXIT.
           EXIT.

       7400-WRITE-TICKET.
           READ TICKET-IN
               AT END SET ATR-TKTIN-EOF TO TRUE
               GO TO 7400-EXIT
           END-READ
           MOVE TICKET-IN-RECORD (1:8) TO TWK-ID
           PERFORM 5830-READ-TICKET THRU 5830-EXIT
           IF ATR-TKTWK-STATUS = '00'
               WRITE TICKET-OUT-RECORD FROM TICKET-RECORD
           END-IF.
       7400-EXIT.
           EXIT.

      *> Suppression rows are only ever cleared here, so a row
      *> still keyed passes through as it was read.
       7500-WRITE-SUPPRESS.
           READ SUPPRESS-IN
               AT END SET ATR-SUPIN-EOF TO TRUE
               GO TO 7500-EXIT
           END-READ
           MOVE SUPPRESS-IN-RECORD (1:40) TO SWK-EMAIL
           PERFORM 5840-READ-SUPPRESS THRU 5840-EXIT
           IF ATR-SUPWK-STATUS = '00'
               WRITE SUPPRESS-OUT-RECORD FROM SUPPRESS-IN-RECORD
           END-IF.
       7500-EXIT.
           EXIT.

      *> As with mail suppression, a number still keyed passes
      *> through as it was read.
       7550-WRITE-SMSSUP.
           READ SMSSUP-IN
               AT END SET ATR-SSPIN-EOF TO TRUE
               GO TO 7550-EXIT
           END-READ
           MOVE SMSSUP-IN-RECORD (1:16) TO SSW-PHONE
           PERFORM 5890-READ-SMSSUP THRU 5890-EXIT
           IF ATR-SSPWK-STATUS = '00'
               WRITE SMSSUP-OUT-RECORD FROM SMSSUP-IN-RECORD
           END-IF.
       7550-EXIT.
           EXIT.

       7600-WRITE-INVOICE.
           READ INVOICE-IN
               AT END SET ATR-INVIN-EOF TO TRUE
               GO TO 7600-EXIT
           END-READ
           MOVE INVOICE-IN-RECORD (1:13) TO IWK-NUMBER
           PERFORM 5820-READ-INVOICE THRU 5820-EXIT
           IF ATR-INVWK-STATUS = '00'
               WRITE INVOICE-OUT-RECORD FROM INVOICE-RECORD
           END-IF.
       7600-EXIT.
           EXIT.

      *> Credit memos raised this run: CRM- numbers above the
      *> highest on file at the start, in key order.
       7650-WRITE-NEW-CREDIT.
           READ INVOICE-WORK NEXT RECORD INTO INVOICE-RECORD
               AT END SET ATR-INVWK-EOF TO TRUE
               GO TO 7650-EXIT
           END-READ
           IF INVOICE-NUMBER (1:4) NOT = 'CRM-'
               SET ATR-INVWK-EOF TO TRUE
               GO TO 7650-EXIT
           END-IF
           MOVE INVOICE-NUMBER (10:4) TO ATR-SEQ-X
           IF ATR-SEQ-X IS NUMERIC
            AND ATR-SEQ-9 > ATR-CRM-LOAD-HIGH
               WRITE INVOICE-OUT-RECORD FROM INVOICE-RECORD
           END-IF.
       7650-EXIT.
           EXIT.

       7700-WRITE-PAYMETH.
           READ PAYMETH-IN
               AT END SET ATR-PMIN-EOF TO TRUE
               GO TO 7700-EXIT
           END-READ
           MOVE PAYMETH-IN-RECORD (1:12) TO PMW-WORKSPACE
           PERFORM 5882-READ-PAYMETH THRU 5882-EXIT
           IF ATR-PMWK-STATUS NOT = '00'
               WRITE PAYMETH-OUT-RECORD FROM PAYMETH-IN-RECORD
               GO TO 7700-EXIT
           END-IF
           WRITE PAYMETH-OUT-RECORD FROM PAYMETH-WORK-RECORD
           DELETE PAYMETH-WORK RECORD
           IF ATR-PMWK-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: PAYMENT METHOD ' PMW-WORKSPACE
                       ' NOT CLEARED, STATUS=' ATR-PMWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       7700-EXIT.
           EXIT.

       7705-WRITE-NEW-PAYMETH.
           READ PAYMETH-WORK NEXT RECORD
               AT END SET ATR-PMWK-EOF TO TRUE
               GO TO 7705-EXIT
           END-READ
           WRITE PAYMETH-OUT-RECORD FROM PAYMETH-WORK-RECORD.
       7705-EXIT.
           EXIT.

       7800-WRITE-SUSPENSE.
           READ SUSP-IN
               AT END SET ATR-SUSIN-EOF TO TRUE
               GO TO 7800-EXIT
           END-READ
           MOVE SUSP-IN-RECORD (1:10) TO SXW-REF
           PERFORM 5884-READ-SUSPENSE THRU 5884-EXIT
           IF ATR-SUSWK-STATUS NOT = '00'
               WRITE SUSP-OUT-RECORD FROM SUSP-IN-RECORD
               GO TO 7800-EXIT
           END-IF
           WRITE SUSP-OUT-RECORD FROM SUSP-WORK-RECORD
           DELETE SUSP-WORK RECORD
           IF ATR-SUSWK-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: SUSPENSE ' SXW-REF
                       ' NOT CLEARED, STATUS=' ATR-SUSWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       7800-EXIT.
           EXIT.

       7900-WRITE-APPROVAL.
           READ APPROVAL-IN
               AT END SET ATR-APRIN-EOF TO TRUE
               GO TO 7900-EXIT
           END-READ
           MOVE APPROVAL-IN-RECORD (1:6) TO APW-SEQ
           PERFORM 5888-READ-APPROVAL THRU 5888-EXIT
           IF ATR-APRWK-STATUS NOT = '00'
               WRITE APPROVAL-OUT-RECORD FROM APPROVAL-IN-RECORD
               GO TO 7900-EXIT
           END-IF
           WRITE APPROVAL-OUT-RECORD FROM APPROVAL-WORK-RECORD
           DELETE APPROVAL-WORK RECORD
           IF ATR-APRWK-STATUS NOT = '00'
               DISPLAY 'APPLYTRN: APPROVAL ' APW-SEQ
                       ' NOT CLEARED, STATUS=' ATR-APRWK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       7900-EXIT.
           EXIT.

       7905-WRITE-NEW-APPROVAL.
           READ APPROVAL-WORK NEXT RECORD
               AT END SET ATR-APRWK-EOF TO TRUE
               GO TO 7905-EXIT
           END-READ
           WRITE APPROVAL-OUT-RECORD FROM APPROVAL-WORK-RECORD.
       7905-EXIT.
           EXIT.

       9000-WRAP-UP.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ALREADY FINAL' TO ATR-TL-LABEL
           MOVE ATR-SKIPPED-CT TO ATR-TL-COUNT
           WRITE REPORT-LINE FROM ATR-TOTAL-LINE
           MOVE 'AWAITING APPROVAL' TO ATR-TL-LABEL
           MOVE ATR-HELD-CT TO ATR-TL-COUNT
           WRITE REPORT-LINE FROM ATR-TOTAL-LINE
           MOVE 'APPROVALS SETTLED' TO ATR-TL-LABEL
           MOVE ATR-SETTLED-CT TO ATR-TL-COUNT
           WRITE REPORT-LINE FROM ATR-TOTAL-LINE
           MOVE 'TICKETS MERGED' TO ATR-TL-LABEL
           MOVE ATR-MERGED-CT TO ATR-TL-COUNT
           WRITE REPORT-LINE FROM ATR-TOTAL-LINE
           MOVE 'THREAD ROWS RE-KEYED' TO ATR-TL-LABEL
           MOVE ATR-REKEYED-CT TO ATR-TL-COUNT
           WRITE REPORT-LINE FROM ATR-TOTAL-LINE
           MOVE 'SURVEYS SENT' TO ATR-TL-LABEL
           MOVE ATR-SVY-SENT-CT TO ATR-TL-COUNT
           WRITE REPORT-LINE FROM ATR-TOTAL-LINE
           MOVE 'SURVEYS NOT SENT' TO ATR-TL-LABEL
           MOVE ATR-SVY-SKIP-CT TO ATR-TL-COUNT
           WRITE REPORT-LINE FROM ATR-TOTAL-LINE
           MOVE 'SURVEYS ANSWERED' TO ATR-TL-LABEL
           MOVE ATR-SVY-ANSWER-CT TO ATR-TL-COUNT
           WRITE REPORT-LINE FROM ATR-TOTAL-LINE
           MOVE 'LOW SCORES TO LEAD' TO ATR-TL-LABEL
           MOVE ATR-SVY-LOW-CT TO ATR-TL-COUNT
           WRITE REPORT-LINE FROM ATR-TOTAL-LINE
           MOVE 'CAMPAIGNS APPROVED' TO ATR-TL-LABEL
           MOVE ATR-CMP-ACTIVE-CT TO ATR-TL-COUNT
           WRITE REPORT-LINE FROM ATR-TOTAL-LINE
           MOVE 'CAMPAIGNS REJECTED' TO ATR-TL-LABEL
           MOVE ATR-CMP-REJECT-CT TO ATR-TL-COUNT
           WRITE REPORT-LINE FROM ATR-TOTAL-LINE
           PERFORM 9100-WRITE-STATS THRU 9100-EXIT
           CLOSE TRANS-IN TRANS-OUT USERS-IN USERS-OUT
                 SETTINGS-IN SETTINGS-OUT MEMBER-IN MEMBER-OUT
                 GUEST-IN GUEST-OUT
                 SCHED-IN SCHED-OUT INVOICE-IN INVOICE-OUT
                 SUBS-IN SUBS-OUT PLANS-IN PLANHIST-OUT
                 TICKET-IN TICKET-OUT TKTEVENT-OUT
                 TKTMSG-IN TKTMSG-NEW SPOOL-OUT WHKEVT-OUT
                 SUPPRESS-IN SUPPRESS-OUT JOURNAL-OUT
                 SMSSUP-IN SMSSUP-OUT
                 ADJUST-OUT PAYMETH-IN PAYMETH-OUT
                 SUSP-IN SUSP-OUT PAYMENT-OUT REDEEM-OUT
                 PROMISE-OUT FXEXC-OUT APPROVAL-OUT SURVEY-OUT
                 CAMP-OUT CMPJRNL-OUT NOTIFY-OUT
                 AUDIT-OUT REJECT-OUT
                 REPORT-OUT
                 CLOSE-IN APPROVAL-IN CAMP-IN
                 USERS-WORK GUEST-WORK INVOICE-WORK
                 TICKET-WORK SUPPRESS-WORK
                 SETTINGS-WORK SUBS-WORK MEMBER-WORK
                 SCHED-WORK PLAN-WORK SURVEY-WORK
                 SVYSENT-WORK CAMP-WORK SMSSUP-WORK
                 OUTBOUND-WORK PAYMETH-WORK SUSP-WORK
                 COUPON-WORK REDEEM-WORK PROMISE-WORK
                 FXEXC-WORK APPROVAL-WORK
           IF ATR-REJECTED-CT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'APPLYTRN: ' ATR-READ-CT ' READ, '
                   ATR-POSTED-CT ' POSTED, ' ATR-REJECTED-CT
                   ' REJECTED, ' ATR-QUEUED-CT ' LEFT QUEUED, '
                   ATR-HELD-CT ' AWAITING APPROVAL'.
       9000-EXIT.
           EXIT.

      *> One line per master: rows read at the start, and the
      *> transactions against it that posted or were rejected.
       9100-WRITE-STATS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'APPLYTRN - RUN STATISTICS BY MASTER' TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM ATR-STAT-HEAD
           PERFORM 9110-WRITE-STAT-LINE THRU 9110-EXIT
               VARYING ATR-STX FROM 1 BY 1 UNTIL ATR-STX > 18.
       9100-EXIT.
           EXIT.

       9110-WRITE-STAT-LINE.
           MOVE ATR-STAT-NAME (ATR-STX) TO SL-NAME
           MOVE ATR-ST-READ (ATR-STX) TO SL-READ
           MOVE ATR-ST-POSTED (ATR-STX) TO SL-POSTED
           MOVE ATR-ST-REJECTED (ATR-STX) TO SL-REJECTED
           WRITE REPORT-LINE FROM ATR-STAT-LINE.
       9110-EXIT.
           EXIT.

      *> Parse a display amount such as '$10.00' into a signed
      *> value, the way the other billing jobs do.
       9200-PARSE-AMOUNT.
           MOVE ZERO TO ATR-AMT-DOLLARS ATR-AMT-CENTS
                        ATR-AMT-CENT-CT
           MOVE 'N' TO ATR-AMT-CENTS-SW
           PERFORM 9210-PARSE-ONE-CHAR THRU 9210-EXIT
               VARYING ATR-AMT-IX FROM 1 BY 1 UNTIL ATR-AMT-IX > 13
           COMPUTE ATR-AMT-VALUE =
               ATR-AMT-DOLLARS + (ATR-AMT-CENTS / 100).
       9200-EXIT.
           EXIT.

       9210-PARSE-ONE-CHAR.
           MOVE ATR-AMT-TXT (ATR-AMT-IX:1) TO ATR-AMT-DIG-X
           IF ATR-AMT-DIG-X = '.'
               SET ATR-AMT-IN-CENTS TO TRUE
               GO TO 9210-EXIT
           END-IF
           IF ATR-AMT-DIG-X IS NOT NUMERIC
               GO TO 9210-EXIT
           END-IF
           IF ATR-AMT-IN-CENTS
               IF ATR-AMT-CENT-CT < 2
                   COMPUTE ATR-AMT-CENTS =
                       (ATR-AMT-CENTS * 10) + ATR-AMT-DIG-9
                   ADD 1 TO ATR-AMT-CENT-CT
               END-IF
           ELSE
               COMPUTE ATR-AMT-DOLLARS =
                   (ATR-AMT-DOLLARS * 10) + ATR-AMT-DIG-9
           END-IF.
       9210-EXIT.
           EXIT.

      *> Left-justify the edited amount into a 13-byte display
      *> field for the records that still carry price text.
       9400-EDIT-MONEY.
           MOVE ZERO TO ATR-AMT-LJ-CT
           INSPECT ATR-AMT-ED
               TALLYING ATR-AMT-LJ-CT FOR LEADING SPACE
           MOVE SPACES TO ATR-MONEY-OUT
           MOVE ATR-AMT-ED (ATR-AMT-LJ-CT + 1:13 - ATR-AMT-LJ-CT)
               TO ATR-MONEY-OUT.
       9400-EXIT.
           EXIT.

       COPY DATE-SERVICE.

       COPY HASH-DIGEST.

       COPY RATE-HISTORY.
