       FD  JSON-IN.
       01  JSON-IN-RECORD         PIC X(133).
       FD  TRANS-IN.
       01  TRANS-IN-RECORD        PIC X(200).
       FD  TRANS-OUT.
       01  TRANS-OUT-RECORD       PIC X(200).
       FD  REJECT-OUT.
       01  REJECT-RECORD.
           05 REJ-REASON          PIC X(40).
           05 REJ-IMAGE           PIC X(200).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
           05 FILLER   PIC X(24) VALUE 'schedule.set'.
           05 FILLER   PIC X(40) VALUE
              '/api/schedules'.
           05 FILLER   PIC X(24) VALUE 'payment.update'.
           05 FILLER   PIC X(40) VALUE
              '/api/billing/payment-method'.
           05 FILLER   PIC X(24) VALUE 'billing.suspense.assign'.
           05 FILLER   PIC X(40) VALUE
              '/api/billing/suspense'.
           05 FILLER   PIC X(24) VALUE 'billing.coupon.redeem'.
           05 FILLER   PIC X(40) VALUE
              '/api/billing/coupon'.
           05 FILLER   PIC X(24) VALUE 'billing.promise'.
           05 FILLER   PIC X(40) VALUE
              '/api/billing/promise'.
           05 FILLER   PIC X(24) VALUE 'fx.rate.signoff'.
           05 FILLER   PIC X(40) VALUE
              '/api/billing/fx-signoff'.
           05 FILLER   PIC X(24) VALUE 'approval.decide'.
           05 FILLER   PIC X(40) VALUE
              '/api/approvals'.
           05 FILLER   PIC X(24) VALUE 'sms.unsuppress'.
           05 FILLER   PIC X(40) VALUE
              '/api/sms/unsuppress'.
           05 FILLER   PIC X(24) VALUE 'support.ticket.merge'.
           05 FILLER   PIC X(40) VALUE
              '/api/support/tickets/merge'.
           05 FILLER   PIC X(24) VALUE 'survey.respond'.
           05 FILLER   PIC X(40) VALUE
              '/api/support/survey'.
           05 FILLER   PIC X(24) VALUE 'campaign.create'.
           05 FILLER   PIC X(40) VALUE
              '/api/campaigns'.
           05 FILLER   PIC X(24) VALUE 'campaign.update'.
           05 FILLER   PIC X(40) VALUE
              '/api/campaigns'.
           05 FILLER   PIC X(24) VALUE 'campaign.submit'.
           05 FILLER   PIC X(40) VALUE
              '/api/campaigns/submit'.
           05 FILLER   PIC X(24) VALUE 'campaign.decide'.
           05 FILLER   PIC X(40) VALUE
              '/api/campaigns/review'.
       01  TGT-MAP-TABLE REDEFINES TGT-MAP-VALUES.
           05 TGT-MAP OCCURS 24 TIMES.
              10 TGT-M-TYPE       PIC X(24).
              10 TGT-M-ACTION     PIC X(40).
       01  TGT-FIELD-VALUE        PIC X(120) VALUE SPACES.
           MOVE ZERO TO TGT-HIT
           PERFORM 3110-MATCH-MAP THRU 3110-EXIT
               VARYING TGT-MX FROM 1 BY 1
               UNTIL TGT-MX > 24 OR TGT-HIT > 0.
       3100-EXIT.
           EXIT.

                   MOVE TRN-U-NAME TO TGT-FIELD-VALUE
               WHEN 'users.update' ALSO 'email'
                   MOVE TRN-U-EMAIL TO TGT-FIELD-VALUE
               WHEN 'users.update' ALSO 'role'
                   MOVE TRN-U-ROLE TO TGT-FIELD-VALUE
               WHEN 'users.update' ALSO 'phone'
                   MOVE TRN-U-PHONE TO TGT-FIELD-VALUE
               WHEN 'users.update' ALSO 'sms_optin'
                   MOVE TRN-U-SMS-OPTIN TO TGT-FIELD-VALUE
               WHEN 'settings.update' ALSO 'ws-name'
                   MOVE TRN-S-WS-NAME TO TGT-FIELD-VALUE
               WHEN 'settings.update' ALSO 'ws-public'
                   MOVE TRN-A-AUTH TO TGT-FIELD-VALUE
               WHEN 'billing.adjust' ALSO 'reason'
                   MOVE TRN-A-REASON TO TGT-FIELD-VALUE
               WHEN 'billing.suspense.assign' ALSO 'reference'
                   MOVE TRN-SA-REF TO TGT-FIELD-VALUE
               WHEN 'billing.suspense.assign' ALSO 'invoice'
                   MOVE TRN-SA-INVOICE TO TGT-FIELD-VALUE
               WHEN 'billing.coupon.redeem' ALSO 'code'
                   MOVE TRN-CP-CODE TO TGT-FIELD-VALUE
               WHEN 'billing.promise' ALSO 'invoice'
                   MOVE TRN-PR-INVOICE TO TGT-FIELD-VALUE
               WHEN 'billing.promise' ALSO 'amount'
                   MOVE TRN-PR-AMOUNT TO TGT-FIELD-VALUE
               WHEN 'billing.promise' ALSO 'promise-date'
                   MOVE TRN-PR-DATE TO TGT-FIELD-VALUE
               WHEN 'fx.rate.signoff' ALSO 'currency'
                   MOVE TRN-FX-CODE TO TGT-FIELD-VALUE
               WHEN 'fx.rate.signoff' ALSO 'as-of'
                   MOVE TRN-FX-ASOF TO TGT-FIELD-VALUE
               WHEN 'approval.decide' ALSO 'request'
                   MOVE TRN-AP-SEQ TO TGT-FIELD-VALUE
               WHEN 'billing.plan.change' ALSO 'plan'
                   MOVE TRN-P-PLAN-ID TO TGT-FIELD-VALUE
               WHEN 'support.ticket.status' ALSO 'ticket'
                   MOVE TRN-R-ID TO TGT-FIELD-VALUE
               WHEN 'support.ticket.reply' ALSO 'reply'
                   MOVE TRN-R-TEXT TO TGT-FIELD-VALUE
               WHEN 'support.ticket.merge' ALSO 'child'
                   MOVE TRN-MG-CHILD TO TGT-FIELD-VALUE
               WHEN 'support.ticket.merge' ALSO 'parent'
                   MOVE TRN-MG-PARENT TO TGT-FIELD-VALUE
               WHEN 'survey.respond' ALSO 'ref'
                   MOVE TRN-SV-REF TO TGT-FIELD-VALUE
               WHEN 'survey.respond' ALSO 'score'
                   MOVE TRN-SV-SCORE TO TGT-FIELD-VALUE
               WHEN 'campaign.update' ALSO 'campaign'
                   MOVE TRN-CM-ID TO TGT-FIELD-VALUE
               WHEN 'campaign.create' ALSO 'campaign_name'
                   MOVE TRN-CM-NAME TO TGT-FIELD-VALUE
               WHEN 'campaign.update' ALSO 'campaign_name'
                   MOVE TRN-CM-NAME TO TGT-FIELD-VALUE
               WHEN 'campaign.create' ALSO 'channel'
                   MOVE TRN-CM-CHANNEL TO TGT-FIELD-VALUE
               WHEN 'campaign.update' ALSO 'channel'
                   MOVE TRN-CM-CHANNEL TO TGT-FIELD-VALUE
               WHEN 'campaign.create' ALSO 'start_date'
                   MOVE TRN-CM-START TO TGT-FIELD-VALUE
               WHEN 'campaign.update' ALSO 'start_date'
                   MOVE TRN-CM-START TO TGT-FIELD-VALUE
               WHEN 'campaign.create' ALSO 'end_date'
                   MOVE TRN-CM-END TO TGT-FIELD-VALUE
               WHEN 'campaign.update' ALSO 'end_date'
                   MOVE TRN-CM-END TO TGT-FIELD-VALUE
               WHEN 'campaign.create' ALSO 'budget'
                   MOVE TRN-CM-BUDGET TO TGT-FIELD-VALUE
               WHEN 'campaign.update' ALSO 'budget'
                   MOVE TRN-CM-BUDGET TO TGT-FIELD-VALUE
               WHEN 'campaign.create' ALSO 'currency'
                   MOVE TRN-CM-CURRENCY TO TGT-FIELD-VALUE
               WHEN 'campaign.update' ALSO 'currency'
                   MOVE TRN-CM-CURRENCY TO TGT-FIELD-VALUE
               WHEN 'campaign.create' ALSO 'landing_url'
                   MOVE TRN-CM-URL TO TGT-FIELD-VALUE
               WHEN 'campaign.update' ALSO 'landing_url'
                   MOVE TRN-CM-URL TO TGT-FIELD-VALUE
               WHEN 'campaign.submit' ALSO 'campaign'
                   MOVE TRN-CR-ID TO TGT-FIELD-VALUE
               WHEN 'campaign.decide' ALSO 'campaign'
                   MOVE TRN-CR-ID TO TGT-FIELD-VALUE
               WHEN 'campaign.decide' ALSO 'reason'
                   MOVE TRN-CR-REASON TO TGT-FIELD-VALUE
               WHEN 'mail.unsuppress' ALSO 'email'
                   MOVE TRN-UN-EMAIL TO TGT-FIELD-VALUE
               WHEN 'sms.unsuppress' ALSO 'phone'
                   MOVE TRN-SU-PHONE TO TGT-FIELD-VALUE
               WHEN 'schedule.set' ALSO 'job'
                   MOVE TRN-SC-JOB TO TGT-FIELD-VALUE
               WHEN 'payment.update' ALSO 'card-number'
                   MOVE TRN-PM-LAST4 TO TGT-FIELD-VALUE
               WHEN 'payment.update' ALSO 'card-name'
                   MOVE TRN-PM-HOLDER TO TGT-FIELD-VALUE
               WHEN 'payment.update' ALSO 'card-exp'
                   MOVE TRN-PM-EXP-MM TO TGT-FIELD-VALUE
                   MOVE TRN-PM-EXP-YY TO TGT-FIELD-VALUE (3:2)
           END-EVALUATE.
       3400-EXIT.
           EXIT.
