      *> CAMPAIGN-RECORD.cpy
      *> Record layout for CAMPAIGNS-FILE, maintained by APPLYTRN
      *> from the campaign.create / campaign.update transactions
      *> the three-step create-campaign wizard (COL ID "project-ui"
      *> in 11_service.cbl) posts, and shared by every screen that
      *> REPEATs over "CAMPAIGNS-FILE" (the "campaigns" card in
      *> 11_service.cbl). A campaign is created or edited as
      *> Draft, goes Submitted on campaign.submit, and only turns
      *> Active when a Billing or Owner user approves it
      *> (campaign.decide); a rejected one goes Rejected with the
      *> reviewer's reason, and CAMPPERF completes an Active one
      *> past its end date. Every change is journaled on
      *> CMPJRNL-FILE.
       01 CAMPAIGN-RECORD.
          05 CAMP-ID             PIC X(08).
          05 CAMP-NAME           PIC X(32).
          05 CAMP-CURRENCY       PIC X(08).
          05 CAMP-LANDING-URL    PIC X(40).
          05 CAMP-STATUS         PIC X(10).
             88 CAMP-DRAFT       VALUE 'Draft'.
             88 CAMP-SUBMITTED   VALUE 'Submitted'.
             88 CAMP-ACTIVE      VALUE 'Active'.
             88 CAMP-REJECTED    VALUE 'Rejected'.
             88 CAMP-COMPLETED   VALUE 'Completed'.
      *> The workspace running the campaign, a WORKSPACE-FILE id,
      *> stamped from the signed-in user's workspace by the wizard.
          05 CAMP-WORKSPACE      PIC X(12).
      *> Who submitted it for approval, who decided it, and - on a
      *> rejection - the reviewer's reason, shown on the campaigns
      *> card and sent to the requester's notification feed.
          05 CAMP-REQUESTER      PIC X(10).
          05 CAMP-REVIEWER       PIC X(10).
          05 CAMP-NOTE           PIC X(40).
