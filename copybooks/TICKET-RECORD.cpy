      *> Open tickets across Support-role accounts; the queue
      *> screen's claim/reassign submit moves one by hand.
          05 TKT-ASSIGNEE        PIC X(10).
      *> The workspace that raised the ticket, a WORKSPACE-FILE id,
      *> stamped from the signed-in user's workspace on submit.
          05 TKT-WORKSPACE       PIC X(12).
      *> The ticket this one was merged into from the duplicates
      *> card. A merged ticket is Closed, its thread lives under
      *> the parent, and its SLA clocks follow the parent's.
          05 TKT-PARENT          PIC X(08).
      *> The service component the ticket is about (API, Web,
      *> Billing, Email - as the status card names them), picked
      *> on the form; spaces when none was. While a maintenance
      *> window is open for it, the ticket's SLA clocks pause.
          05 TKT-COMPONENT       PIC X(10).
