      *> WEBHOOK-RECORD.cpy
      *> Record layout for WEBHOOK-FILE, the outbound webhook
      *> subscriptions. One row per endpoint a workspace wants
      *> business events pushed to: the URL, the event types it
      *> takes (a comma list such as 'invoice.raised,ticket.status'
      *> or '*' for every type), and the shared signing secret the
      *> workspace entered on the Webhooks card. The secret is kept
      *> as entered - unlike a password it has to be reproduced to
      *> sign each delivery, and the endpoint holds the same value
      *> to check the signature. WHKSEND matches producer events to
      *> the Active rows here; a Paused row receives nothing.
       01 WEBHOOK-RECORD.
          05 WHK-ID              PIC X(08).
          05 WHK-WORKSPACE       PIC X(12).
          05 WHK-URL             PIC X(60).
          05 WHK-EVENTS          PIC X(60).
          05 WHK-SECRET          PIC X(20).
          05 WHK-STATUS          PIC X(08).
             88 WHK-ACTIVE       VALUE 'Active'.
             88 WHK-PAUSED       VALUE 'Paused'.
          05 WHK-CREATED         PIC X(10).
