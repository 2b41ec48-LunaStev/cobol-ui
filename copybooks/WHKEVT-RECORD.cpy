      *> WHKEVT-RECORD.cpy
      *> Producer-side spool row for outbound webhooks. INVGEN
      *> (invoice.raised), PAYRECON (invoice.paid, invoice.partial)
      *> and APPLYTRN's ticket status postings (ticket.status)
      *> append one row per business event and never look at the
      *> subscriptions - WHKSEND matches each row to the workspace's
      *> Active subscriptions, queues one signed delivery per match,
      *> and empties the spool, the way EMAILER drains MAILSPOOL.
       01 WHKEVT-RECORD.
          05 WHE-DATE            PIC X(10).
          05 WHE-TIME            PIC X(08).
          05 WHE-WORKSPACE       PIC X(12).
          05 WHE-EVENT           PIC X(16).
          05 WHE-REF             PIC X(16).
          05 WHE-DETAIL          PIC X(40).
