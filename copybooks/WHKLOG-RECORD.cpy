      *> WHKLOG-RECORD.cpy
      *> Record layout for WHKLOG-FILE, the webhook delivery log.
      *> WHKSEND appends one row per attempt once the gateway has
      *> reported on it: which subscription and delivery, what was
      *> sent and when it was handed off, the attempt number, the
      *> HTTP status the endpoint answered, and how the attempt
      *> settled. The Webhooks card's delivery log reads it keyed
      *> on WHL-SUB, so a workspace sees its own endpoint's history.
       01 WHKLOG-RECORD.
          05 WHL-SUB             PIC X(08).
          05 WHL-ID              PIC X(08).
          05 WHL-EVENT           PIC X(16).
          05 WHL-REF             PIC X(16).
          05 WHL-ATTEMPT         PIC 9(01).
          05 WHL-SENT-DATE       PIC X(10).
          05 WHL-SENT-TIME       PIC X(08).
          05 WHL-RESPONSE        PIC X(03).
          05 WHL-OUTCOME         PIC X(08).
          05 WHL-NOTE            PIC X(20).
