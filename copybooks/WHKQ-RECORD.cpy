      *> WHKQ-RECORD.cpy
      *> Record layout for WEBHOOK-QUEUE, the outbound delivery
      *> queue. WHKSEND turns each spooled event into one wd-NNNNN
      *> delivery per matching subscription, signs it, and drives
      *> it Pending -> Queued (handed to the HTTP gateway) -> Sent
      *> or Failed on the gateway's feedback. A Failed delivery
      *> waits out a growing backoff (WHQ-NEXT-DATE/-TIME) before
      *> the next hand-off and goes Dead after the fifth attempt;
      *> an endpoint answering 410 Gone goes Dead at once.
       01 WHKQ-RECORD.
          05 WHQ-ID              PIC X(08).
          05 WHQ-SUB             PIC X(08).
          05 WHQ-WORKSPACE       PIC X(12).
          05 WHQ-EVENT           PIC X(16).
          05 WHQ-REF             PIC X(16).
          05 WHQ-DETAIL          PIC X(40).
      *> When the producer raised the event.
          05 WHQ-DATE            PIC X(10).
          05 WHQ-TIME            PIC X(08).
      *> Digest of the payload keyed by the subscription secret;
      *> see WHKSEND 3800-SIGN-DELIVERY for the exact recipe.
          05 WHQ-SIGNATURE       PIC X(16).
          05 WHQ-STATUS          PIC X(08).
             88 WHQ-PENDING      VALUE 'Pending'.
             88 WHQ-QUEUED       VALUE 'Queued'.
             88 WHQ-SENT         VALUE 'Sent'.
             88 WHQ-FAILED       VALUE 'Failed'.
             88 WHQ-DEAD         VALUE 'Dead'.
          05 WHQ-ATTEMPTS        PIC 9(01).
      *> Earliest hand-off for a Failed delivery; spaces retry at
      *> once.
          05 WHQ-NEXT-DATE       PIC X(10).
          05 WHQ-NEXT-TIME       PIC X(08).
      *> The last hand-off and what the endpoint answered.
          05 WHQ-SENT-DATE       PIC X(10).
          05 WHQ-SENT-TIME       PIC X(08).
          05 WHQ-RESPONSE        PIC X(03).
