      *> CHGREQ-RECORD.cpy
      *> Record layout for the charge hand-off file CHGSEND writes
      *> for the card gateway: one charge per row against the
      *> workspace's stored card. The gateway holds the card
      *> itself; the brand and last four ride along only so its
      *> operators can see which card was meant.
       01 CHGREQ-RECORD.
          05 CRQ-CHG-ID          PIC X(10).
          05 CRQ-WORKSPACE       PIC X(12).
          05 CRQ-INVOICE         PIC X(13).
          05 CRQ-AMOUNT          PIC X(13).
          05 CRQ-CURRENCY        PIC X(08).
          05 CRQ-BRAND           PIC X(10).
          05 CRQ-LAST4           PIC X(04).
