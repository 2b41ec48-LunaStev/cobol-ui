      *> PAYMETHOD-RECORD.cpy
      *> Record layout for PAYMETHOD-FILE, the stored payment
      *> method vault - one row per workspace, the card the
      *> billing runs charge. Only what a statement may print is
      *> kept: the brand, the last four digits, the expiry
      *> month/year, and the name on the card. The full card
      *> number and the CVC go to the card gateway straight from
      *> the payment form and are never written to any file;
      *> APPLYTRN posts the masked payment.update transaction
      *> here and CARDSWP warns the billing contact ahead of the
      *> expiry.
       01 PAYMETHOD-RECORD.
          05 PM-WORKSPACE        PIC X(12).
          05 PM-BRAND            PIC X(10).
          05 PM-LAST4            PIC X(04).
          05 PM-EXPIRY.
             10 PM-EXP-MM        PIC X(02).
             10 PM-EXP-YY        PIC X(02).
          05 PM-HOLDER           PIC X(24).
          05 PM-SET-DATE         PIC X(10).
          05 PM-SET-BY           PIC X(10).
