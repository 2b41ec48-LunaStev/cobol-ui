      *> PAYMENT-RECORD.cpy
      *> Record layout for PAYMENTS-FILE, the settlement records the
      *> payment provider hands back after the "Update payment
      *> method" card authorizes a card, plus the card charges
      *> CHGPOST appends when the gateway approves an auto-charge.
      *> PAYRECON matches each settlement to an INVOICE-NUMBER
      *> during the nightly reconciliation run.
       01 PAYMENT-RECORD.
          05 PAY-ID              PIC X(10).
          05 PAY-DATE            PIC X(10).
          05 PAY-AMOUNT          PIC S9(09)V99.
          05 PAY-INVOICE-REF     PIC X(13).
          05 PAY-METHOD          PIC X(10).
          05 PAY-STATUS          PIC X(10).
      *> Currency of the amount, a CURRENCY-FILE code - the
      *> currency of the invoice it settles.
          05 PAY-CURRENCY        PIC X(08).
