          05 ADJ-CREDIT          PIC X(13).
          05 ADJ-INVOICE         PIC X(13).
          05 ADJ-DATE            PIC X(10).
          05 ADJ-AMOUNT          PIC S9(09)V99.
          05 ADJ-AUTH            PIC X(10).
          05 ADJ-REASON          PIC X(30).
      *> Currency of the amount, a CURRENCY-FILE code - the
      *> currency of the invoice it corrects.
          05 ADJ-CURRENCY        PIC X(08).
