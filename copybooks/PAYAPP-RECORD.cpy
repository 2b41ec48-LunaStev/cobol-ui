      *> shrinking INVOICE-OPEN-BAL on the invoice, instead of two
      *> unmatched-items exceptions and an invoice that stays
      *> unpaid forever.
      *> Applications are never rewritten. When PAYREV posts a
      *> refund or chargeback it appends a reversal row against
      *> the same payment and invoice, dated the day the money
      *> went back, carrying the REVERSAL-FILE id that caused it;
      *> the net applied is applications less reversals.
       01 PAYAPP-RECORD.
          05 PA-PAYMENT          PIC X(10).
          05 PA-INVOICE          PIC X(13).
          05 PA-DATE             PIC X(10).
          05 PA-AMOUNT           PIC S9(09)V99.
          05 PA-KIND             PIC X(01).
             88 PA-APPLICATION   VALUES SPACE 'A'.
             88 PA-REVERSAL      VALUE 'R'.
          05 PA-REVERSAL-ID      PIC X(10).
      *> Currency of the amount, a CURRENCY-FILE code - the
      *> currency of the invoice applied to.
          05 PA-CURRENCY         PIC X(08).
