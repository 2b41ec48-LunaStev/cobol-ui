      *> REVERSAL-RECORD.cpy
      *> Record layout for REVERSAL-FILE, the refunds and
      *> chargebacks against settled payments. The processor's
      *> notices land here Pending, each naming the original
      *> PAY-ID it takes money back from; PAYREV posts them -
      *> reversing that payment's PAYAPP applications, putting
      *> the balance back on the invoice and reopening it - and
      *> flips each row to Posted or Rejected with a note saying
      *> why. A chargeback also carries the dispute fee the
      *> processor charged us and its case number, for the
      *> chargeback register finance works from. The original
      *> payment row is left alone: the reversal is its own
      *> event, reported in the month of RV-DATE.
       01 REVERSAL-RECORD.
          05 RV-ID               PIC X(10).
          05 RV-TYPE             PIC X(10).
             88 RV-REFUND        VALUE 'Refund'.
             88 RV-CHARGEBACK    VALUE 'Chargeback'.
          05 RV-PAYMENT          PIC X(10).
          05 RV-DATE             PIC X(10).
          05 RV-AMOUNT           PIC X(08).
          05 RV-FEE              PIC X(08).
          05 RV-CASE             PIC X(12).
          05 RV-REASON           PIC X(20).
          05 RV-STATUS           PIC X(10).
             88 RV-PENDING       VALUE 'Pending'.
             88 RV-POSTED        VALUE 'Posted'.
             88 RV-REJECTED      VALUE 'Rejected'.
          05 RV-INVOICE          PIC X(13).
          05 RV-NOTE             PIC X(20).
