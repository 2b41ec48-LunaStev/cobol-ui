      *> RECOG-RECORD.cpy
      *> Record layout for RECOG-FILE, the revenue recognition
      *> ledger. REVREC appends one row per schedule per month-end
      *> it releases: the invoice, the month, which period of the
      *> term it is (01 to DRS-MONTHS), the amount moved from
      *> deferred revenue into revenue, and the month-end date it
      *> books on. One twelfth each month, rounded to the cent;
      *> the last period takes whatever is left so the term
      *> releases to the penny. GLEXPORT reads the month's rows.
       01 RECOG-RECORD.
          05 RCG-INVOICE         PIC X(13).
          05 RCG-WORKSPACE       PIC X(12).
          05 RCG-MONTH           PIC X(07).
          05 RCG-PERIOD          PIC 9(02).
          05 RCG-AMOUNT          PIC X(13).
          05 RCG-DATE            PIC X(10).
