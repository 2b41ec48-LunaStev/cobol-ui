      *> DEFREV-RECORD.cpy
      *> Record layout for DEFREV-FILE, the deferred revenue
      *> recognition schedule. INVGEN appends one row for every
      *> annual prepaid invoice it raises: the invoice, the
      *> workspace, the first month of the term, how many months
      *> the term runs, and the amount (net of tax) held in
      *> deferred revenue until earned. Any prorated monthly days
      *> billed on the same invoice are earned on the spot and are
      *> not in DRS-AMOUNT. REVREC releases the amount into
      *> revenue over DRS-MONTHS month-ends; GLEXPORT credits
      *> deferred revenue instead of revenue for this much of the
      *> invoice.
       01 DEFREV-RECORD.
          05 DRS-INVOICE         PIC X(13).
          05 DRS-WORKSPACE       PIC X(12).
          05 DRS-BILL-DATE       PIC X(10).
          05 DRS-FIRST-MONTH     PIC X(07).
          05 DRS-MONTHS          PIC 9(02).
          05 DRS-AMOUNT          PIC X(13).
