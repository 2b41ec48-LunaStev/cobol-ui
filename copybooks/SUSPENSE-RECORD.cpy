      *> SUSPENSE-RECORD.cpy
      *> Record layout for SUSPENSE-FILE, unapplied cash. BANKREM
      *> parks every remittance line it cannot tie to exactly one
      *> open invoice here as Unapplied, with the reason. Billing
      *> clears an item with a billing.suspense.assign
      *> transaction naming the invoice; APPLYTRN marks it
      *> Assigned and writes the settlement row (PAY-ID = the
      *> bank reference, method suspense) that PAYRECON applies.
      *> GLEXPORT books the receipt to the unapplied-cash account
      *> and moves it to receivables on assignment.
       01 SUSPENSE-RECORD.
          05 SUS-REF             PIC X(10).
          05 SUS-DATE            PIC X(10).
          05 SUS-AMOUNT          PIC X(13).
          05 SUS-METHOD          PIC X(10).
          05 SUS-PAYER           PIC X(24).
          05 SUS-TEXT            PIC X(60).
          05 SUS-REASON          PIC X(20).
          05 SUS-STATUS          PIC X(10).
             88 SUS-UNAPPLIED    VALUE 'Unapplied'.
             88 SUS-ASSIGNED     VALUE 'Assigned'.
          05 SUS-INVOICE         PIC X(13).
          05 SUS-ASSIGN-DATE     PIC X(10).
          05 SUS-ASSIGN-BY       PIC X(10).
