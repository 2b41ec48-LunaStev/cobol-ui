      *> REMIT-RECORD.cpy
      *> Record layout for the bank's daily remittance file - one
      *> line per wire or check credited to our account. REM-REF
      *> is the bank's own reference for the credit and becomes
      *> the PAY-ID of the settlement row BANKREM writes, so a
      *> line is never imported twice. REM-TEXT is whatever the
      *> payer wrote on the wire or the check stub; BANKREM looks
      *> in it for a quoted invoice number.
       01 REMIT-RECORD.
          05 REM-REF             PIC X(10).
          05 REM-DATE            PIC X(10).
          05 REM-AMOUNT          PIC X(08).
          05 REM-METHOD          PIC X(10).
          05 REM-PAYER           PIC X(24).
          05 REM-TEXT            PIC X(60).
