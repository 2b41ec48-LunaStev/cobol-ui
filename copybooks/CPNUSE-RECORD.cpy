      *> CPNUSE-RECORD.cpy
      *> Record layout for CPNUSE-FILE, the coupon usage ledger.
      *> INVGEN appends one row for every invoice a coupon
      *> discounted: the invoice, the workspace, the code, the
      *> billed month, and the discount taken off before tax.
      *> CPNRPT reads it for discount given per code per month.
       01 CPNUSE-RECORD.
          05 CPU-INVOICE         PIC X(13).
          05 CPU-WORKSPACE       PIC X(12).
          05 CPU-CODE            PIC X(12).
          05 CPU-MONTH           PIC X(07).
          05 CPU-DISCOUNT        PIC X(13).
