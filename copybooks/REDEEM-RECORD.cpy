      *> REDEEM-RECORD.cpy
      *> Record layout for REDEEM-FILE, the coupon redemption
      *> ledger. APPLYTRN appends one row per billing.coupon.redeem
      *> it posts. The coupon's kind, value, and duration are
      *> copied from COUPON-FILE at redemption, so a later edit to
      *> the master never changes a deal already running. INVGEN
      *> discounts every billing month from RDM-FIRST-MONTH for
      *> RDM-MONTHS months; after that the coupon has run out and
      *> nothing needs to mark it.
       01 REDEEM-RECORD.
          05 RDM-WORKSPACE       PIC X(12).
          05 RDM-CODE            PIC X(12).
          05 RDM-DATE            PIC X(10).
          05 RDM-FIRST-MONTH     PIC X(07).
          05 RDM-MONTHS          PIC 9(02).
          05 RDM-KIND            PIC X(07).
             88 RDM-PERCENT      VALUE 'Percent'.
             88 RDM-FIXED        VALUE 'Fixed'.
          05 RDM-VALUE           PIC X(13).
          05 RDM-ACTOR           PIC X(10).
