      *> Record layout for PLANS-FILE, the subscription tiers shown
      *> on the Plans card in 11_service.cbl. Prices and limits live
      *> here, not in screen source, so a pricing change is a data
      *> edit instead of a rebuild. PLAN-PRICE is signed numeric
      *> in PLAN-CURRENCY; the screen edits it for display.
       01 PLAN-RECORD.
          05 PLAN-ID             PIC X(04).
          05 PLAN-NAME           PIC X(12).
          05 PLAN-PRICE          PIC S9(09)V99.
          05 PLAN-BLURB          PIC X(20).
          05 PLAN-LIMIT-1        PIC X(20).
          05 PLAN-LIMIT-2        PIC X(20).
      *> Billing term. A Monthly tier bills PLAN-PRICE every
      *> month; an Annual tier is sold prepaid - PLAN-PRICE is
      *> still the per-month rate, and INVGEN bills twelve of
      *> them on one invoice at each anniversary. Spaces read as
      *> Monthly, which is what every tier was before the field.
          05 PLAN-TERM           PIC X(08).
             88 PLAN-ANNUAL      VALUE 'Annual'.
             88 PLAN-MONTHLY     VALUES SPACES 'Monthly'.
      *> Currency PLAN-PRICE is quoted in, a CURRENCY-FILE code.
          05 PLAN-CURRENCY       PIC X(08).
