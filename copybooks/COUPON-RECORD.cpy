      *> COUPON-RECORD.cpy
      *> Record layout for COUPON-FILE, the promotional coupon
      *> master billing keeps. One row per code: a Percent coupon
      *> takes CPN-VALUE percent ('25.00') off the plan price, a
      *> Fixed coupon takes CPN-VALUE dollars ('$10.00') off, for
      *> CPN-MONTHS billing months from the month it is redeemed.
      *> CPN-EXPIRES is the last day the code can be redeemed;
      *> CPN-MAX-REDEEM caps redemptions across all workspaces
      *> (zero means no cap).
       01 COUPON-RECORD.
          05 CPN-CODE            PIC X(12).
          05 CPN-KIND            PIC X(07).
             88 CPN-PERCENT      VALUE 'Percent'.
             88 CPN-FIXED        VALUE 'Fixed'.
          05 CPN-VALUE           PIC X(13).
          05 CPN-MONTHS          PIC 9(02).
          05 CPN-EXPIRES         PIC X(10).
          05 CPN-MAX-REDEEM      PIC 9(05).
          05 CPN-DESC            PIC X(24).
