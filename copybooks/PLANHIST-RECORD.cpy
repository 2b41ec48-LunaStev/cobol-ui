      *> denormalized, the way the subscription record carries
      *> them. INVGEN reads the history to prorate a month across
      *> the tiers actually held instead of billing the full new
      *> price for a mid-month change. A row with no new tier
      *> (PH-NEW-PLAN spaces) records the subscription ending on
      *> PH-DATE; MRRRPT counts it as churn.
       01 PLANHIST-RECORD.
          05 PH-WORKSPACE        PIC X(12).
          05 PH-DATE             PIC X(10).
          05 PH-OLD-PLAN         PIC X(04).
          05 PH-OLD-NAME         PIC X(12).
          05 PH-OLD-PRICE        PIC X(13).
          05 PH-NEW-PLAN         PIC X(04).
          05 PH-NEW-NAME         PIC X(12).
          05 PH-NEW-PRICE        PIC X(13).
