          05 TKE-OLD-STATUS      PIC X(12).
          05 TKE-NEW-STATUS      PIC X(12).
          05 TKE-ACTOR           PIC X(10).
      *> Why the move happened when the status alone does not
      *> say - 'merged into t-000123' on a merged ticket's close.
          05 TKE-NOTE            PIC X(24).
