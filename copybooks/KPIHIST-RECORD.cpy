      *> KPIHIST-RECORD.cpy
      *> Record layout for KPIHIST-FILE, one row per workspace per
      *> KPISTATS run day. The history is what turns the KPI cards'
      *> "vs last week" sub-lines into an actual week-over-week
      *> calculation.
      *> HIST-ERRPCT carries two implied decimals (V99), HIST-REVENUE
      *> likewise.
       01 KPIHIST-RECORD.
          05 HIST-EVENTS         PIC 9(09).
          05 HIST-ERRPCT         PIC 9(03)V99.
          05 HIST-REVENUE        PIC 9(09)V99.
          05 HIST-WORKSPACE      PIC X(12).
