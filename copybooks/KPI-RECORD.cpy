      *> KPI-RECORD.cpy
      *> Record layout for KPI-FILE, one current-stats record per
      *> workspace; the dashboard's KPI row binds to the signed-in
      *> workspace's record. Values are pre-formatted
      *> by KPISTATS from the live data files (USERS-FILE,
      *> INVOICES-FILE, AUDIT-FILE); the -SUB lines carry the
      *> week-over-week deltas computed against KPIHIST-FILE.
          05 KPI-ERRORS-SUB      PIC X(24).
          05 KPI-REVENUE         PIC X(13).
          05 KPI-REVENUE-SUB     PIC X(24).
          05 KPI-WORKSPACE       PIC X(12).
