      *> INVYEAR-RECORD.cpy
      *> Record layout for INVYEAR-FILE, the one-row control that
      *> holds the year in the INV-YYYY-MMNN invoice numbers. The
      *> numbering year is the fiscal year: INVGEN numbers every
      *> invoice with it, and YECLOSE moves it on to the next year
      *> - with the first day of that year, the day it was set and
      *> the job that set it - once the year-end period is closed.
       01 INVYEAR-RECORD.
          05 IYR-YEAR            PIC X(04).
          05 IYR-FROM            PIC X(10).
          05 IYR-SET-ON          PIC X(10).
          05 IYR-SET-BY          PIC X(08).
