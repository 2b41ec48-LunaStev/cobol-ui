      *> FISCAL-RECORD.cpy
      *> Record layout for FISCAL-FILE, the fiscal calendar. Finance
      *> closes on a 4-4-5 calendar with a June year-end: each
      *> fiscal year runs from the Sunday after the last Saturday
      *> of June to the last Saturday of the next June, twelve
      *> periods of four, four and five weeks (the last period of
      *> a 53-week year runs six). One row per period: the period
      *> id 'YYYY-PP' - the fiscal year it ends in and its number
      *> in that year - its first and last calendar day, its
      *> length in weeks, and the flag on the year-end period.
      *> BILCLOSE, GLEXPORT, STMTGEN and TAXSUM take the period id
      *> as their PARM and report on the dates this row gives;
      *> YECLOSE reads a year's rows to close it.
       01 FISCAL-RECORD.
          05 FSC-PERIOD          PIC X(07).
          05 FSC-START           PIC X(10).
          05 FSC-END             PIC X(10).
          05 FSC-WEEKS           PIC X(01).
          05 FSC-YEAR-END-SW     PIC X(01).
             88 FSC-YEAR-END     VALUE 'Y'.
