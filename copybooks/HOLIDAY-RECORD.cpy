      *> HOLIDAY-RECORD.cpy
      *> Record layout for HOLIDAY-FILE, the business-day calendar:
      *> one row per bank holiday the office is closed on. Saturdays
      *> and Sundays are never business days and are not listed.
      *> The calendar is kept as data like MAINT-FILE; finance adds
      *> the coming year's rows each December. SCHEDRUN reads it
      *> (through BUSINESS-DAY.cpy) for the business-day
      *> frequencies and the holiday skip/shift rule, and DUNGEN,
      *> CREDSWP and DORMSWP read it when told to count their
      *> grace days in business days.
       01 HOLIDAY-RECORD.
          05 HOL-DATE            PIC X(10).
          05 HOL-NAME            PIC X(30).
