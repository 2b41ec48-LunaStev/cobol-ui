      *> SCHEDULE-RECORD.cpy
      *> Record layout for SCHEDULE-FILE, one row per scheduled
      *> job: how often it runs (DAILY, WEEKLY on SCH-DAY as ISO
      *> day-of-week 1-7, MONTHLY on SCH-DAY as day-of-month,
      *> BUSDAY on the SCH-DAY'th business day of the month,
      *> LASTBUS on the month's last business day - business
      *> days as HOLIDAY-FILE has them), the submission window,
      *> whether it is enabled, and the date SCHEDRUN last
      *> submitted it - the driver skips a job it already
      *> submitted today, so a rerun of the driver is harmless.
      *> The Schedules card lets an Admin enable or pause rows
      *> through schedule.set transactions.
       01 SCHEDULE-RECORD.
          05 SCH-JOB             PIC X(08).
          05 SCH-FREQ            PIC X(08).
             88 SCH-DAILY        VALUE 'DAILY'.
             88 SCH-WEEKLY       VALUE 'WEEKLY'.
             88 SCH-MONTHLY      VALUE 'MONTHLY'.
             88 SCH-BUSDAY       VALUE 'BUSDAY'.
             88 SCH-LASTBUS      VALUE 'LASTBUS'.
          05 SCH-DAY             PIC X(02).
          05 SCH-WINDOW          PIC X(11).
          05 SCH-ENABLED         PIC X(01).
      *> name a monthly one and only wait on the day it actually
      *> runs. Spaces mean no predecessor.
          05 SCH-AFTER           PIC X(08).
      *> What to do when a DAILY, WEEKLY or MONTHLY row falls due
      *> on a weekend or bank holiday: space runs it anyway, S
      *> skips that occurrence, N shifts it to the next business
      *> day. The business-day frequencies never land on one.
          05 SCH-HOLIDAY         PIC X(01).
             88 SCH-HOL-RUN      VALUE SPACE.
             88 SCH-HOL-SKIP     VALUE 'S'.
             88 SCH-HOL-SHIFT    VALUE 'N'.
