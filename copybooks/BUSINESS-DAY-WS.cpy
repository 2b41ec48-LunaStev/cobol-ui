      *> BUSINESS-DAY-WS.cpy
      *> Working storage for the shared business-day calendar
      *> (BUSINESS-DAY.cpy) over HOLIDAY-FILE. COPY this,
      *> HOLIDAY-RECORD and DATE-SERVICE-WS in WORKING-STORAGE and
      *> the paragraphs (after DATE-SERVICE) in PROCEDURE DIVISION.
      *> Load the calendar by reading each row into HOLIDAY-RECORD
      *> and PERFORMing 9880-BD-ADD-HOLIDAY (check BD-TABLE-FULL
      *> after it). Then fill BD-SERIAL-IN with a date-service
      *> serial and PERFORM 9885-BD-TEST-DAY, or fill
      *> BD-FROM-SERIAL and BD-TO-SERIAL and PERFORM
      *> 9890-BD-COUNT-BETWEEN. Loading uses DS-DATE-IN as
      *> scratch.
       01 BD-WORK.
          05 BD-SERIAL-IN        PIC S9(07) COMP.
          05 BD-FROM-SERIAL      PIC S9(07) COMP.
          05 BD-TO-SERIAL        PIC S9(07) COMP.
          05 BD-STEP-SERIAL      PIC S9(07) COMP.
          05 BD-CX               PIC S9(07) COMP.
          05 BD-DAYS             PIC S9(07) COMP.
          05 BD-QUOT             PIC S9(07) COMP.
          05 BD-REM              PIC S9(07) COMP.
      *> ISO day of week of BD-SERIAL-IN: 1 is Monday, 7 Sunday.
          05 BD-DOW              PIC 9(01).
          05 BD-HIT              PIC 9(03) COMP.
          05 BD-HX               PIC 9(03) COMP.
          05 BD-BUSINESS-SW      PIC X(01).
             88 BD-BUSINESS-DAY  VALUE 'Y'.
          05 BD-FULL-SW          PIC X(01) VALUE 'N'.
             88 BD-TABLE-FULL    VALUE 'Y'.
      *> Why BD-SERIAL-IN is not a business day: 'weekend' or the
      *> holiday's name. Spaces on a business day.
          05 BD-REASON           PIC X(30).
       01 BD-TABLE.
          05 BD-COUNT            PIC 9(03) COMP VALUE ZERO.
          05 BD-ENTRY OCCURS 100 TIMES.
             10 BD-E-SERIAL      PIC S9(07) COMP.
             10 BD-E-NAME        PIC X(30).
