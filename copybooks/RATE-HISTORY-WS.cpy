      *> RATE-HISTORY-WS.cpy
      *> Working storage for the shared exchange-rate lookup
      *> (RATE-HISTORY.cpy). CURRENCY-FILE is a dated history -
      *> FXLOAD appends a row per currency per day and never
      *> rewrites one - so a conversion has to pick the rate that
      *> was in force on the day the money moved, not the latest.
      *> COPY this and CURRENCY-RECORD in WORKING-STORAGE and the
      *> paragraphs in PROCEDURE DIVISION. Set RH-FLOOR-DATE to
      *> the earliest date the job will convert (and, where it
      *> can know it, RH-CEILING-DATE to the latest), then load
      *> the file by reading each row into CURRENCY-RECORD and
      *> PERFORMing 9600-RH-ADD-RATE (check RH-TABLE-FULL after
      *> it); then
      *> fill RH-CODE-IN and RH-DATE-IN and PERFORM
      *> 9650-RH-FIND-RATE. RH-HIT points at the entry in force
      *> (zero when the code has no rate at all); RH-BEFORE-
      *> HISTORY says the date predates the code's first rate and
      *> the earliest one was taken instead.
       01 RH-WORK.
          05 RH-FLOOR-DATE       PIC X(10) VALUE SPACES.
          05 RH-CEILING-DATE     PIC X(10) VALUE SPACES.
          05 RH-CODE-IN          PIC X(08).
          05 RH-DATE-IN          PIC X(10).
          05 RH-HIT              PIC 9(05) COMP.
          05 RH-RX               PIC 9(05) COMP.
          05 RH-EARLY-HIT        PIC 9(05) COMP.
          05 RH-IX               PIC 9(02) COMP.
          05 RH-FULL-SW          PIC X(01) VALUE 'N'.
             88 RH-TABLE-FULL    VALUE 'Y'.
          05 RH-BEFORE-SW        PIC X(01).
             88 RH-BEFORE-HISTORY VALUE 'Y'.
          05 RH-DEC-SW           PIC X(01).
             88 RH-IN-DECIMALS   VALUE 'Y'.
          05 RH-DIG.
             10 RH-DIG-X         PIC X(01).
             10 RH-DIG-9 REDEFINES RH-DIG-X
                                 PIC 9(01).
          05 RH-RATE-TXT         PIC X(10).
          05 RH-RT-INT           PIC 9(03) COMP.
          05 RH-RT-DEC           PIC 9(06) COMP.
          05 RH-RT-DEC-CT        PIC 9(01) COMP.
          05 RH-RATE-VALUE       PIC 9(03)V9(06) COMP-3.
      *> Every row on file from RH-FLOOR-DATE through RH-CEILING-
      *> DATE, and for each code the latest row before the floor
      *> and the earliest after the ceiling, parsed once at load;
      *> with neither set the whole file loads. RH-E-USED is left
      *> for the caller to mark the entries that touched a number,
      *> so a report can stamp exactly the rates it used.
       01 RH-TABLE.
          05 RH-COUNT            PIC 9(05) COMP VALUE ZERO.
          05 RH-ENTRY OCCURS 5000 TIMES.
             10 RH-E-CODE        PIC X(08).
             10 RH-E-RATE-TXT    PIC X(10).
             10 RH-E-ASOF        PIC X(10).
             10 RH-E-RATE        PIC 9(03)V9(06) COMP-3.
             10 RH-E-USED-SW     PIC X(01).
                88 RH-E-USED     VALUE 'Y'.
