      *> CLOSED-PERIOD-WS.cpy
      *> Working storage for the shared closed-period guard
      *> (CLOSED-PERIOD.cpy). Nothing may post dated inside a
      *> period already on CLOSEREG-FILE; the jobs that post money
      *> the outside world has already moved - settlements,
      *> reversals, remittances, gateway answers - cannot refuse
      *> it, so they date it into the first open day instead.
      *> COPY this, CLOSEREG-RECORD and DATE-SERVICE-WS in
      *> WORKING-STORAGE and CLOSED-PERIOD and DATE-SERVICE in the
      *> PROCEDURE DIVISION. Read each register row into
      *> CLOSEREG-RECORD and PERFORM 9800-CP-ADD-PERIOD; then fill
      *> CP-DATE-IN and PERFORM 9850-CP-OPEN-DATE for CP-DATE-OUT,
      *> with CP-DATE-MOVED set when it had to move.
       01 CP-WORK.
          05 CP-FIRST-START      PIC X(10) VALUE SPACES.
          05 CP-LAST-END         PIC X(10) VALUE SPACES.
          05 CP-FIRST-OPEN       PIC X(10) VALUE SPACES.
          05 CP-DATE-IN          PIC X(10).
          05 CP-DATE-OUT         PIC X(10).
          05 CP-MOVED-SW         PIC X(01) VALUE 'N'.
             88 CP-DATE-MOVED    VALUE 'Y'.
