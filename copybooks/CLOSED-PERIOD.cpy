      *> CLOSED-PERIOD.cpy
      *> Shared closed-period guard, COPY'd into the PROCEDURE
      *> DIVISION of every job that writes a cash row from an
      *> outside feed (working storage in CLOSED-PERIOD-WS.cpy).
      *> BILCLOSE closes the fiscal periods in order and they run
      *> day after day, so the closed days are one span from the
      *> first closed period's start to the last one's end - the
      *> same days APPLYTRN's check finds row by row.
      *>   9800-CP-ADD-PERIOD: CLOSEREG-RECORD -> the closed span.
      *>     Rows from before the fiscal calendar carry no dates
      *>     and close nothing.
      *>   9850-CP-OPEN-DATE: CP-DATE-IN -> CP-DATE-OUT, the day
      *>     after the last closed day when CP-DATE-IN falls in
      *>     the span, CP-DATE-IN itself otherwise.
       9800-CP-ADD-PERIOD.
           IF CLR-START = SPACES
               GO TO 9800-EXIT
           END-IF
           IF CP-FIRST-START = SPACES
            OR CLR-START < CP-FIRST-START
               MOVE CLR-START TO CP-FIRST-START
           END-IF
           IF CP-LAST-END = SPACES
            OR CLR-END > CP-LAST-END
               MOVE CLR-END TO CP-LAST-END
               MOVE CLR-END TO DS-DATE-IN
               PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
               ADD 1 TO DS-SERIAL
               PERFORM 9750-DS-SERIAL-TO-DATE THRU 9750-EXIT
               MOVE DS-DATE-IN TO CP-FIRST-OPEN
           END-IF.
       9800-EXIT.
           EXIT.

       9850-CP-OPEN-DATE.
           MOVE CP-DATE-IN TO CP-DATE-OUT
           MOVE 'N' TO CP-MOVED-SW
           IF CP-LAST-END = SPACES
               GO TO 9850-EXIT
           END-IF
           IF CP-DATE-IN NOT < CP-FIRST-START
            AND CP-DATE-IN NOT > CP-LAST-END
               MOVE CP-FIRST-OPEN TO CP-DATE-OUT
               SET CP-DATE-MOVED TO TRUE
           END-IF.
       9850-EXIT.
           EXIT.
