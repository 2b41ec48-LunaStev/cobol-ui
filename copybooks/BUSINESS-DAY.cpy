      *> BUSINESS-DAY.cpy
      *> Shared business-day calendar over HOLIDAY-FILE, COPY'd
      *> into the PROCEDURE DIVISION (after DATE-SERVICE) of every
      *> job that has to tell a working day from a weekend or a
      *> bank holiday (working storage in BUSINESS-DAY-WS.cpy), so
      *> the scheduler and the grace-day sweeps agree on which
      *> days count.
      *>   9880-BD-ADD-HOLIDAY: HOLIDAY-RECORD -> next table
      *>     entry; a row whose date does not parse is not taken,
      *>     and BD-TABLE-FULL is set instead when there is no room.
      *>   9885-BD-TEST-DAY: BD-SERIAL-IN -> BD-DOW,
      *>     BD-BUSINESS-DAY, and BD-REASON when it is not one.
      *>   9890-BD-COUNT-BETWEEN: BD-FROM-SERIAL, BD-TO-SERIAL ->
      *>     BD-DAYS, the business days after the first date up to
      *>     and including the second (zero when the second is not
      *>     later) - the business-day twin of subtracting serials.
       9880-BD-ADD-HOLIDAY.
           MOVE HOL-DATE TO DS-DI-X
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           IF DS-SERIAL = ZERO
               GO TO 9880-EXIT
           END-IF
           IF BD-COUNT NOT < 100
               SET BD-TABLE-FULL TO TRUE
               GO TO 9880-EXIT
           END-IF
           ADD 1 TO BD-COUNT
           MOVE DS-SERIAL TO BD-E-SERIAL (BD-COUNT)
           MOVE HOL-NAME TO BD-E-NAME (BD-COUNT).
       9880-EXIT.
           EXIT.

      *> Serial 1 is Monday 0001-01-01 on the date service's
      *> proleptic calendar, so the weekday falls out of the
      *> serial's remainder by seven.
       9885-BD-TEST-DAY.
           MOVE 'Y' TO BD-BUSINESS-SW
           MOVE SPACES TO BD-REASON
           COMPUTE BD-STEP-SERIAL = BD-SERIAL-IN - 1
           DIVIDE BD-STEP-SERIAL BY 7 GIVING BD-QUOT
               REMAINDER BD-REM
           COMPUTE BD-DOW = BD-REM + 1
           IF BD-DOW > 5
               MOVE 'N' TO BD-BUSINESS-SW
               MOVE 'weekend' TO BD-REASON
               GO TO 9885-EXIT
           END-IF
           MOVE ZERO TO BD-HIT
           PERFORM 9887-BD-MATCH-HOLIDAY THRU 9887-EXIT
               VARYING BD-HX FROM 1 BY 1
               UNTIL BD-HX > BD-COUNT OR BD-HIT > 0
           IF BD-HIT > 0
               MOVE 'N' TO BD-BUSINESS-SW
               MOVE BD-E-NAME (BD-HIT) TO BD-REASON
           END-IF.
       9885-EXIT.
           EXIT.

       9887-BD-MATCH-HOLIDAY.
           IF BD-E-SERIAL (BD-HX) = BD-SERIAL-IN
               MOVE BD-HX TO BD-HIT
           END-IF.
       9887-EXIT.
           EXIT.

       9890-BD-COUNT-BETWEEN.
           MOVE ZERO TO BD-DAYS
           PERFORM 9895-BD-COUNT-ONE THRU 9895-EXIT
               VARYING BD-CX FROM BD-FROM-SERIAL BY 1
               UNTIL BD-CX NOT < BD-TO-SERIAL.
       9890-EXIT.
           EXIT.

      *> Tests the day after BD-CX, so the first date itself never
      *> counts and the last one does.
       9895-BD-COUNT-ONE.
           COMPUTE BD-SERIAL-IN = BD-CX + 1
           PERFORM 9885-BD-TEST-DAY THRU 9885-EXIT
           IF BD-BUSINESS-DAY
               ADD 1 TO BD-DAYS
           END-IF.
       9895-EXIT.
           EXIT.
