      *> RATE-HISTORY.cpy
      *> Shared exchange-rate lookup over the dated CURRENCY-FILE
      *> history, COPY'd into the PROCEDURE DIVISION of every job
      *> that converts to the reporting currency (working storage
      *> in RATE-HISTORY-WS.cpy), so a rerun of last month's
      *> report converts at last month's rates.
      *>   9600-RH-ADD-RATE: CURRENCY-RECORD -> next table entry,
      *>     RH-TABLE-FULL set instead when there is no room. A
      *>     row dated before RH-FLOOR-DATE only replaces the
      *>     code's latest earlier row, and one dated after
      *>     RH-CEILING-DATE the code's earliest later row, so
      *>     the history can grow without the table growing
      *>     with it.
      *>   9650-RH-FIND-RATE: RH-CODE-IN on RH-DATE-IN -> RH-HIT,
      *>     the latest entry dated on or before that day.
      *>   9680-RH-PARSE-RATE: RH-RATE-TXT such as '1.080000' ->
      *>     RH-RATE-VALUE, up to three integer digits and six
      *>     decimals.
       9600-RH-ADD-RATE.
           IF RH-FLOOR-DATE NOT = SPACES
            AND CUR-ASOF < RH-FLOOR-DATE
               MOVE ZERO TO RH-HIT
               PERFORM 9610-RH-MATCH-ANCHOR THRU 9610-EXIT
                   VARYING RH-RX FROM 1 BY 1
                   UNTIL RH-RX > RH-COUNT OR RH-HIT > 0
               IF RH-HIT > ZERO
                   IF CUR-ASOF NOT < RH-E-ASOF (RH-HIT)
                       PERFORM 9620-RH-STORE-ENTRY THRU 9620-EXIT
                   END-IF
                   GO TO 9600-EXIT
               END-IF
           END-IF
           IF RH-CEILING-DATE NOT = SPACES
            AND CUR-ASOF > RH-CEILING-DATE
               MOVE ZERO TO RH-HIT
               PERFORM 9615-RH-MATCH-LATE THRU 9615-EXIT
                   VARYING RH-RX FROM 1 BY 1
                   UNTIL RH-RX > RH-COUNT OR RH-HIT > 0
               IF RH-HIT > ZERO
                   IF CUR-ASOF < RH-E-ASOF (RH-HIT)
                       PERFORM 9620-RH-STORE-ENTRY THRU 9620-EXIT
                   END-IF
                   GO TO 9600-EXIT
               END-IF
           END-IF
           IF RH-COUNT NOT < 5000
               SET RH-TABLE-FULL TO TRUE
               GO TO 9600-EXIT
           END-IF
           ADD 1 TO RH-COUNT
           MOVE RH-COUNT TO RH-HIT
           PERFORM 9620-RH-STORE-ENTRY THRU 9620-EXIT.
       9600-EXIT.
           EXIT.

      *> The code's one entry from before the floor, if any.
       9610-RH-MATCH-ANCHOR.
           IF RH-E-CODE (RH-RX) = CUR-CODE
            AND RH-E-ASOF (RH-RX) < RH-FLOOR-DATE
               MOVE RH-RX TO RH-HIT
           END-IF.
       9610-EXIT.
           EXIT.

      *> The code's one entry from after the ceiling, if any.
       9615-RH-MATCH-LATE.
           IF RH-E-CODE (RH-RX) = CUR-CODE
            AND RH-E-ASOF (RH-RX) > RH-CEILING-DATE
               MOVE RH-RX TO RH-HIT
           END-IF.
       9615-EXIT.
           EXIT.

       9620-RH-STORE-ENTRY.
           MOVE CUR-RATE TO RH-RATE-TXT
           PERFORM 9680-RH-PARSE-RATE THRU 9680-EXIT
           MOVE CUR-CODE TO RH-E-CODE (RH-HIT)
           MOVE CUR-RATE TO RH-E-RATE-TXT (RH-HIT)
           MOVE CUR-ASOF TO RH-E-ASOF (RH-HIT)
           MOVE RH-RATE-VALUE TO RH-E-RATE (RH-HIT)
           MOVE 'N' TO RH-E-USED-SW (RH-HIT).
       9620-EXIT.
           EXIT.

      *> File order does not matter - a sign-off can append an
      *> older day's rate after newer ones - so every entry for
      *> the code is weighed on its as-of date.
       9650-RH-FIND-RATE.
           MOVE ZERO TO RH-HIT RH-EARLY-HIT
           MOVE 'N' TO RH-BEFORE-SW
           PERFORM 9660-RH-WEIGH-ENTRY THRU 9660-EXIT
               VARYING RH-RX FROM 1 BY 1 UNTIL RH-RX > RH-COUNT
           IF RH-HIT = ZERO AND RH-EARLY-HIT > ZERO
               MOVE RH-EARLY-HIT TO RH-HIT
               SET RH-BEFORE-HISTORY TO TRUE
           END-IF.
       9650-EXIT.
           EXIT.

       9660-RH-WEIGH-ENTRY.
           IF RH-E-CODE (RH-RX) NOT = RH-CODE-IN
               GO TO 9660-EXIT
           END-IF
           IF RH-EARLY-HIT = ZERO
               MOVE RH-RX TO RH-EARLY-HIT
           ELSE
               IF RH-E-ASOF (RH-RX) < RH-E-ASOF (RH-EARLY-HIT)
                   MOVE RH-RX TO RH-EARLY-HIT
               END-IF
           END-IF
           IF RH-E-ASOF (RH-RX) > RH-DATE-IN
               GO TO 9660-EXIT
           END-IF
           IF RH-HIT = ZERO
               MOVE RH-RX TO RH-HIT
           ELSE
               IF RH-E-ASOF (RH-RX) NOT < RH-E-ASOF (RH-HIT)
                   MOVE RH-RX TO RH-HIT
               END-IF
           END-IF.
       9660-EXIT.
           EXIT.

       9680-RH-PARSE-RATE.
           MOVE ZERO TO RH-RT-INT RH-RT-DEC RH-RT-DEC-CT
           MOVE 'N' TO RH-DEC-SW
           PERFORM 9690-RH-RATE-ONE-CHAR THRU 9690-EXIT
               VARYING RH-IX FROM 1 BY 1 UNTIL RH-IX > 10
           PERFORM 9695-RH-SCALE-DECIMALS THRU 9695-EXIT
               UNTIL RH-RT-DEC-CT NOT < 6
           COMPUTE RH-RATE-VALUE =
               RH-RT-INT + (RH-RT-DEC / 1000000).
       9680-EXIT.
           EXIT.

       9690-RH-RATE-ONE-CHAR.
           MOVE RH-RATE-TXT (RH-IX:1) TO RH-DIG-X
           IF RH-DIG-X = '.'
               SET RH-IN-DECIMALS TO TRUE
               GO TO 9690-EXIT
           END-IF
           IF RH-DIG-X IS NOT NUMERIC
               GO TO 9690-EXIT
           END-IF
           IF RH-IN-DECIMALS
               IF RH-RT-DEC-CT < 6
                   COMPUTE RH-RT-DEC =
                       (RH-RT-DEC * 10) + RH-DIG-9
                   ADD 1 TO RH-RT-DEC-CT
               END-IF
           ELSE
               COMPUTE RH-RT-INT =
                   (RH-RT-INT * 10) + RH-DIG-9
           END-IF.
       9690-EXIT.
           EXIT.

      *> A rate written with fewer than six decimals still scales
      *> to six.
       9695-RH-SCALE-DECIMALS.
           COMPUTE RH-RT-DEC = RH-RT-DEC * 10
           ADD 1 TO RH-RT-DEC-CT.
       9695-EXIT.
           EXIT.
