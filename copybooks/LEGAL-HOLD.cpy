      *> LEGAL-HOLD.cpy
      *> Shared legal hold check over LEGALHOLD-FILE, COPY'd into
      *> the PROCEDURE DIVISION of every job that erases or purges
      *> (working storage in LEGAL-HOLD-WS.cpy), so PRIVACY, the
      *> archive runs, the dormant sweep and the retention run all
      *> read one register the same way.
      *>   9500-LH-ADD-HOLD: LEGALHOLD-RECORD -> next table entry;
      *>     a released hold is not taken, and LH-TABLE-FULL is
      *>     set instead when there is no room.
      *>   9510-LH-NOTE-USER: one user's id, email and actor name
      *>     -> every subject hold naming any of them.
      *>   9520-LH-CHECK-SUBJECT: LH-SUBJECT-IN -> LH-HIT, the
      *>     subject hold covering that id, email or actor.
      *>   9530-LH-CHECK-DATE: LH-DATE-IN -> LH-HIT, the range
      *>     hold covering that date.
      *> ISO dates compare correctly as text.
       9500-LH-ADD-HOLD.
           IF NOT LGH-IN-FORCE
               GO TO 9500-EXIT
           END-IF
           IF LH-COUNT NOT < 200
               SET LH-TABLE-FULL TO TRUE
               GO TO 9500-EXIT
           END-IF
           ADD 1 TO LH-COUNT
           MOVE LGH-MATTER TO LH-E-MATTER (LH-COUNT)
           MOVE LGH-SUBJECT TO LH-E-SUBJECT (LH-COUNT)
           MOVE LGH-FROM-DATE TO LH-E-FROM (LH-COUNT)
           MOVE LGH-TO-DATE TO LH-E-TO (LH-COUNT)
           MOVE SPACES TO LH-E-ID (LH-COUNT)
                          LH-E-EMAIL (LH-COUNT)
                          LH-E-ACTOR (LH-COUNT).
       9500-EXIT.
           EXIT.

       9510-LH-NOTE-USER.
           PERFORM 9515-LH-NOTE-ONE THRU 9515-EXIT
               VARYING LH-HX FROM 1 BY 1 UNTIL LH-HX > LH-COUNT.
       9510-EXIT.
           EXIT.

       9515-LH-NOTE-ONE.
           IF LH-E-SUBJECT (LH-HX) = SPACES
               GO TO 9515-EXIT
           END-IF
           IF LH-E-SUBJECT (LH-HX) = LH-USER-ID-IN
            OR LH-E-SUBJECT (LH-HX) = LH-USER-EMAIL-IN
               MOVE LH-USER-ID-IN TO LH-E-ID (LH-HX)
               MOVE LH-USER-EMAIL-IN TO LH-E-EMAIL (LH-HX)
               MOVE LH-USER-ACTOR-IN TO LH-E-ACTOR (LH-HX)
           END-IF.
       9515-EXIT.
           EXIT.

       9520-LH-CHECK-SUBJECT.
           MOVE ZERO TO LH-HIT
           IF LH-SUBJECT-IN = SPACES
               GO TO 9520-EXIT
           END-IF
           PERFORM 9525-LH-MATCH-SUBJECT THRU 9525-EXIT
               VARYING LH-HX FROM 1 BY 1
               UNTIL LH-HX > LH-COUNT OR LH-HIT > 0.
       9520-EXIT.
           EXIT.

       9525-LH-MATCH-SUBJECT.
           IF LH-E-SUBJECT (LH-HX) = SPACES
               GO TO 9525-EXIT
           END-IF
           IF LH-E-SUBJECT (LH-HX) = LH-SUBJECT-IN
               MOVE LH-HX TO LH-HIT
               GO TO 9525-EXIT
           END-IF
           IF LH-E-ID (LH-HX) NOT = SPACES
            AND (LH-E-ID (LH-HX) = LH-SUBJECT-IN
                 OR LH-E-EMAIL (LH-HX) = LH-SUBJECT-IN
                 OR LH-E-ACTOR (LH-HX) = LH-SUBJECT-IN)
               MOVE LH-HX TO LH-HIT
           END-IF.
       9525-EXIT.
           EXIT.

       9530-LH-CHECK-DATE.
           MOVE ZERO TO LH-HIT
           IF LH-DATE-IN = SPACES
               GO TO 9530-EXIT
           END-IF
           PERFORM 9535-LH-MATCH-DATE THRU 9535-EXIT
               VARYING LH-HX FROM 1 BY 1
               UNTIL LH-HX > LH-COUNT OR LH-HIT > 0.
       9530-EXIT.
           EXIT.

       9535-LH-MATCH-DATE.
           IF LH-E-SUBJECT (LH-HX) = SPACES
            AND LH-E-FROM (LH-HX) NOT > LH-DATE-IN
            AND LH-E-TO (LH-HX) NOT < LH-DATE-IN
               MOVE LH-HX TO LH-HIT
           END-IF.
       9535-EXIT.
           EXIT.
