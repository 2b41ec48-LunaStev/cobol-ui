      *> MAINT-WINDOW.cpy
      *> Shared maintenance-window lookup over MAINT-FILE, COPY'd
      *> into the PROCEDURE DIVISION of every job that has to
      *> tell planned downtime from unplanned (working storage in
      *> MAINT-WINDOW-WS.cpy), so the incident register, the
      *> uptime report and the SLA clocks agree on what was
      *> booked.
      *>   9850-MW-ADD-WINDOW: MAINT-RECORD -> next table entry;
      *>     a Cancelled window is not taken, and MW-TABLE-FULL is
      *>     set instead when there is no room.
      *>   9860-MW-FIND-WINDOW: MW-COMPONENT-IN at MW-STAMP-IN ->
      *>     MW-HIT, the window open for it then.
       9850-MW-ADD-WINDOW.
           IF MNT-CANCELLED
               GO TO 9850-EXIT
           END-IF
           IF MW-COUNT NOT < 200
               SET MW-TABLE-FULL TO TRUE
               GO TO 9850-EXIT
           END-IF
           ADD 1 TO MW-COUNT
           MOVE MNT-ID TO MW-E-ID (MW-COUNT)
           MOVE MNT-COMPONENT TO MW-E-COMPONENT (MW-COUNT)
           MOVE MNT-START-DATE TO MW-E-START (MW-COUNT) (1:10)
           MOVE MNT-START-TIME TO MW-E-START (MW-COUNT) (11:8)
           MOVE MNT-END-DATE TO MW-E-END (MW-COUNT) (1:10)
           MOVE MNT-END-TIME TO MW-E-END (MW-COUNT) (11:8).
       9850-EXIT.
           EXIT.

       9860-MW-FIND-WINDOW.
           MOVE ZERO TO MW-HIT
           PERFORM 9870-MW-MATCH-WINDOW THRU 9870-EXIT
               VARYING MW-WX FROM 1 BY 1
               UNTIL MW-WX > MW-COUNT OR MW-HIT > 0.
       9860-EXIT.
           EXIT.

       9870-MW-MATCH-WINDOW.
           IF MW-E-COMPONENT (MW-WX) = MW-COMPONENT-IN
            AND MW-E-START (MW-WX) NOT > MW-STAMP-IN
            AND MW-E-END (MW-WX) > MW-STAMP-IN
               MOVE MW-WX TO MW-HIT
           END-IF.
       9870-EXIT.
           EXIT.
