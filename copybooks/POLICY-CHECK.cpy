      *> POLICY-CHECK.cpy
      *> Shared policy.json check, COPY'd into the PROCEDURE
      *> DIVISION of every batch job that has to decide for itself
      *> whether a role may act on a resource (working storage in
      *> POLICY-CHECK-WS.cpy), so the job queue and the report
      *> subscriptions read the policy the same way PLCYAUD does.
      *>   9900-PC-ADD-LINE: PC-LINE -> next grant; lines that are
      *>     not a role grant are passed over, and PC-TABLE-FULL
      *>     is set instead when there is no room.
      *>   9910-PC-CHECK: PC-ROLE, PC-RESOURCE, PC-ACTION ->
      *>     PC-GRANTED when a grant for the role names the
      *>     resource or '*', and the action, '*', or manage where
      *>     only read is asked for.
       9900-PC-ADD-LINE.
           MOVE SPACES TO PC-TOKENS
           UNSTRING PC-LINE DELIMITED BY '"'
               INTO PC-PT-1 PC-PT-KEY1 PC-PT-3 PC-PT-ROLE
                    PC-PT-5 PC-PT-KEY2 PC-PT-7 PC-PT-RESOURCE
                    PC-PT-9 PC-PT-KEY3 PC-PT-11 PC-PT-ACTION
           IF PC-PT-KEY1 NOT = 'role'
               GO TO 9900-EXIT
           END-IF
           IF PC-COUNT NOT < 64
               SET PC-TABLE-FULL TO TRUE
               GO TO 9900-EXIT
           END-IF
           ADD 1 TO PC-COUNT
           MOVE PC-PT-ROLE TO PC-G-ROLE (PC-COUNT)
           MOVE PC-PT-RESOURCE TO PC-G-RESOURCE (PC-COUNT)
           MOVE PC-PT-ACTION TO PC-G-ACTION (PC-COUNT).
       9900-EXIT.
           EXIT.

       9910-PC-CHECK.
           MOVE 'N' TO PC-GRANTED-SW
           PERFORM 9915-PC-MATCH-GRANT THRU 9915-EXIT
               VARYING PC-GX FROM 1 BY 1
               UNTIL PC-GX > PC-COUNT OR PC-GRANTED.
       9910-EXIT.
           EXIT.

       9915-PC-MATCH-GRANT.
           IF PC-G-ROLE (PC-GX) NOT = PC-ROLE
               GO TO 9915-EXIT
           END-IF
           IF PC-G-RESOURCE (PC-GX) NOT = '*'
            AND PC-G-RESOURCE (PC-GX) NOT = PC-RESOURCE
               GO TO 9915-EXIT
           END-IF
           IF PC-G-ACTION (PC-GX) = '*'
            OR PC-G-ACTION (PC-GX) = PC-ACTION
               SET PC-GRANTED TO TRUE
               GO TO 9915-EXIT
           END-IF
           IF PC-G-ACTION (PC-GX) = 'manage'
            AND PC-ACTION = 'read'
               SET PC-GRANTED TO TRUE
           END-IF.
       9915-EXIT.
           EXIT.
