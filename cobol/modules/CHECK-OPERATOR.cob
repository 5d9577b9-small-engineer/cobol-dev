       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-OPERATOR-ID    PIC X(50).
       01  WS-ROLE           PIC X(1).
       01  WS-DELEGATION-COUNT PIC 9(9).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
      *> and the roles ladder upward, so an approver can do clerk
      *> work and an administrator can do either. Unknown or
      *> deactivated operators are never authorized for anything.
      *> P is the narrower power to answer a held entry in the
      *> approval queue: every approver has it, and so does anyone
      *> holding an approver's delegation whose window covers today,
      *> for as long as the delegating approver is still an active
      *> approver. A delegation grants nothing else - every other
      *> A-level check still wants the role itself. The delegation's
      *> amount ceiling and company scope are per entry, and are
      *> applied by APPROVE-ENTRY, which has the entry in hand.
       MAIN-LOGIC.
           MOVE L-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE "N"           TO L-AUTHORIZED
                 IF WS-ROLE = "A" OR WS-ROLE = "S"
                     MOVE "Y" TO L-AUTHORIZED
                 END-IF
             WHEN "P"
                 IF WS-ROLE = "A" OR WS-ROLE = "S"
                     MOVE "Y" TO L-AUTHORIZED
                 ELSE
                     PERFORM CHECK-DELEGATION
                 END-IF
             WHEN "S"
                 IF WS-ROLE = "S"
                     MOVE "Y" TO L-AUTHORIZED
           END-IF
           GOBACK.

       CHECK-DELEGATION.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-DELEGATION-COUNT
                 FROM approval_delegation D
                 JOIN operator_master O
                   ON O.operator_id = D.delegator_id
                WHERE D.delegate_id = :WS-OPERATOR-ID
                  AND D.revoked_at IS NULL
                  AND CURRENT_DATE BETWEEN D.start_date
                                       AND D.end_date
                  AND O.active_flag = 'Y'
                  AND O.role IN ('A', 'S')
           END-EXEC
           IF SQLCODE = 0 AND WS-DELEGATION-COUNT > 0
               MOVE "Y" TO L-AUTHORIZED
           END-IF
           EXIT.

      *> a denied attempt used to vanish with the console scroll;
      *> now it is a durable AUTH-FAIL row the security activity
      *> report counts per operator. Recording the denial must never
