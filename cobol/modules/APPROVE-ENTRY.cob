       01  WS-SOURCE-CODE      PIC X(2).
       01  WS-TAX-CODE         PIC X(10).
       01  WS-LEDGER-CODE      PIC X(1).
       01  WS-PROJECT-CODE     PIC X(10).
       01  WS-COUNTERPARTY-ID  PIC X(20).
       01  WS-POSTED-ID        PIC 9(9).
       01  WS-COMPANY-CODE     PIC X(5).
       01  WS-OWN-ROLE         PIC X(1).
       01  WS-DELEGATION-ID    PIC 9(9)    VALUE 0.
       01  WS-DELEGATOR-ID     PIC X(50)   VALUE SPACES.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
      *> posts regardless of the threshold (and L-FORCE-DUP set, since
      *> an already-reviewed entry shouldn't get blocked as a
      *> duplicate of itself), then marks the pending row APPROVED.
      *> An operator without the approver role of their own gets
      *> here only on an approver's delegation (CHECK-OPERATOR P);
      *> the entry must then also sit inside that delegation's amount
      *> ceiling and company scope, and may not be one the delegating
      *> approver keyed - a delegate is never a way round the
      *> self-approval block. The pending row records who approved
      *> it and, under delegation, for whom.
       MAIN-LOGIC.
           MOVE L-PENDING-ID  TO WS-PENDING-ID
           MOVE 0             TO L-RETURN-CODE
      *> not-authorized code.
           MOVE L-APPROVER-ID TO WS-OPERATOR-ID
           CALL "CHECK-OPERATOR" USING WS-OPERATOR-ID
                                       BY CONTENT "P"
                                       BY REFERENCE WS-AUTHORIZED
           IF WS-AUTHORIZED NOT = "Y"
               DISPLAY "APPROVE-ENTRY ERROR: OPERATOR NOT AUTHORIZED "
                      COALESCE(source_ref, ' '), operator_id,
                      COALESCE(source_code, ' '),
                      COALESCE(tax_code, ' '),
                      COALESCE(ledger_code, 'B'),
                      COALESCE(project_code, ' '),
                      COALESCE(counterparty_id, ' '),
                      COALESCE(company_code, ' ')
                 INTO :WS-DATE, :WS-DEBIT, :WS-CREDIT,
                      :WS-AMOUNT, :WS-MEMO, :WS-BATCH-ID,
                      :WS-CURRENCY-CODE, :WS-EXCHANGE-RATE,
                      :WS-IS-ACCRUAL, :WS-COST-CENTER,
                      :WS-SOURCE-REF, :WS-CREATOR-ID,
                      :WS-SOURCE-CODE, :WS-TAX-CODE,
                      :WS-LEDGER-CODE, :WS-PROJECT-CODE,
                      :WS-COUNTERPARTY-ID, :WS-COMPANY-CODE
                 FROM pending_entry
                WHERE id = :WS-PENDING-ID
           END-EXEC
               GOBACK
           END-IF

           PERFORM FIND-DELEGATION
           IF L-RETURN-CODE NOT = 0
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT".

           CALL "CREATE-ENTRY"
                      WS-SOURCE-REF WS-SOURCE-CODE WS-ENTRY-ID
                      WS-TAX-CODE WS-CTL-OVERRIDE
                      WS-COMMITMENT-ID WS-NO-UOM WS-LEDGER-CODE
                      WS-PROJECT-CODE WS-COUNTERPARTY-ID

           IF L-RETURN-CODE = 0
               PERFORM MARK-PENDING-APPROVED
           END-IF
           GOBACK.

      *> an approver in their own right approves on their own
      *> authority; anyone else must hold a delegation that covers
      *> this entry - today, this company, no more than its ceiling
      *> (zero is no ceiling) in home currency.
       FIND-DELEGATION.
           MOVE 0      TO WS-DELEGATION-ID
           MOVE SPACES TO WS-DELEGATOR-ID
           EXEC SQL
               SELECT role INTO :WS-OWN-ROLE
                 FROM operator_master
                WHERE operator_id = :WS-OPERATOR-ID
           END-EXEC
           IF SQLCODE = 0
              AND (WS-OWN-ROLE = "A" OR WS-OWN-ROLE = "S")
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT D.id, D.delegator_id
                 INTO :WS-DELEGATION-ID, :WS-DELEGATOR-ID
                 FROM approval_delegation D
                 JOIN operator_master O
                   ON O.operator_id = D.delegator_id
                WHERE D.delegate_id = :WS-OPERATOR-ID
                  AND D.revoked_at IS NULL
                  AND CURRENT_DATE BETWEEN D.start_date
                                       AND D.end_date
                  AND O.active_flag = 'Y'
                  AND O.role IN ('A', 'S')
                  AND D.delegator_id <> :WS-CREATOR-ID
                  AND (D.company_code = ' '
                       OR D.company_code = :WS-COMPANY-CODE)
                  AND (D.amount_ceiling = 0
                       OR D.amount_ceiling >=
                          ROUND(:WS-AMOUNT * :WS-EXCHANGE-RATE, 2))
                ORDER BY D.id
                LIMIT 1
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "APPROVE-ENTRY ERROR: PENDING ENTRY "
                   WS-PENDING-ID " IS OUTSIDE EVERY DELEGATION HELD "
                   "BY " FUNCTION TRIM(WS-OPERATOR-ID)
               MOVE 0 TO WS-DELEGATION-ID
               MOVE 4 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "APPROVE-ENTRY: " FUNCTION TRIM(WS-OPERATOR-ID)
               " APPROVING FOR " FUNCTION TRIM(WS-DELEGATOR-ID)
               " UNDER DELEGATION " WS-DELEGATION-ID
           EXIT.

       MARK-PENDING-APPROVED.
           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
               EXIT PARAGRAPH
           END-IF

           IF WS-DELEGATION-ID = 0
               EXEC SQL
                   UPDATE pending_entry
                      SET status = 'APPROVED',
                          status_changed_at = CURRENT_TIMESTAMP,
                          approved_by = :WS-OPERATOR-ID
                    WHERE id = :WS-PENDING-ID
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE pending_entry
                      SET status = 'APPROVED',
                          status_changed_at = CURRENT_TIMESTAMP,
                          approved_by = :WS-OPERATOR-ID,
                          delegated_by = :WS-DELEGATOR-ID,
                          delegation_id = :WS-DELEGATION-ID
                    WHERE id = :WS-PENDING-ID
               END-EXEC
           END-IF

           MOVE WS-ENTRY-ID TO WS-POSTED-ID

      *> the delegate's trail carries the approval itself, so the
      *> security activity report counts it against them.
           IF WS-DELEGATION-ID NOT = 0
               EXEC SQL
                   INSERT INTO audit_log (entry_id, action, changed_by)
                   VALUES (:WS-POSTED-ID, 'DLG-APPROVE',
                           :WS-OPERATOR-ID)
               END-EXEC
           END-IF

           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
           EXIT.
