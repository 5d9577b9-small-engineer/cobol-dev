       01  WS-OPERATOR-ID    PIC X(50).
       01  WS-PAGE-SIZE      PIC 9(9).
       01  WS-PAGE-OFFSET    PIC 9(9).
       01  WS-COMPANY-CODE   PIC X(5).
       01  WS-OWN-ROLE       PIC X(1).
       01  WS-DELEGATION-ID  PIC 9(9)    VALUE 0.
       01  WS-DELEGATOR-ID   PIC X(50)   VALUE SPACES.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
       01  WS-AUTHORIZED     PIC X(1).
       01  WS-AE-RETURN-CODE PIC 9(4).
       01  WS-ALERT-MESSAGE  PIC X(200).
       01  WS-REFUSED-FLAG   PIC X(1)    VALUE "N".
           88  WS-REFUSED                VALUE "Y".

       PROCEDURE DIVISION.


      *> reviewing the queue is approver work, checked once at the
      *> door - the per-item APPROVE still re-checks inside
      *> APPROVE-ENTRY, including the self-approval block and, for
      *> an approver's delegate, the delegation's scope; a REJECT
      *> checks the same delegation scope here.
           CALL "CHECK-OPERATOR" USING WS-OPERATOR-ID
                                       BY CONTENT "P"
                                       BY REFERENCE WS-AUTHORIZED
           IF WS-AUTHORIZED NOT = "Y"
               DISPLAY "APPROVAL-REVIEW ERROR: OPERATOR NOT "
      *> the no path that never existed: a reason is required, the
      *> row goes REJECTED (keeping the queue's history), and the
      *> originator hears about it through the alert queue instead
      *> of wondering why their entry never posted. A delegate
      *> rejects only inside a delegation that would have let them
      *> approve the same item, and the row records for whom.
       REJECT-ONE-ITEM.
           DISPLAY "PENDING ID TO REJECT?"
           MOVE SPACES TO WS-REPLY
           MOVE WS-REPLY TO WS-REJECT-REASON

           EXEC SQL
               SELECT operator_id, amount, exchange_rate,
                      COALESCE(company_code, ' ')
                 INTO :WS-ORIGINATOR, :WS-AMOUNT, :WS-EXCHANGE-RATE,
                      :WS-COMPANY-CODE
                 FROM pending_entry
                WHERE id = :WS-PENDING-ID
                  AND status = 'PENDING'
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-DELEGATION
           IF WS-REFUSED
               EXIT PARAGRAPH
           END-IF

           IF WS-DELEGATION-ID = 0
               EXEC SQL
                   UPDATE pending_entry
                      SET status = 'REJECTED',
                          reject_reason = :WS-REJECT-REASON,
                          rejected_by = :WS-OPERATOR-ID,
                          status_changed_at = CURRENT_TIMESTAMP
                    WHERE id = :WS-PENDING-ID
                      AND status = 'PENDING'
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE pending_entry
                      SET status = 'REJECTED',
                          reject_reason = :WS-REJECT-REASON,
                          rejected_by = :WS-OPERATOR-ID,
                          delegated_by = :WS-DELEGATOR-ID,
                          delegation_id = :WS-DELEGATION-ID,
                          status_changed_at = CURRENT_TIMESTAMP
                    WHERE id = :WS-PENDING-ID
                      AND status = 'PENDING'
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               DISPLAY "REJECT FAILED, SQLCODE=" SQLCODE
               EXIT PARAGRAPH
           END-IF

      *> a rejected item never becomes a journal entry, so its trail
      *> is keyed on the pending id - the way the DLG- rows are keyed
      *> on the delegation they act on.
           EXEC SQL
               INSERT INTO audit_log (entry_id, action, changed_by)
               VALUES (:WS-PENDING-ID, 'PEND-REJECT', :WS-OPERATOR-ID)
           END-EXEC
           IF WS-DELEGATION-ID NOT = 0
               EXEC SQL
                   INSERT INTO audit_log (entry_id, action, changed_by)
                   VALUES (:WS-PENDING-ID, 'DLG-REJECT',
                           :WS-OPERATOR-ID)
               END-EXEC
           END-IF

           DISPLAY "PENDING ENTRY " WS-PENDING-ID " REJECTED"

           END-IF
           EXIT.

      *> APPROVE-ENTRY's own test: an approver in their own right
      *> rejects on their own authority; anyone else needs a
      *> delegation covering this item - today, this company, within
      *> its ceiling in home currency - from someone other than the
      *> operator who keyed it.
       FIND-DELEGATION.
           MOVE "N"    TO WS-REFUSED-FLAG
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
                  AND D.delegator_id <> :WS-ORIGINATOR
                  AND (D.company_code = ' '
                       OR D.company_code = :WS-COMPANY-CODE)
                  AND (D.amount_ceiling = 0
                       OR D.amount_ceiling >=
                          ROUND(:WS-AMOUNT * :WS-EXCHANGE-RATE, 2))
                ORDER BY D.id
                LIMIT 1
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "REJECT REFUSED: PENDING ENTRY "
                   WS-PENDING-ID " IS OUTSIDE EVERY DELEGATION HELD "
                   "BY " FUNCTION TRIM(WS-OPERATOR-ID)
               MOVE 0 TO WS-DELEGATION-ID
               SET WS-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "APPROVAL-REVIEW: " FUNCTION TRIM(WS-OPERATOR-ID)
               " REJECTING FOR " FUNCTION TRIM(WS-DELEGATOR-ID)
               " UNDER DELEGATION " WS-DELEGATION-ID
           EXIT.

       END PROGRAM APPROVAL-REVIEW.
