       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the finance team's budget file - one pipe-delimited line per
      *> account and period: account|periodstart|periodend|amount,
      *> with an optional fifth field naming the cost center,
      *> department or division the amount is budgeted to (blank =
      *> the account-level budget, as before).
           SELECT BUDGET-FILE ASSIGN DYNAMIC WS-BUDGET-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BUDGET-FILE-STATUS.
       01  WS-BUDGET-AMOUNT  PIC 9(11)V99.
       01  WS-ACCT-COUNT     PIC 9(9).
       01  WS-ROW-COUNT      PIC 9(9).
       01  WS-COST-CENTER    PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL

       LOAD-ONE-LINE.
           MOVE SPACES TO WS-ACCOUNT-CODE WS-PERIOD-START
               WS-PERIOD-END WS-AMOUNT-TEXT WS-COST-CENTER
           MOVE 0 TO WS-FIELD-COUNT
           UNSTRING WS-INPUT-LINE DELIMITED BY "|"
               INTO WS-ACCOUNT-CODE WS-PERIOD-START WS-PERIOD-END
                    WS-AMOUNT-TEXT WS-COST-CENTER
               TALLYING IN WS-FIELD-COUNT

           IF WS-FIELD-COUNT < 4
               EXIT PARAGRAPH
           END-IF

      *> a budget may sit on any active node of the hierarchy - a
      *> department is often budgeted as a whole, not cost center by
      *> cost center.
           IF WS-COST-CENTER NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-ROW-COUNT
                     FROM cost_center
                    WHERE cost_center_code = :WS-COST-CENTER
                      AND active_flag = 'Y'
               END-EXEC
               IF WS-ROW-COUNT = 0
                   MOVE "UNKNOWN COST CENTER" TO WS-REJECT-REASON
                   PERFORM REJECT-ONE-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-AMOUNT-TEXT TO WS-BUDGET-AMOUNT

           EXEC SQL
                WHERE account_code = :WS-ACCOUNT-CODE
                  AND period_start = :WS-PERIOD-START
                  AND period_end   = :WS-PERIOD-END
                  AND cost_center  = :WS-COST-CENTER
           END-EXEC
           IF WS-ROW-COUNT = 0
               EXEC SQL
                   INSERT INTO budget
                       (account_code, period_start, period_end,
                        budget_amount, cost_center)
                   VALUES
                       (:WS-ACCOUNT-CODE, :WS-PERIOD-START,
                        :WS-PERIOD-END, :WS-BUDGET-AMOUNT,
                        :WS-COST-CENTER)
               END-EXEC
           ELSE
               EXEC SQL
                    WHERE account_code = :WS-ACCOUNT-CODE
                      AND period_start = :WS-PERIOD-START
                      AND period_end   = :WS-PERIOD-END
                      AND cost_center  = :WS-COST-CENTER
               END-EXEC
           END-IF

