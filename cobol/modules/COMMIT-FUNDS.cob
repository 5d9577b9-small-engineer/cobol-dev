       01  WS-RELIEVED       PIC 9(9)V99.
       01  WS-STATUS         PIC X(10).
       01  WS-CREATED-AT     PIC X(26).
       01  WS-RECEIVED-DATE  PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
      *> same funds arithmetic the posting check runs, so a
      *> commitment that would blow the budget is heard about at
      *> commitment time), CANCEL closes one that will never be
      *> invoiced, RECEIVE confirms the goods or services have
      *> arrived (the receipt GRNI-ACCRUAL accrues against), and LIST
      *> prints the open commitments with their unrelieved
      *> remainders. Relief itself happens where the
      *> money posts - CREATE-ENTRY and CREATE-SPLIT-ENTRY take the
      *> commitment id alongside the entry.
       MAIN-LOGIC.
                 PERFORM ADD-COMMITMENT
             WHEN "CANCEL"
                 PERFORM CANCEL-COMMITMENT
             WHEN "RECEIVE"
                 PERFORM RECEIVE-COMMITMENT
             WHEN "LIST"
                 PERFORM LIST-COMMITMENTS
             WHEN OTHER
                 DISPLAY "COMMIT-FUNDS ERROR: OP MUST BE ADD, "
                     "CANCEL, RECEIVE OR LIST, GOT " L-OP
                 MOVE 1 TO L-RETURN-CODE
           END-EVALUATE

                     FROM cost_center
                    WHERE cost_center_code = :WS-COST-CENTER
                      AND active_flag = 'Y'
                      AND node_type = 'C'
               END-EXEC
               IF WS-ROW-COUNT = 0
                   DISPLAY "COMMIT-FUNDS ERROR: UNKNOWN COST "
           END-IF
           EXIT.

      *> the receipt flag: the value received to date (cumulative -
      *> a later receipt restates it, it does not add to it; zero
      *> means the whole commitment) and the date it was confirmed.
       RECEIVE-COMMITMENT.
           CALL "CHECK-OPERATOR" USING WS-OPERATOR-ID
                                       BY CONTENT "E"
                                       BY REFERENCE WS-AUTHORIZED
           IF WS-AUTHORIZED NOT = "Y"
               DISPLAY "COMMIT-FUNDS ERROR: OPERATOR NOT AUTHORIZED"
               MOVE 4 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE L-ACCOUNT-OR-ID TO WS-COMMIT-ID
           MOVE L-PERIOD-START  TO WS-RECEIVED-DATE
           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-RECEIVED-DATE
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               DISPLAY "COMMIT-FUNDS ERROR: BAD RECEIPT DATE "
                   WS-RECEIVED-DATE
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT amount INTO :WS-AMOUNT
                 FROM commitment
                WHERE id = :WS-COMMIT-ID
                  AND status = 'OPEN'
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "COMMIT-FUNDS ERROR: NO OPEN COMMITMENT "
                   WS-COMMIT-ID
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF L-AMOUNT > WS-AMOUNT
               DISPLAY "COMMIT-FUNDS ERROR: RECEIVED VALUE " L-AMOUNT
                   " EXCEEDS COMMITMENT " WS-AMOUNT
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF L-AMOUNT NOT = 0
               MOVE L-AMOUNT TO WS-AMOUNT
           END-IF

           EXEC SQL
               UPDATE commitment
                  SET received_flag   = 'Y',
                      received_amount = :WS-AMOUNT,
                      received_date   = :WS-RECEIVED-DATE
                WHERE id = :WS-COMMIT-ID
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "COMMIT-FUNDS ERROR, SQLCODE=" SQLCODE
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               INSERT INTO audit_log (entry_id, action, changed_by)
               VALUES (0, 'COMMIT-RECV', :WS-OPERATOR-ID)
           END-EXEC
           DISPLAY "COMMIT-FUNDS: COMMITMENT " WS-COMMIT-ID
               " RECEIVED " WS-AMOUNT " ON " WS-RECEIVED-DATE
           EXIT.

       LIST-COMMITMENTS.
           MOVE "OPEN COMMITMENTS" TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING BY CONTENT "INIT"
