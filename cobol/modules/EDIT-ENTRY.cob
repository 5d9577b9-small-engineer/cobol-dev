           COPY JOURNAL-ENTRY.
           01  WS-ACCT-COUNT   PIC 9(9).
           01  WS-CC-COUNT     PIC 9(9).
           01  WS-PROJECT-COUNT PIC 9(9).
           01  WS-CPTY-COUNT   PIC 9(9).
           01  WS-OPERATOR-ID  PIC X(50).
           01  WS-DEBIT-COMPANY  PIC X(5).
           01  WS-CREDIT-COMPANY PIC X(5).

       01  WS-CONNECT-STATUS  PIC X(1).
       01  WS-ENV-NAME        PIC X(30).
       01  WS-PARAM-NAME      PIC X(30).
       01  WS-PARAM-COMPANY   PIC X(5).
       01  WS-PARAM-VALUE     PIC X(100).
       01  WS-AUTHORIZED      PIC X(1).
       01  WS-DATE-STATUS     PIC X(1).
       01  WS-RULE-TRIPPED    PIC X(1).
           01  L-COMMITMENT-ID PIC 9(9).
           01  L-UOM           PIC X(10).
           01  L-LEDGER        PIC X(1).
           01  L-PROJECT-CODE  PIC X(10).
           01  L-COUNTERPARTY-ID PIC X(20).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-CONTROL-OVERRIDE
               L-COMMITMENT-ID
               L-UOM
               L-LEDGER
               L-PROJECT-CODE
               L-COUNTERPARTY-ID.

      *> CREATE-ENTRY's full edit set with the posting taken out -
      *> the same checks, run in the same order, against the same
           MOVE L-MEMO       TO JE-MEMO
           MOVE L-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE L-COST-CENTER TO JE-COST-CENTER
           MOVE L-PROJECT-CODE TO JE-PROJECT-CODE
           MOVE L-COUNTERPARTY-ID TO JE-COUNTERPARTY-ID
           MOVE L-TAX-CODE   TO JE-TAX-CODE
           MOVE 0            TO L-RETURN-CODE
           MOVE 0            TO L-ENTRY-ID
               GOBACK
           END-IF

           PERFORM VALIDATE-PROJECT
           IF L-RETURN-CODE NOT = 0
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           PERFORM CHECK-COUNTERPARTY

           PERFORM VALIDATE-TAX-CODE
           IF L-RETURN-CODE NOT = 0
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               EXIT PARAGRAPH
           END-IF

           MOVE "ADJUSTING_SOURCES" TO WS-PARAM-NAME
           MOVE WS-DEBIT-COMPANY TO WS-PARAM-COMPANY
           CALL "GET-PARAM" USING WS-PARAM-NAME WS-PARAM-COMPANY
                                  WS-PARAM-VALUE
           MOVE WS-PARAM-VALUE TO WS-ADJ-SOURCES
           IF WS-ADJ-SOURCES NOT = SPACES
               MOVE 0 TO WS-ADJ-TALLY
               INSPECT WS-ADJ-SOURCES TALLYING WS-ADJ-TALLY
                 FROM cost_center
                WHERE cost_center_code = :JE-COST-CENTER
                  AND active_flag = 'Y'
                  AND node_type = 'C'
           END-EXEC
           IF WS-CC-COUNT = 0
               DISPLAY "EDIT ERROR: UNKNOWN COST CENTER "
           END-IF
           EXIT.

       VALIDATE-PROJECT.
           IF JE-PROJECT-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :WS-PROJECT-COUNT
                 FROM project
                WHERE project_code = :JE-PROJECT-CODE
                  AND status = 'OPEN'
           END-EXEC
           IF WS-PROJECT-COUNT = 0
               DISPLAY "EDIT ERROR: UNKNOWN OR CLOSED PROJECT "
                   JE-PROJECT-CODE
               MOVE 1 TO L-RETURN-CODE
           END-IF
           EXIT.

       CHECK-COUNTERPARTY.
           IF JE-COUNTERPARTY-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :WS-CPTY-COUNT
                 FROM counterparty
                WHERE counterparty_id = :JE-COUNTERPARTY-ID
           END-EXEC
           IF WS-CPTY-COUNT = 0
               DISPLAY "EDIT WARNING: COUNTERPARTY "
                   JE-COUNTERPARTY-ID
                   " IS NOT ON THE COUNTERPARTY MASTER"
           END-IF
           EXIT.

       CHECK-INTERCO-COMPANIES.
           EXEC SQL
               SELECT due_to_account INTO :WS-IC-ACCOUNT
      *> the held-for-approval verdict keeps CREATE-ENTRY's distinct
      *> return code 2, but nothing lands in pending_entry.
       CHECK-APPROVAL-THRESHOLD.
           MOVE "APPROVAL_THRESHOLD" TO WS-PARAM-NAME
           MOVE WS-DEBIT-COMPANY TO WS-PARAM-COMPANY
           CALL "GET-PARAM" USING WS-PARAM-NAME WS-PARAM-COMPANY
                                  WS-PARAM-VALUE
           MOVE WS-PARAM-VALUE TO WS-THRESHOLD-TEXT
           IF WS-THRESHOLD-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
