       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> one detail leg per line, pipe-delimited
      *> account|debit-amount|credit-amount|costcenter|project (cost
      *> center and project code optional per leg).
           SELECT LINES-FILE ASSIGN DYNAMIC WS-LINES-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LINES-FILE-STATUS.
       01  WS-DUP-COUNT        PIC 9(9).
       01  WS-LINE-COST-CENTER PIC X(10).
       01  WS-CC-COUNT         PIC 9(9).
       01  WS-LINE-PROJECT     PIC X(10).
       01  WS-PROJECT-COUNT    PIC 9(9).
       01  WS-LINE-COMPANY     PIC X(5).
       01  WS-SPLIT-COMPANY    PIC X(5).
       01  WS-LINE-CONTROL     PIC X(1).
       01  WS-SOURCE-CODE      PIC X(2).
       01  WS-ADJ-COUNT        PIC 9(9).
       01  WS-ADJUSTING-FLAG   PIC X(1).
       01  WS-IS-ACCRUAL       PIC X(1).
       01  WS-COMMIT-COUNT     PIC 9(9).
       01  WS-RELIEF-AMOUNT    PIC 9(11)V99.
       01  WS-RULE-TYPE        PIC X(10).
       01  WS-LINE-COUNT       PIC 9(9)     VALUE 0.
       01  WS-CONNECT-STATUS   PIC X(1).
       01  WS-ENV-NAME         PIC X(30).
       01  WS-PARAM-NAME       PIC X(30).
       01  WS-PARAM-COMPANY    PIC X(5).
       01  WS-PARAM-VALUE      PIC X(100).
       01  WS-AUTHORIZED       PIC X(1).
       01  WS-OVERRIDE-USED    PIC X(1)    VALUE "N".
       01  WS-DATE-STATUS      PIC X(1).
       01  L-CONTROL-OVERRIDE  PIC X(1).
       01  L-SOURCE-CODE       PIC X(2).
       01  L-COMMITMENT-ID     PIC 9(9).
       01  L-IS-ACCRUAL        PIC X(1).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-OPERATOR-ID
               L-CONTROL-OVERRIDE
               L-SOURCE-CODE
               L-COMMITMENT-ID
               L-IS-ACCRUAL.

      *> posts a transaction with more than one debit or credit leg.
      *> The detail lines are read from L-LINES-FILE first, to total
               MOVE L-SOURCE-CODE TO WS-SOURCE-CODE
           END-IF

      *> an accrual split is flagged the way an accrual entry is, so
      *> REVERSE-ACCRUALS backs it out at the next period open.
           IF L-IS-ACCRUAL = "Y"
               MOVE "Y" TO WS-IS-ACCRUAL
           ELSE
               MOVE "N" TO WS-IS-ACCRUAL
           END-IF

      *> same shared date edit CREATE-ENTRY runs, before anything
      *> else is touched.
           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
           EXEC SQL
               INSERT INTO split_header
                   (entry_date, memo, changed_by, company_code,
                    source_code, adjusting_flag, is_accrual)
               VALUES (:WS-DATE, :WS-MEMO, :WS-OPERATOR-ID,
                   :WS-SPLIT-COMPANY, :WS-SOURCE-CODE,
                   :WS-ADJUSTING-FLAG, :WS-IS-ACCRUAL)
               RETURNING id INTO :WS-HEADER-ID
           END-EXEC

           EXIT.

       TALLY-ONE-LINE.
           MOVE SPACES TO WS-LINE-COST-CENTER WS-LINE-PROJECT
           UNSTRING WS-INPUT-LINE DELIMITED BY "|"
               INTO WS-LINE-ACCOUNT WS-LINE-TEXT-DEBIT
                    WS-LINE-TEXT-CREDIT WS-LINE-COST-CENTER
                    WS-LINE-PROJECT

           MOVE WS-LINE-TEXT-DEBIT  TO WS-LINE-DEBIT
           MOVE WS-LINE-TEXT-CREDIT TO WS-LINE-CREDIT
           EXIT.

       INSERT-ONE-LINE.
           MOVE SPACES TO WS-LINE-COST-CENTER WS-LINE-PROJECT
           UNSTRING WS-INPUT-LINE DELIMITED BY "|"
               INTO WS-LINE-ACCOUNT WS-LINE-TEXT-DEBIT
                    WS-LINE-TEXT-CREDIT WS-LINE-COST-CENTER
                    WS-LINE-PROJECT
           MOVE WS-LINE-TEXT-DEBIT  TO WS-LINE-DEBIT
           MOVE WS-LINE-TEXT-CREDIT TO WS-LINE-CREDIT

           EXEC SQL
               INSERT INTO split_line
                   (header_id, account_code,
                    debit_amount, credit_amount, cost_center,
                    project_code)
               VALUES
                   (:WS-HEADER-ID, :WS-LINE-ACCOUNT,
                    :WS-LINE-DEBIT, :WS-LINE-CREDIT,
                    :WS-LINE-COST-CENTER, :WS-LINE-PROJECT)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "CREATE-SPLIT-ENTRY ERROR ON LEG "
           EXIT.

       VALIDATE-ONE-LINE-ACCOUNT.
           MOVE SPACES TO WS-LINE-COST-CENTER WS-LINE-PROJECT
           UNSTRING WS-INPUT-LINE DELIMITED BY "|"
               INTO WS-LINE-ACCOUNT WS-LINE-TEXT-DEBIT
                    WS-LINE-TEXT-CREDIT WS-LINE-COST-CENTER
                    WS-LINE-PROJECT

           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(company_code), ' '),
                     FROM cost_center
                    WHERE cost_center_code = :WS-LINE-COST-CENTER
                      AND active_flag = 'Y'
                      AND node_type = 'C'
               END-EXEC
               IF WS-CC-COUNT = 0
                   DISPLAY "CREATE-SPLIT-ENTRY ERROR: UNKNOWN COST "
               END-IF
           END-IF

      *> and a leg's project code the same OPEN-project gate.
           IF WS-LINE-PROJECT NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-PROJECT-COUNT
                     FROM project
                    WHERE project_code = :WS-LINE-PROJECT
                      AND status = 'OPEN'
               END-EXEC
               IF WS-PROJECT-COUNT = 0
                   DISPLAY "CREATE-SPLIT-ENTRY ERROR: UNKNOWN OR "
                       "CLOSED PROJECT " WS-LINE-PROJECT
                   MOVE 1 TO L-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM CHECK-LEG-RULES
           EXIT.

               EXIT PARAGRAPH
           END-IF

           MOVE "ADJUSTING_SOURCES" TO WS-PARAM-NAME
           MOVE WS-SPLIT-COMPANY TO WS-PARAM-COMPANY
           CALL "GET-PARAM" USING WS-PARAM-NAME WS-PARAM-COMPANY
                                  WS-PARAM-VALUE
           MOVE WS-PARAM-VALUE TO WS-ADJ-SOURCES
           IF WS-ADJ-SOURCES NOT = SPACES
               MOVE 0 TO WS-ADJ-TALLY
               INSPECT WS-ADJ-SOURCES TALLYING WS-ADJ-TALLY
      *> debit/credit pair), so an over-threshold split is rejected
      *> outright instead of being parked for approval.
       CHECK-APPROVAL-THRESHOLD.
           MOVE "APPROVAL_THRESHOLD" TO WS-PARAM-NAME
           MOVE WS-SPLIT-COMPANY TO WS-PARAM-COMPANY
           CALL "GET-PARAM" USING WS-PARAM-NAME WS-PARAM-COMPANY
                                  WS-PARAM-VALUE
           MOVE WS-PARAM-VALUE TO WS-THRESHOLD-TEXT
           IF WS-THRESHOLD-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
