       PROGRAM-ID. REVERSE-ACCRUALS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> an accrual split's reversing legs, in the
      *> account|debit|credit|costcenter|project shape
      *> CREATE-SPLIT-ENTRY's lines file takes.
           SELECT REVERSAL-FILE ASSIGN DYNAMIC WS-REVERSAL-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REVERSAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVERSAL-FILE.
       01  FD-REVERSAL-LINE    PIC X(256).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-REV-MEMO       PIC X(100).
       01  WS-COST-CENTER    PIC X(10).
       01  WS-SOURCE-REF     PIC X(50).
       01  WS-ENTRY-SOURCE   PIC X(2).
       01  WS-PROJECT-CODE   PIC X(10).
       01  WS-COUNTERPARTY-ID PIC X(20).
       01  WS-SPLIT-ID       PIC 9(9).
       01  WS-LEG-ACCOUNT    PIC X(50).
       01  WS-LEG-DEBIT      PIC 9(11)V99.
       01  WS-LEG-CREDIT     PIC 9(11)V99.
       01  WS-LEG-COST-CENTER PIC X(10).
       01  WS-LEG-PROJECT    PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
       01  WS-APPROVED        PIC X(1)      VALUE "Y".
       01  WS-NOT-ACCRUAL     PIC X(1)      VALUE "N".
       01  WS-SOURCE-CODE     PIC X(2)      VALUE "RV".
       01  WS-REV-SOURCE      PIC X(2).
       01  WS-CE-ENTRY-ID     PIC 9(9).
       01  WS-TAX-CODE        PIC X(10)     VALUE SPACES.
       01  WS-CTL-OVERRIDE    PIC X(1)      VALUE SPACES.
               10  WS-TBL-MEMO           PIC X(100).
               10  WS-TBL-COST-CENTER    PIC X(10).
               10  WS-TBL-SOURCE-REF     PIC X(50).
               10  WS-TBL-SOURCE-CODE    PIC X(2).
               10  WS-TBL-PROJECT-CODE   PIC X(10).
               10  WS-TBL-COUNTERPARTY   PIC X(20).
       01  WS-ACCRUAL-COUNT   PIC 9(9)      VALUE 0.

      *> accrual splits (PAYROLL-ACCRUAL's, or a keyed split flagged
      *> accrual) get the same buffer-first treatment: every header
      *> and every leg is read before the session closes, and each
      *> reversal is posted through CREATE-SPLIT-ENTRY with its legs'
      *> debits and credits swapped.
       01  WS-SPLIT-TABLE.
           05  WS-SPLIT-ROW OCCURS 999 TIMES
                   INDEXED BY WS-SPLIT-IDX.
               10  WS-SPL-ID             PIC 9(9).
               10  WS-SPL-MEMO           PIC X(100).
               10  WS-SPL-LEG-FIRST      PIC 9(5).
               10  WS-SPL-LEG-COUNT      PIC 9(5).
       01  WS-SPLIT-COUNT     PIC 9(5)      VALUE 0.
       01  WS-LEG-TABLE.
           05  WS-LEG-ROW OCCURS 9999 TIMES
                   INDEXED BY WS-LEG-IDX.
               10  WS-LG-ACCOUNT         PIC X(50).
               10  WS-LG-DEBIT           PIC 9(11)V99.
               10  WS-LG-CREDIT          PIC 9(11)V99.
               10  WS-LG-COST-CENTER     PIC X(10).
               10  WS-LG-PROJECT         PIC X(10).
       01  WS-LEG-COUNT       PIC 9(5)      VALUE 0.
       01  WS-LEG-LAST        PIC 9(5).
       01  WS-REVERSAL-FILE-NAME   PIC X(256).
       01  WS-REVERSAL-FILE-STATUS PIC X(2).
       01  WS-REVERSAL-LINE   PIC X(256).
       01  WS-DEBIT-EDIT      PIC Z(10)9.99.
       01  WS-CREDIT-EDIT     PIC Z(10)9.99.
       01  WS-CSE-RETURN-CODE PIC 9(4).

       LINKAGE SECTION.
       01  L-PERIOD-START     PIC X(10).
       01  L-PERIOD-END       PIC X(10).
               DECLARE C1 CURSOR FOR
               SELECT id, debit_account, credit_account, amount, memo,
                      COALESCE(cost_center, ' '),
                      COALESCE(source_ref, ' '),
                      COALESCE(source_code, ' '),
                      COALESCE(project_code, ' '),
                      COALESCE(counterparty_id, ' ')
                 FROM journal_entry
                WHERE entry_date BETWEEN :WS-PERIOD-START
                                      AND :WS-PERIOD-END
                   FETCH C1 INTO :WS-ENTRY-ID,
                       :WS-DEBIT-ACCOUNT, :WS-CREDIT-ACCOUNT,
                       :WS-AMOUNT, :WS-MEMO, :WS-COST-CENTER,
                       :WS-SOURCE-REF, :WS-ENTRY-SOURCE,
                       :WS-PROJECT-CODE, :WS-COUNTERPARTY-ID
               END-EXEC
               IF SQLCODE = 0
                   PERFORM BUFFER-ONE-ACCRUAL

           EXEC SQL CLOSE C1 END-EXEC

           PERFORM LOAD-ACCRUAL-SPLITS

      *> C1's session ends here, before CREATE-ENTRY is ever called,
      *> so CREATE-ENTRY's own CONNECT/DISCONNECT for each reversal
      *> below never pulls the cursor's connection out from under it.
               VARYING WS-ACCRUAL-IDX FROM 1 BY 1
               UNTIL WS-ACCRUAL-IDX > WS-ACCRUAL-COUNT

           IF WS-SPLIT-COUNT > 0
               ACCEPT WS-REVERSAL-FILE-NAME
                   FROM ENVIRONMENT "REVERSAL_WORK_FILE"
               IF WS-REVERSAL-FILE-NAME = SPACES
                   MOVE "accrual_reversal.lines"
                       TO WS-REVERSAL-FILE-NAME
               END-IF
               PERFORM POST-ONE-SPLIT-REVERSAL
                   VARYING WS-SPLIT-IDX FROM 1 BY 1
                   UNTIL WS-SPLIT-IDX > WS-SPLIT-COUNT
           END-IF

           DISPLAY "REVERSE-ACCRUALS: REVERSED=" WS-REV-COUNT
               " ERRORS=" WS-ERROR-COUNT

               TO WS-TBL-COST-CENTER (WS-ACCRUAL-COUNT)
           MOVE WS-SOURCE-REF
               TO WS-TBL-SOURCE-REF (WS-ACCRUAL-COUNT)
           MOVE WS-ENTRY-SOURCE
               TO WS-TBL-SOURCE-CODE (WS-ACCRUAL-COUNT)
           MOVE WS-PROJECT-CODE
               TO WS-TBL-PROJECT-CODE (WS-ACCRUAL-COUNT)
           MOVE WS-COUNTERPARTY-ID
               TO WS-TBL-COUNTERPARTY (WS-ACCRUAL-COUNT)
           EXIT.

      *> the reversal itself is never flagged is_accrual - it is a
      *> one-time offsetting entry, not a new accrual with a reversal
      *> of its own still to come. It carries the original's project
      *> and counterparty so the project ledger and the counterparty
      *> totals net to nil. A GRNI accrual (source GR)
      *> reverses under GR as well: CHECK-FUNDS leaves GR out of the
      *> budget actuals because the open commitment already counts
      *> that spend, so a reversal posted as RV would come off actuals
      *> and overstate the headroom.
       POST-ONE-REVERSAL.
           MOVE WS-TBL-ENTRY-ID (WS-ACCRUAL-IDX)       TO WS-ENTRY-ID
           MOVE WS-TBL-DEBIT-ACCOUNT (WS-ACCRUAL-IDX)
               TO WS-COST-CENTER
           MOVE WS-TBL-SOURCE-REF (WS-ACCRUAL-IDX)
               TO WS-SOURCE-REF
           MOVE WS-TBL-PROJECT-CODE (WS-ACCRUAL-IDX)
               TO WS-PROJECT-CODE
           MOVE WS-TBL-COUNTERPARTY (WS-ACCRUAL-IDX)
               TO WS-COUNTERPARTY-ID
           IF WS-TBL-SOURCE-CODE (WS-ACCRUAL-IDX) = "GR"
               MOVE "GR" TO WS-REV-SOURCE
           ELSE
               MOVE WS-SOURCE-CODE TO WS-REV-SOURCE
           END-IF

           STRING "REVERSAL OF " WS-MEMO
               INTO WS-REV-MEMO
                      WS-CE-RETURN-CODE WS-OPERATOR-ID WS-BATCH-ID
                      WS-CURRENCY-CODE WS-EXCHANGE-RATE WS-FORCE-DUP
                      WS-APPROVED WS-NOT-ACCRUAL WS-COST-CENTER
                      WS-SOURCE-REF WS-REV-SOURCE WS-CE-ENTRY-ID
                      WS-TAX-CODE WS-CTL-OVERRIDE
                      WS-COMMITMENT-ID WS-NO-UOM
                      WS-LEDGER-CODE WS-PROJECT-CODE
                      WS-COUNTERPARTY-ID

           IF WS-CE-RETURN-CODE NOT = 0
               DISPLAY "REVERSE-ACCRUALS ERROR POSTING REVERSAL OF "
           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
           EXIT.

       LOAD-ACCRUAL-SPLITS.
           MOVE 0 TO WS-SPLIT-COUNT
           MOVE 0 TO WS-LEG-COUNT
           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT id, COALESCE(memo, ' ')
                 FROM split_header
                WHERE entry_date BETWEEN :WS-PERIOD-START
                                      AND :WS-PERIOD-END
                  AND is_accrual = 'Y'
                  AND accrual_reversed = 'N'
                  AND status_flag = 'A'
               ORDER BY entry_date, id
           END-EXEC

           EXEC SQL OPEN C2 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C2 INTO :WS-SPLIT-ID, :WS-MEMO
               END-EXEC
               IF SQLCODE = 0
                   IF WS-SPLIT-COUNT < 999
                       ADD 1 TO WS-SPLIT-COUNT
                       MOVE WS-SPLIT-ID
                           TO WS-SPL-ID (WS-SPLIT-COUNT)
                       MOVE WS-MEMO
                           TO WS-SPL-MEMO (WS-SPLIT-COUNT)
                   ELSE
                       DISPLAY "REVERSE-ACCRUALS ERROR: MORE THAN 999 "
                           "ACCRUAL SPLITS, SPLIT " WS-SPLIT-ID
                           " LEFT FOR A RERUN"
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C2 END-EXEC

           PERFORM LOAD-ONE-SPLIT-LEGS
               VARYING WS-SPLIT-IDX FROM 1 BY 1
               UNTIL WS-SPLIT-IDX > WS-SPLIT-COUNT
           EXIT.

       LOAD-ONE-SPLIT-LEGS.
           MOVE WS-SPL-ID (WS-SPLIT-IDX) TO WS-SPLIT-ID
           COMPUTE WS-SPL-LEG-FIRST (WS-SPLIT-IDX) = WS-LEG-COUNT + 1
           MOVE 0 TO WS-SPL-LEG-COUNT (WS-SPLIT-IDX)
           EXEC SQL
               DECLARE C3 CURSOR FOR
               SELECT account_code, debit_amount, credit_amount,
                      COALESCE(cost_center, ' '),
                      COALESCE(project_code, ' ')
                 FROM split_line
                WHERE header_id = :WS-SPLIT-ID
                ORDER BY id
           END-EXEC

           EXEC SQL OPEN C3 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C3 INTO :WS-LEG-ACCOUNT, :WS-LEG-DEBIT,
                       :WS-LEG-CREDIT, :WS-LEG-COST-CENTER,
                       :WS-LEG-PROJECT
               END-EXEC
               IF SQLCODE = 0
                   IF WS-LEG-COUNT < 9999
                       ADD 1 TO WS-LEG-COUNT
                       ADD 1 TO WS-SPL-LEG-COUNT (WS-SPLIT-IDX)
                       MOVE WS-LEG-ACCOUNT
                           TO WS-LG-ACCOUNT (WS-LEG-COUNT)
                       MOVE WS-LEG-DEBIT
                           TO WS-LG-DEBIT (WS-LEG-COUNT)
                       MOVE WS-LEG-CREDIT
                           TO WS-LG-CREDIT (WS-LEG-COUNT)
                       MOVE WS-LEG-COST-CENTER
                           TO WS-LG-COST-CENTER (WS-LEG-COUNT)
                       MOVE WS-LEG-PROJECT
                           TO WS-LG-PROJECT (WS-LEG-COUNT)
                   ELSE
      *> a split missing legs must not reverse at all - a partial
      *> reversal would unbalance nothing but reverse the wrong
      *> amounts. Zero legs sends it to the error count below.
                       MOVE 0 TO WS-SPL-LEG-COUNT (WS-SPLIT-IDX)
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C3 END-EXEC
           EXIT.

      *> the legs go back out with debit and credit swapped; the
      *> reversal split itself is not an accrual.
       POST-ONE-SPLIT-REVERSAL.
           MOVE WS-SPL-ID (WS-SPLIT-IDX) TO WS-SPLIT-ID
           IF WS-SPL-LEG-COUNT (WS-SPLIT-IDX) < 2
               DISPLAY "REVERSE-ACCRUALS ERROR: SPLIT " WS-SPLIT-ID
                   " LEGS NOT ALL READ, NOT REVERSED"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT REVERSAL-FILE
           IF WS-REVERSAL-FILE-STATUS NOT = "00"
               DISPLAY "REVERSE-ACCRUALS ERROR: CANNOT OPEN WORK FILE "
                   WS-REVERSAL-FILE-NAME
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LEG-LAST = WS-SPL-LEG-FIRST (WS-SPLIT-IDX)
               + WS-SPL-LEG-COUNT (WS-SPLIT-IDX) - 1
           PERFORM WRITE-ONE-REVERSED-LEG
               VARYING WS-LEG-IDX FROM WS-SPL-LEG-FIRST (WS-SPLIT-IDX)
               BY 1 UNTIL WS-LEG-IDX > WS-LEG-LAST
           CLOSE REVERSAL-FILE

           MOVE SPACES TO WS-REV-MEMO
           STRING "REVERSAL OF " WS-SPL-MEMO (WS-SPLIT-IDX)
               DELIMITED BY SIZE
               INTO WS-REV-MEMO
           END-STRING
           MOVE 0 TO WS-CSE-RETURN-CODE
           CALL "CREATE-SPLIT-ENTRY"
                USING WS-REV-DATE WS-REV-MEMO WS-REVERSAL-FILE-NAME
                      WS-CSE-RETURN-CODE WS-OPERATOR-ID
                      WS-CTL-OVERRIDE WS-SOURCE-CODE
                      WS-COMMITMENT-ID WS-NOT-ACCRUAL
           IF WS-CSE-RETURN-CODE NOT = 0
               DISPLAY "REVERSE-ACCRUALS ERROR POSTING REVERSAL OF "
                   "SPLIT " WS-SPLIT-ID ", RC=" WS-CSE-RETURN-CODE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               PERFORM MARK-SPLIT-REVERSED
               ADD 1 TO WS-REV-COUNT
           END-IF
           EXIT.

       WRITE-ONE-REVERSED-LEG.
           MOVE WS-LG-CREDIT (WS-LEG-IDX) TO WS-DEBIT-EDIT
           MOVE WS-LG-DEBIT (WS-LEG-IDX)  TO WS-CREDIT-EDIT
           MOVE SPACES TO WS-REVERSAL-LINE
           STRING FUNCTION TRIM(WS-LG-ACCOUNT (WS-LEG-IDX)) "|"
               FUNCTION TRIM(WS-DEBIT-EDIT) "|"
               FUNCTION TRIM(WS-CREDIT-EDIT) "|"
               FUNCTION TRIM(WS-LG-COST-CENTER (WS-LEG-IDX)) "|"
               FUNCTION TRIM(WS-LG-PROJECT (WS-LEG-IDX))
               DELIMITED BY SIZE
               INTO WS-REVERSAL-LINE
           END-STRING
           MOVE WS-REVERSAL-LINE TO FD-REVERSAL-LINE
           WRITE FD-REVERSAL-LINE
           EXIT.

       MARK-SPLIT-REVERSED.
           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "REVERSE-ACCRUALS WARNING: REVERSAL POSTED BUT "
                   "COULD NOT MARK SPLIT " WS-SPLIT-ID " REVERSED"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE split_header
                  SET accrual_reversed = 'Y'
                WHERE id = :WS-SPLIT-ID
           END-EXEC

           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
           EXIT.

       END PROGRAM REVERSE-ACCRUALS.
