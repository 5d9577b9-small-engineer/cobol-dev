       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSOL-NCI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the non-controlling interest section of the consolidation
      *> feed, in the fixed layout CONSOL-EXTRACT and ELIMINATE write,
      *> appended to the monthly file the same way.
           SELECT NCI-FILE ASSIGN DYNAMIC WS-OUTPUT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-OUTPUT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Documented layout (one row per NCI group account per
      *> company, no header/trailer record, amounts in home currency)
      *> - identical to CONSOL-EXTRACT's record:
      *>   cols   1- 20  group account          (X(20))
      *>   cols  21- 30  period start, YYYY-MM-DD (X(10))
      *>   cols  31- 40  period end, YYYY-MM-DD (X(10))
      *>   cols  41- 53  debit total, 9(11)V99  (9(13))
      *>   cols  54- 66  credit total, 9(11)V99 (9(13))
       FD  NCI-FILE.
       01  NC-OUT-REC.
           05  NC-GROUP-ACCOUNT  PIC X(20).
           05  NC-PERIOD-START   PIC X(10).
           05  NC-PERIOD-END     PIC X(10).
           05  NC-DEBIT-TOTAL    PIC 9(11)V99.
           05  NC-CREDIT-TOTAL   PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-PERIOD-START   PIC X(10).
       01  WS-PERIOD-END     PIC X(10).
       01  WS-COMPANY-CODE   PIC X(5).
       01  WS-PARENT-CODE    PIC X(5).
       01  WS-OWNERSHIP-PCT  PIC 9(3)V99.
       01  WS-CURRENCY-CODE  PIC X(3).
       01  WS-CHAIN-CODE     PIC X(5).
       01  WS-CHAIN-PARENT   PIC X(5).
       01  WS-CHAIN-PCT      PIC 9(3)V99.
       01  WS-ROW-COUNT      PIC 9(9).
       01  WS-PERIOD-INCOME  PIC S9(11)V99.
       01  WS-CLOSING-EQUITY PIC S9(11)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01  WS-OUTPUT-FILE-NAME    PIC X(256).
       01  WS-OUTPUT-FILE-STATUS  PIC X(2).
       01  WS-CONNECT-STATUS      PIC X(1).
       01  WS-ENV-NAME            PIC X(30).
       01  WS-DATE-STATUS         PIC X(1).
       01  WS-NCI-EQUITY-ACCT     PIC X(20).
       01  WS-NCI-PROFIT-ACCT     PIC X(20).
       01  WS-NCI-RECLASS-ACCT    PIC X(20).
       01  WS-ROW-ACCOUNT         PIC X(20).
       01  WS-ROW-NET             PIC S9(11)V99.
       01  WS-ROWS-WRITTEN        PIC 9(9)    VALUE 0.
       01  WS-COMPANY-COUNT       PIC 9(9)    VALUE 0.
       01  WS-ERROR-COUNT         PIC 9(9)    VALUE 0.
       01  WS-CHAIN-DEPTH         PIC 9(2).
       01  WS-GROUP-SHARE         PIC 9V9(8).
       01  WS-NCI-SHARE           PIC 9V9(8).
       01  WS-GROUP-PCT           PIC 9(3)V99.
       01  WS-NCI-PCT             PIC 9(3)V99.
       01  WS-NCI-INCOME          PIC S9(11)V99.
       01  WS-NCI-EQUITY          PIC S9(11)V99.
       01  WS-TOT-INCOME          PIC S9(12)V99 VALUE 0.
       01  WS-TOT-NCI-INCOME      PIC S9(12)V99 VALUE 0.
       01  WS-TOT-EQUITY          PIC S9(12)V99 VALUE 0.
       01  WS-TOT-NCI-EQUITY      PIC S9(12)V99 VALUE 0.
       01  WS-RPT-LINE            PIC X(132).
       01  WS-AMOUNT-EDIT         PIC -(9)9.99.
       01  WS-PCT-EDIT            PIC ZZ9.99.

       LINKAGE SECTION.
       01  L-PERIOD-START      PIC X(10).
       01  L-PERIOD-END        PIC X(10).
       01  L-NCI-EQUITY-ACCT   PIC X(20).
       01  L-NCI-PROFIT-ACCT   PIC X(20).
       01  L-NCI-RECLASS-ACCT  PIC X(20).
       01  L-OUTPUT-FILE       PIC X(256).
       01  L-RETURN-CODE       PIC 9(4).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-PERIOD-START
               L-PERIOD-END
               L-NCI-EQUITY-ACCT
               L-NCI-PROFIT-ACCT
               L-NCI-RECLASS-ACCT
               L-OUTPUT-FILE
               L-RETURN-CODE.

      *> the minority-share step that was done by hand after
      *> CONSOL-EXTRACT and ELIMINATE. For every company whose group
      *> interest - its ownership percentage multiplied up the parent
      *> chain to the top company - is under 100, the NCI share of
      *> the period's income and of closing equity is computed off
      *> the same group-view population the extract feeds (ledger B
      *> and G, home_amount, so a translated company is measured in
      *> translated figures). Three rows go to the feed per company,
      *> in the group chart accounts given:
      *>   NCI profit account   debit  NCI share of period income
      *>   equity reclass acct  debit  NCI share of the rest of
      *>                                closing equity
      *>   NCI equity account   credit NCI share of closing equity
      *> balance-sheet style from inception like ELIMINATE's rows, so
      *> the feed carries the whole NCI balance each period. Income
      *> leaves the year-end close (YE) out, or the closing period
      *> would show none; equity is every equity, revenue and expense
      *> balance through the period end, closed or not. The NCI
      *> schedule for the group reporting pack spools via PRINT_FILE.
       MAIN-LOGIC.
           MOVE L-PERIOD-START     TO WS-PERIOD-START
           MOVE L-PERIOD-END       TO WS-PERIOD-END
           MOVE L-NCI-EQUITY-ACCT  TO WS-NCI-EQUITY-ACCT
           MOVE L-NCI-PROFIT-ACCT  TO WS-NCI-PROFIT-ACCT
           MOVE L-NCI-RECLASS-ACCT TO WS-NCI-RECLASS-ACCT
           MOVE L-OUTPUT-FILE      TO WS-OUTPUT-FILE-NAME
           MOVE 0                  TO L-RETURN-CODE
           MOVE 0                  TO WS-ROWS-WRITTEN
           MOVE 0                  TO WS-COMPANY-COUNT
           MOVE 0                  TO WS-ERROR-COUNT

           IF WS-NCI-EQUITY-ACCT = SPACES
               OR WS-NCI-PROFIT-ACCT = SPACES
               OR WS-NCI-RECLASS-ACCT = SPACES
               DISPLAY "CONSOL-NCI ERROR: NCI EQUITY, NCI PROFIT AND "
                   "EQUITY RECLASS GROUP ACCOUNTS ARE ALL REQUIRED"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-PERIOD-START
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               DISPLAY "CONSOL-NCI ERROR: BAD START DATE "
                   WS-PERIOD-START
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF
           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-PERIOD-END
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               DISPLAY "CONSOL-NCI ERROR: BAD END DATE "
                   WS-PERIOD-END
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "CONSOL-NCI ERROR: DATABASE CONNECTION "
                   "UNAVAILABLE"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT NCI-FILE
           IF WS-OUTPUT-FILE-STATUS NOT = "00"
               DISPLAY "CONSOL-NCI ERROR: CANNOT OPEN "
                   WS-OUTPUT-FILE-NAME
               MOVE 1 TO L-RETURN-CODE
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING "NON-CONTROLLING INTEREST SCHEDULE "
               WS-PERIOD-START " TO " WS-PERIOD-END
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "INIT"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING "CO    PARENT  OWN%  GROUP%   NCI%  "
               "  PERIOD INCOME     NCI INCOME CLOSING EQUITY"
               "     NCI EQUITY"
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "HEADING"
                                BY REFERENCE WS-RPT-LINE

           PERFORM PROCESS-OWNED-COMPANIES

           MOVE SPACES TO WS-RPT-LINE
           MOVE "TOTAL" TO WS-RPT-LINE
           MOVE WS-TOT-INCOME     TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT    TO WS-RPT-LINE (36:14)
           MOVE WS-TOT-NCI-INCOME TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT    TO WS-RPT-LINE (51:14)
           MOVE WS-TOT-EQUITY     TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT    TO WS-RPT-LINE (66:14)
           MOVE WS-TOT-NCI-EQUITY TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT    TO WS-RPT-LINE (81:14)
           CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING BY CONTENT "CLOSE"
                                BY REFERENCE WS-RPT-LINE

           CLOSE NCI-FILE
           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"

           DISPLAY "CONSOL-NCI: COMPANIES=" WS-COMPANY-COUNT
               " ROWS WRITTEN=" WS-ROWS-WRITTEN
               " ERRORS=" WS-ERROR-COUNT
           IF WS-ERROR-COUNT NOT = 0
               MOVE 1 TO L-RETURN-CODE
           END-IF
           GOBACK.

      *> every company that has a parent is a candidate; the chain
      *> walk decides whether any of it belongs to outsiders.
       PROCESS-OWNED-COMPANIES.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT company_code, parent_company, ownership_pct,
                      functional_currency
                 FROM company
                WHERE parent_company IS NOT NULL
                  AND parent_company <> ' '
                ORDER BY company_code
           END-EXEC

           EXEC SQL OPEN C1 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C1 INTO :WS-COMPANY-CODE, :WS-PARENT-CODE,
                       :WS-OWNERSHIP-PCT, :WS-CURRENCY-CODE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM PROCESS-ONE-COMPANY
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C1 END-EXEC
           EXIT.

       PROCESS-ONE-COMPANY.
           PERFORM COMPUTE-GROUP-SHARE
           IF WS-CHAIN-DEPTH > 10
               DISPLAY "CONSOL-NCI ERROR: OWNERSHIP CHAIN ABOVE "
                   WS-COMPANY-CODE " DOES NOT REACH A TOP COMPANY"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-GROUP-SHARE NOT < 1
               EXIT PARAGRAPH
           END-IF

      *> a foreign company's figures are only group-currency figures
      *> once TRANSLATE-FX has run for the period.
           IF WS-CURRENCY-CODE NOT = "USD"
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-ROW-COUNT
                     FROM fx_translation_run
                    WHERE company_code = :WS-COMPANY-CODE
                      AND period_start = :WS-PERIOD-START
                      AND period_end   = :WS-PERIOD-END
               END-EXEC
               IF WS-ROW-COUNT = 0
                   DISPLAY "CONSOL-NCI ERROR: COMPANY "
                       WS-COMPANY-CODE " NOT TRANSLATED FOR THE "
                       "PERIOD - RUN TRANSLATE-FX FIRST"
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM COMPUTE-COMPANY-FIGURES

           COMPUTE WS-NCI-SHARE = 1 - WS-GROUP-SHARE
           COMPUTE WS-GROUP-PCT ROUNDED = WS-GROUP-SHARE * 100
           COMPUTE WS-NCI-PCT ROUNDED = WS-NCI-SHARE * 100
           COMPUTE WS-NCI-INCOME ROUNDED =
               WS-PERIOD-INCOME * WS-NCI-SHARE
           COMPUTE WS-NCI-EQUITY ROUNDED =
               WS-CLOSING-EQUITY * WS-NCI-SHARE

      *> income and equity are credit-side figures; the feed rows are
      *> carried as net debits.
           MOVE WS-NCI-PROFIT-ACCT TO WS-ROW-ACCOUNT
           MOVE WS-NCI-INCOME      TO WS-ROW-NET
           PERFORM WRITE-ONE-NCI-ROW
           MOVE WS-NCI-RECLASS-ACCT TO WS-ROW-ACCOUNT
           COMPUTE WS-ROW-NET = WS-NCI-EQUITY - WS-NCI-INCOME
           PERFORM WRITE-ONE-NCI-ROW
           MOVE WS-NCI-EQUITY-ACCT TO WS-ROW-ACCOUNT
           COMPUTE WS-ROW-NET = 0 - WS-NCI-EQUITY
           PERFORM WRITE-ONE-NCI-ROW

           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-COMPANY-CODE   TO WS-RPT-LINE (1:5)
           MOVE WS-PARENT-CODE    TO WS-RPT-LINE (7:5)
           MOVE WS-OWNERSHIP-PCT  TO WS-PCT-EDIT
           MOVE WS-PCT-EDIT       TO WS-RPT-LINE (14:6)
           MOVE WS-GROUP-PCT      TO WS-PCT-EDIT
           MOVE WS-PCT-EDIT       TO WS-RPT-LINE (21:6)
           MOVE WS-NCI-PCT        TO WS-PCT-EDIT
           MOVE WS-PCT-EDIT       TO WS-RPT-LINE (28:6)
           MOVE WS-PERIOD-INCOME  TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT    TO WS-RPT-LINE (36:14)
           MOVE WS-NCI-INCOME     TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT    TO WS-RPT-LINE (51:14)
           MOVE WS-CLOSING-EQUITY TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT    TO WS-RPT-LINE (66:14)
           MOVE WS-NCI-EQUITY     TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT    TO WS-RPT-LINE (81:14)
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE

           ADD 1                 TO WS-COMPANY-COUNT
           ADD WS-PERIOD-INCOME  TO WS-TOT-INCOME
           ADD WS-NCI-INCOME     TO WS-TOT-NCI-INCOME
           ADD WS-CLOSING-EQUITY TO WS-TOT-EQUITY
           ADD WS-NCI-EQUITY     TO WS-TOT-NCI-EQUITY
           EXIT.

      *> the group's effective interest: the company's own holding,
      *> times its parent's, and so on up to the company with no
      *> parent. More than ten levels means the chain loops.
       COMPUTE-GROUP-SHARE.
           COMPUTE WS-GROUP-SHARE = WS-OWNERSHIP-PCT / 100
           MOVE WS-PARENT-CODE TO WS-CHAIN-CODE
           MOVE 0 TO WS-CHAIN-DEPTH
           PERFORM UNTIL WS-CHAIN-CODE = SPACES
                      OR WS-CHAIN-DEPTH > 10
               MOVE SPACES TO WS-CHAIN-PARENT
               MOVE 100    TO WS-CHAIN-PCT
               EXEC SQL
                   SELECT COALESCE(parent_company, ' '), ownership_pct
                     INTO :WS-CHAIN-PARENT, :WS-CHAIN-PCT
                     FROM company
                    WHERE company_code = :WS-CHAIN-CODE
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE SPACES TO WS-CHAIN-PARENT
               END-IF
               IF WS-CHAIN-PARENT NOT = SPACES
                   COMPUTE WS-GROUP-SHARE ROUNDED =
                       WS-GROUP-SHARE * WS-CHAIN-PCT / 100
               END-IF
               MOVE WS-CHAIN-PARENT TO WS-CHAIN-CODE
               ADD 1 TO WS-CHAIN-DEPTH
           END-PERFORM
           EXIT.

      *> period income (revenue and expense, credit less debit, the
      *> year-end close left out) and closing equity (equity, revenue
      *> and expense balances from inception, credit less debit,
      *> archive included) for the company's own accounts.
       COMPUTE-COMPANY-FIGURES.
           MOVE 0 TO WS-PERIOD-INCOME
           EXEC SQL
               SELECT COALESCE(SUM(T.cr_amount - T.dr_amount), 0)
                 INTO :WS-PERIOD-INCOME
                 FROM chart_of_accounts C
                 JOIN (SELECT debit_account AS account_code,
                              home_amount AS dr_amount,
                              0 AS cr_amount
                         FROM journal_entry
                        WHERE status_flag = 'A'
                          AND ledger_code IN ('B', 'G')
                          AND source_code <> 'YE'
                          AND entry_date BETWEEN :WS-PERIOD-START
                                             AND :WS-PERIOD-END
                       UNION ALL
                       SELECT credit_account, 0, home_amount
                         FROM journal_entry
                        WHERE status_flag = 'A'
                          AND ledger_code IN ('B', 'G')
                          AND source_code <> 'YE'
                          AND entry_date BETWEEN :WS-PERIOD-START
                                             AND :WS-PERIOD-END) T
                   ON T.account_code = C.account_code
                WHERE C.company_code = :WS-COMPANY-CODE
                  AND C.account_type IN ('R', 'E')
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-PERIOD-INCOME
           END-IF

           MOVE 0 TO WS-CLOSING-EQUITY
           EXEC SQL
               SELECT COALESCE(SUM(T.cr_amount - T.dr_amount), 0)
                 INTO :WS-CLOSING-EQUITY
                 FROM chart_of_accounts C
                 JOIN (SELECT debit_account AS account_code,
                              home_amount AS dr_amount,
                              0 AS cr_amount
                         FROM journal_entry
                        WHERE status_flag = 'A'
                          AND ledger_code IN ('B', 'G')
                          AND entry_date <= :WS-PERIOD-END
                       UNION ALL
                       SELECT credit_account, 0, home_amount
                         FROM journal_entry
                        WHERE status_flag = 'A'
                          AND ledger_code IN ('B', 'G')
                          AND entry_date <= :WS-PERIOD-END
                       UNION ALL
                       SELECT debit_account, home_amount, 0
                         FROM journal_entry_archive
                        WHERE status_flag = 'A'
                          AND ledger_code IN ('B', 'G')
                          AND entry_date <= :WS-PERIOD-END
                       UNION ALL
                       SELECT credit_account, 0, home_amount
                         FROM journal_entry_archive
                        WHERE status_flag = 'A'
                          AND ledger_code IN ('B', 'G')
                          AND entry_date <= :WS-PERIOD-END) T
                   ON T.account_code = C.account_code
                WHERE C.company_code = :WS-COMPANY-CODE
                  AND C.account_type IN ('Q', 'R', 'E')
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-CLOSING-EQUITY
           END-IF
           EXIT.

      *> one feed row, a positive net as a debit and a negative one
      *> as a credit; a zero row is left out.
       WRITE-ONE-NCI-ROW.
           IF WS-ROW-NET = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ROW-ACCOUNT  TO NC-GROUP-ACCOUNT
           MOVE WS-PERIOD-START TO NC-PERIOD-START
           MOVE WS-PERIOD-END   TO NC-PERIOD-END
           IF WS-ROW-NET > 0
               MOVE WS-ROW-NET TO NC-DEBIT-TOTAL
               MOVE 0          TO NC-CREDIT-TOTAL
           ELSE
               MOVE 0          TO NC-DEBIT-TOTAL
               COMPUTE NC-CREDIT-TOTAL = 0 - WS-ROW-NET
           END-IF
           WRITE NC-OUT-REC
           ADD 1 TO WS-ROWS-WRITTEN
           EXIT.

       END PROGRAM CONSOL-NCI.
