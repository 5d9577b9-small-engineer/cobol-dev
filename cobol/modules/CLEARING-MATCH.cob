       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLEARING-MATCH.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-ACCOUNT-CODE   PIC X(50).
       01  WS-AS-OF-DATE     PIC X(10).
       01  WS-WINDOW-DAYS    PIC 9(4).
       01  WS-OPERATOR-ID    PIC X(50).
       01  WS-ROW-COUNT      PIC 9(9).
       01  WS-CLEARING-ID    PIC 9(9).
       01  WS-MATCH-BASIS    PIC X(1).
       01  WS-MATCH-KEY      PIC X(50).
       01  WS-MATCH-CURRENCY PIC X(3).
       01  WS-MATCH-AMOUNT   PIC 9(9)V99.
       01  WS-MATCH-COUNT    PIC 9(9).
       01  WS-DEBIT-ID       PIC 9(9).
       01  WS-DEBIT-DATE     PIC X(10).
       01  WS-CREDIT-ID      PIC 9(9).
       01  WS-ITEM-ID        PIC 9(9).
       01  WS-ITEM-DATE      PIC X(10).
       01  WS-ITEM-SIDE      PIC X(1).
       01  WS-ITEM-AMOUNT    PIC 9(9)V99.
       01  WS-ITEM-CURRENCY  PIC X(3).
       01  WS-ITEM-REF       PIC X(50).
       01  WS-DAYS-OPEN      PIC S9(9).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01  WS-CONNECT-STATUS PIC X(1).
       01  WS-ENV-NAME       PIC X(30).
       01  WS-AUTHORIZED     PIC X(1).
       01  WS-DATE-STATUS    PIC X(1).
       01  WS-RPT-LINE       PIC X(132).
       01  WS-AMOUNT-EDIT    PIC Z(9)9.99.
       01  WS-DAYS-EDIT      PIC ZZZZ9.
       01  WS-BUCKET-LABEL   PIC X(7).
       01  WS-GROUP-FAILED   PIC X(1).

      *> every flagged account in the run, buffered before any of
      *> them is worked so the account cursor is closed while the
      *> matching cursors open and close underneath it.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACT-ROW OCCURS 200 TIMES
                   INDEXED BY WS-ACT-IDX.
               10  WS-ACT-CODE    PIC X(50).
       01  WS-ACCOUNT-COUNT  PIC 9(3)    VALUE 0.

      *> source_ref groups that net to zero on one account, buffered
      *> before any of them is stamped.
       01  WS-REF-TABLE.
           05  WS-REF-ROW OCCURS 999 TIMES
                   INDEXED BY WS-REF-IDX.
               10  WS-REF-KEY       PIC X(50).
               10  WS-REF-CURRENCY  PIC X(3).
               10  WS-REF-AMOUNT    PIC 9(9)V99.
               10  WS-REF-ITEMS     PIC 9(9).
       01  WS-REF-COUNT      PIC 9(3)    VALUE 0.

      *> the open debits still unmatched once the reference pass is
      *> done; each looks for its own credit in the amount pass.
       01  WS-DEBIT-TABLE.
           05  WS-DEBIT-ROW OCCURS 999 TIMES
                   INDEXED BY WS-DEBIT-IDX.
               10  WS-DBT-ID        PIC 9(9).
               10  WS-DBT-DATE      PIC X(10).
               10  WS-DBT-AMOUNT    PIC 9(9)V99.
               10  WS-DBT-CURRENCY  PIC X(3).
       01  WS-DEBIT-COUNT    PIC 9(3)    VALUE 0.

      *> run and per-account tallies.
       01  WS-REF-GROUPS     PIC 9(9)    VALUE 0.
       01  WS-AMOUNT-PAIRS   PIC 9(9)    VALUE 0.
       01  WS-OPEN-COUNT     PIC 9(9)    VALUE 0.
       01  WS-COUNT-CURRENT  PIC 9(9)    VALUE 0.
       01  WS-COUNT-30       PIC 9(9)    VALUE 0.
       01  WS-COUNT-60       PIC 9(9)    VALUE 0.
       01  WS-COUNT-90       PIC 9(9)    VALUE 0.
       01  WS-ACCT-OPEN      PIC 9(9)    VALUE 0.
       01  WS-ACCT-DEBITS    PIC 9(11)V99 VALUE 0.
       01  WS-ACCT-CREDITS   PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-EDIT     PIC Z(11)9.99.
       01  WS-TOTAL-EDIT-2   PIC Z(11)9.99.

       LINKAGE SECTION.
       01  L-ACCOUNT         PIC X(50).
       01  L-AS-OF-DATE      PIC X(10).
       01  L-WINDOW-DAYS     PIC 9(4).
       01  L-RETURN-CODE     PIC 9(4).
       01  L-OPERATOR-ID     PIC X(50).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-ACCOUNT
               L-AS-OF-DATE
               L-WINDOW-DAYS
               L-RETURN-CODE
               L-OPERATOR-ID.

      *> open-item matching for the balance-sheet clearing accounts
      *> (chart_of_accounts.clearing_flag = 'Y') - payroll clearing,
      *> GRNI, cash-in-transit, the suspense accounts - the way
      *> RECONCILE pairs a cash account with its bank file. Active
      *> postings on the account up to the as-of date that no
      *> earlier run has cleared are matched two ways: first every
      *> source_ref whose debits and credits on the account net to
      *> zero clears as one group, then each remaining debit takes
      *> the nearest open credit of the same amount and currency
      *> dated within the window (default 5 days either side). Each
      *> match is a clearing_group row whose id is stamped on every
      *> journal_entry row in it, on the side (debit_clearing_id or
      *> credit_clearing_id) that sits on the account - a row posted
      *> between two clearing accounts clears on each of them in its
      *> own right. What is left over prints by age -
      *> the open-item list a clearing account's ACCOUNT-CERT
      *> sign-off points at. A blank account works every flagged
      *> account in one run.
       MAIN-LOGIC.
           MOVE L-ACCOUNT      TO WS-ACCOUNT-CODE
           MOVE L-AS-OF-DATE   TO WS-AS-OF-DATE
           MOVE L-OPERATOR-ID  TO WS-OPERATOR-ID
           MOVE 0              TO L-RETURN-CODE
           IF L-WINDOW-DAYS = 0
               MOVE 5 TO WS-WINDOW-DAYS
           ELSE
               MOVE L-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF

           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-AS-OF-DATE
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               DISPLAY "CLEARING-MATCH ERROR: BAD AS-OF DATE "
                   WS-AS-OF-DATE
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "CLEARING-MATCH ERROR: DATABASE CONNECTION "
                   "UNAVAILABLE"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           CALL "CHECK-OPERATOR" USING WS-OPERATOR-ID
                                       BY CONTENT "E"
                                       BY REFERENCE WS-AUTHORIZED
           IF WS-AUTHORIZED NOT = "Y"
               DISPLAY "CLEARING-MATCH ERROR: OPERATOR "
                   WS-OPERATOR-ID " NOT AUTHORIZED"
               MOVE 4 TO L-RETURN-CODE
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           PERFORM LOAD-CLEARING-ACCOUNTS
           IF L-RETURN-CODE NOT = 0
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           PERFORM MATCH-ONE-ACCOUNT
               VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACCOUNT-COUNT

           PERFORM REPORT-RESIDUE

           DISPLAY "CLEARING-MATCH: ACCOUNTS=" WS-ACCOUNT-COUNT
               " REFERENCE GROUPS=" WS-REF-GROUPS
               " AMOUNT PAIRS=" WS-AMOUNT-PAIRS
               " OPEN ITEMS=" WS-OPEN-COUNT

           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT".
           GOBACK.

      *> a named account must carry the clearing flag - matching a
      *> revenue or cash account this way would hide real activity.
       LOAD-CLEARING-ACCOUNTS.
           IF WS-ACCOUNT-CODE NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-ROW-COUNT
                     FROM chart_of_accounts
                    WHERE account_code = :WS-ACCOUNT-CODE
                      AND clearing_flag = 'Y'
               END-EXEC
               IF WS-ROW-COUNT = 0
                   DISPLAY "CLEARING-MATCH ERROR: " WS-ACCOUNT-CODE
                       " IS NOT A CLEARING ACCOUNT"
                   MOVE 1 TO L-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE 1 TO WS-ACCOUNT-COUNT
               MOVE WS-ACCOUNT-CODE TO WS-ACT-CODE (1)
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT account_code
                 FROM chart_of_accounts
                WHERE clearing_flag = 'Y'
                  AND active_flag = 'Y'
                ORDER BY account_code
           END-EXEC

           EXEC SQL OPEN C1 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C1 INTO :WS-ACCOUNT-CODE
               END-EXEC
               IF SQLCODE = 0
                   IF WS-ACCOUNT-COUNT < 200
                       ADD 1 TO WS-ACCOUNT-COUNT
                       MOVE WS-ACCOUNT-CODE
                           TO WS-ACT-CODE (WS-ACCOUNT-COUNT)
                   ELSE
                       DISPLAY "CLEARING-MATCH WARNING: MORE THAN "
                           "200 CLEARING ACCOUNTS, " WS-ACCOUNT-CODE
                           " SKIPPED"
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C1 END-EXEC

           IF WS-ACCOUNT-COUNT = 0
               DISPLAY "CLEARING-MATCH: NO ACCOUNTS CARRY THE "
                   "CLEARING FLAG"
           END-IF
           EXIT.

       MATCH-ONE-ACCOUNT.
           MOVE WS-ACT-CODE (WS-ACT-IDX) TO WS-ACCOUNT-CODE
           PERFORM MATCH-BY-REFERENCE
           PERFORM MATCH-BY-AMOUNT
           EXIT.

      *> a source_ref whose open debits and credits on the account
      *> come to the same total is one transaction that has run its
      *> course - the payroll run booked in and paid out, the receipt
      *> invoiced. A row that posts the account against itself moves
      *> nothing and is never an open item.
       MATCH-BY-REFERENCE.
           MOVE 0 TO WS-REF-COUNT
           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT source_ref, currency_code,
                      SUM(CASE WHEN debit_account = :WS-ACCOUNT-CODE
                               THEN amount ELSE 0 END),
                      COUNT(*)
                 FROM journal_entry
                WHERE ((debit_account = :WS-ACCOUNT-CODE
                        AND debit_clearing_id IS NULL)
                       OR (credit_account = :WS-ACCOUNT-CODE
                        AND credit_clearing_id IS NULL))
                  AND debit_account <> credit_account
                  AND status_flag = 'A'
                  AND entry_date <= CAST(:WS-AS-OF-DATE AS DATE)
                  AND source_ref IS NOT NULL
                  AND TRIM(source_ref) <> ''
                GROUP BY source_ref, currency_code
               HAVING SUM(CASE WHEN debit_account = :WS-ACCOUNT-CODE
                               THEN amount ELSE 0 END)
                    = SUM(CASE WHEN credit_account = :WS-ACCOUNT-CODE
                               THEN amount ELSE 0 END)
                  AND SUM(CASE WHEN debit_account = :WS-ACCOUNT-CODE
                               THEN amount ELSE 0 END) > 0
                ORDER BY source_ref
           END-EXEC

           EXEC SQL OPEN C2 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C2 INTO :WS-MATCH-KEY, :WS-MATCH-CURRENCY,
                       :WS-MATCH-AMOUNT, :WS-MATCH-COUNT
               END-EXEC
               IF SQLCODE = 0
                   PERFORM BUFFER-REFERENCE-GROUP
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C2 END-EXEC

           PERFORM CLEAR-ONE-REFERENCE-GROUP
               VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-COUNT
           EXIT.

       BUFFER-REFERENCE-GROUP.
           IF WS-REF-COUNT >= 999
               DISPLAY "CLEARING-MATCH WARNING: REFERENCE GROUP "
                   WS-MATCH-KEY " ON " WS-ACCOUNT-CODE
                   " LEFT FOR THE NEXT RUN"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REF-COUNT
           MOVE WS-MATCH-KEY      TO WS-REF-KEY (WS-REF-COUNT)
           MOVE WS-MATCH-CURRENCY TO WS-REF-CURRENCY (WS-REF-COUNT)
           MOVE WS-MATCH-AMOUNT   TO WS-REF-AMOUNT (WS-REF-COUNT)
           MOVE WS-MATCH-COUNT    TO WS-REF-ITEMS (WS-REF-COUNT)
           EXIT.

      *> the group header and the stamp on its rows go in together
      *> or not at all.
       CLEAR-ONE-REFERENCE-GROUP.
           MOVE "R"                          TO WS-MATCH-BASIS
           MOVE WS-REF-KEY (WS-REF-IDX)      TO WS-MATCH-KEY
           MOVE WS-REF-CURRENCY (WS-REF-IDX) TO WS-MATCH-CURRENCY
           MOVE WS-REF-AMOUNT (WS-REF-IDX)   TO WS-MATCH-AMOUNT
           MOVE WS-REF-ITEMS (WS-REF-IDX)    TO WS-MATCH-COUNT
           MOVE "N" TO WS-GROUP-FAILED

           CALL "DB-UTIL" USING BY CONTENT "BEGIN"
           PERFORM INSERT-CLEARING-GROUP
           IF WS-GROUP-FAILED = "N"
               EXEC SQL
                   UPDATE journal_entry
                      SET debit_clearing_id = :WS-CLEARING-ID
                    WHERE debit_account = :WS-ACCOUNT-CODE
                      AND credit_account <> :WS-ACCOUNT-CODE
                      AND status_flag = 'A'
                      AND debit_clearing_id IS NULL
                      AND entry_date <= CAST(:WS-AS-OF-DATE AS DATE)
                      AND source_ref = :WS-MATCH-KEY
                      AND currency_code = :WS-MATCH-CURRENCY
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "CLEARING-MATCH ERROR: STAMPING "
                       WS-MATCH-KEY ", SQLCODE=" SQLCODE
                   MOVE "Y" TO WS-GROUP-FAILED
               END-IF
           END-IF
           IF WS-GROUP-FAILED = "N"
               EXEC SQL
                   UPDATE journal_entry
                      SET credit_clearing_id = :WS-CLEARING-ID
                    WHERE credit_account = :WS-ACCOUNT-CODE
                      AND debit_account <> :WS-ACCOUNT-CODE
                      AND status_flag = 'A'
                      AND credit_clearing_id IS NULL
                      AND entry_date <= CAST(:WS-AS-OF-DATE AS DATE)
                      AND source_ref = :WS-MATCH-KEY
                      AND currency_code = :WS-MATCH-CURRENCY
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "CLEARING-MATCH ERROR: STAMPING "
                       WS-MATCH-KEY ", SQLCODE=" SQLCODE
                   MOVE "Y" TO WS-GROUP-FAILED
               END-IF
           END-IF

           IF WS-GROUP-FAILED = "Y"
               CALL "DB-UTIL" USING BY CONTENT "ROLLBACK"
               MOVE 1 TO L-RETURN-CODE
           ELSE
               CALL "DB-UTIL" USING BY CONTENT "COMMIT"
               ADD 1 TO WS-REF-GROUPS
           END-IF
           EXIT.

       INSERT-CLEARING-GROUP.
           EXEC SQL
               INSERT INTO clearing_group
                   (account_code, match_basis, match_key,
                    currency_code, amount, item_count,
                    as_of_date, cleared_by)
               VALUES (:WS-ACCOUNT-CODE, :WS-MATCH-BASIS,
                    :WS-MATCH-KEY, :WS-MATCH-CURRENCY,
                    :WS-MATCH-AMOUNT, :WS-MATCH-COUNT,
                    :WS-AS-OF-DATE, :WS-OPERATOR-ID)
               RETURNING id INTO :WS-CLEARING-ID
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "CLEARING-MATCH ERROR: CLEARING GROUP FOR "
                   WS-ACCOUNT-CODE ", SQLCODE=" SQLCODE
               MOVE "Y" TO WS-GROUP-FAILED
           END-IF
           EXIT.

      *> whatever the references could not settle: oldest debit
      *> first, each paired with the open credit of the same amount
      *> and currency closest to it in date inside the window. A
      *> credit taken by one debit is stamped before the next debit
      *> looks, so no credit is ever used twice.
       MATCH-BY-AMOUNT.
           MOVE 0 TO WS-DEBIT-COUNT
           EXEC SQL
               DECLARE C3 CURSOR FOR
               SELECT id, CAST(entry_date AS VARCHAR), amount,
                      currency_code
                 FROM journal_entry
                WHERE debit_account = :WS-ACCOUNT-CODE
                  AND credit_account <> :WS-ACCOUNT-CODE
                  AND status_flag = 'A'
                  AND debit_clearing_id IS NULL
                  AND entry_date <= CAST(:WS-AS-OF-DATE AS DATE)
                  AND amount > 0
                ORDER BY entry_date, id
           END-EXEC

           EXEC SQL OPEN C3 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C3 INTO :WS-DEBIT-ID, :WS-DEBIT-DATE,
                       :WS-MATCH-AMOUNT, :WS-MATCH-CURRENCY
               END-EXEC
               IF SQLCODE = 0
                   PERFORM BUFFER-OPEN-DEBIT
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C3 END-EXEC

           PERFORM PAIR-ONE-DEBIT
               VARYING WS-DEBIT-IDX FROM 1 BY 1
               UNTIL WS-DEBIT-IDX > WS-DEBIT-COUNT
           EXIT.

       BUFFER-OPEN-DEBIT.
           IF WS-DEBIT-COUNT >= 999
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEBIT-COUNT
           MOVE WS-DEBIT-ID       TO WS-DBT-ID (WS-DEBIT-COUNT)
           MOVE WS-DEBIT-DATE     TO WS-DBT-DATE (WS-DEBIT-COUNT)
           MOVE WS-MATCH-AMOUNT   TO WS-DBT-AMOUNT (WS-DEBIT-COUNT)
           MOVE WS-MATCH-CURRENCY TO WS-DBT-CURRENCY (WS-DEBIT-COUNT)
           EXIT.

       PAIR-ONE-DEBIT.
           MOVE WS-DBT-ID (WS-DEBIT-IDX)       TO WS-DEBIT-ID
           MOVE WS-DBT-DATE (WS-DEBIT-IDX)     TO WS-DEBIT-DATE
           MOVE WS-DBT-AMOUNT (WS-DEBIT-IDX)   TO WS-MATCH-AMOUNT
           MOVE WS-DBT-CURRENCY (WS-DEBIT-IDX) TO WS-MATCH-CURRENCY
           MOVE 0 TO WS-CREDIT-ID

           EXEC SQL
               SELECT id INTO :WS-CREDIT-ID
                 FROM journal_entry
                WHERE credit_account = :WS-ACCOUNT-CODE
                  AND debit_account <> :WS-ACCOUNT-CODE
                  AND status_flag = 'A'
                  AND credit_clearing_id IS NULL
                  AND entry_date <= CAST(:WS-AS-OF-DATE AS DATE)
                  AND amount = :WS-MATCH-AMOUNT
                  AND currency_code = :WS-MATCH-CURRENCY
                  AND ABS(entry_date - CAST(:WS-DEBIT-DATE AS DATE))
                      <= :WS-WINDOW-DAYS
                ORDER BY ABS(entry_date
                             - CAST(:WS-DEBIT-DATE AS DATE)), id
                LIMIT 1
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-CREDIT-ID = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO WS-MATCH-BASIS
           MOVE SPACES TO WS-MATCH-KEY
           MOVE 2 TO WS-MATCH-COUNT
           MOVE "N" TO WS-GROUP-FAILED

           CALL "DB-UTIL" USING BY CONTENT "BEGIN"
           PERFORM INSERT-CLEARING-GROUP
           IF WS-GROUP-FAILED = "N"
               EXEC SQL
                   UPDATE journal_entry
                      SET debit_clearing_id = :WS-CLEARING-ID
                    WHERE id = :WS-DEBIT-ID
                      AND debit_clearing_id IS NULL
               END-EXEC
               IF SQLCODE = 0
                   EXEC SQL
                       UPDATE journal_entry
                          SET credit_clearing_id = :WS-CLEARING-ID
                        WHERE id = :WS-CREDIT-ID
                          AND credit_clearing_id IS NULL
                   END-EXEC
               END-IF
               IF SQLCODE NOT = 0
                   DISPLAY "CLEARING-MATCH ERROR: STAMPING ENTRIES "
                       WS-DEBIT-ID " AND " WS-CREDIT-ID
                       ", SQLCODE=" SQLCODE
                   MOVE "Y" TO WS-GROUP-FAILED
               END-IF
           END-IF

           IF WS-GROUP-FAILED = "Y"
               CALL "DB-UTIL" USING BY CONTENT "ROLLBACK"
               MOVE 1 TO L-RETURN-CODE
           ELSE
               CALL "DB-UTIL" USING BY CONTENT "COMMIT"
               ADD 1 TO WS-AMOUNT-PAIRS
           END-IF
           EXIT.

      *> the uncleared residue, account by account, aged from the
      *> posting date to the as-of date at 30/60/90 days the way
      *> RECON-AGING ages the bank rec's carried items.
       REPORT-RESIDUE.
           MOVE SPACES TO WS-RPT-LINE
           STRING "CLEARING ACCOUNT OPEN ITEMS AS OF " WS-AS-OF-DATE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "INIT"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING "ENTRY     DATE       S CUR        AMOUNT  DAYS "
               "BUCKET  SOURCE REF"
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "HEADING"
                                BY REFERENCE WS-RPT-LINE

           PERFORM REPORT-ONE-ACCOUNT
               VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACCOUNT-COUNT

           MOVE SPACES TO WS-RPT-LINE
           STRING "OPEN ITEMS=" WS-OPEN-COUNT
               "  CURRENT=" WS-COUNT-CURRENT
               "  OVER 30=" WS-COUNT-30
               "  OVER 60=" WS-COUNT-60
               "  OVER 90=" WS-COUNT-90
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING BY CONTENT "CLOSE"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

       REPORT-ONE-ACCOUNT.
           MOVE WS-ACT-CODE (WS-ACT-IDX) TO WS-ACCOUNT-CODE
           MOVE 0 TO WS-ACCT-OPEN WS-ACCT-DEBITS WS-ACCT-CREDITS

           MOVE SPACES TO WS-RPT-LINE
           STRING "ACCOUNT " WS-ACCOUNT-CODE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE

      *> oldest first, as on the bank rec aging.
           EXEC SQL
               DECLARE C4 CURSOR FOR
               SELECT id, CAST(entry_date AS VARCHAR),
                      CASE WHEN debit_account = :WS-ACCOUNT-CODE
                           THEN 'D' ELSE 'C' END,
                      amount, currency_code,
                      COALESCE(source_ref, ' '),
                      CAST(:WS-AS-OF-DATE AS DATE) - entry_date
                 FROM journal_entry
                WHERE ((debit_account = :WS-ACCOUNT-CODE
                        AND debit_clearing_id IS NULL)
                       OR (credit_account = :WS-ACCOUNT-CODE
                        AND credit_clearing_id IS NULL))
                  AND debit_account <> credit_account
                  AND status_flag = 'A'
                  AND entry_date <= CAST(:WS-AS-OF-DATE AS DATE)
                ORDER BY entry_date, id
           END-EXEC

           EXEC SQL OPEN C4 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C4 INTO :WS-ITEM-ID, :WS-ITEM-DATE,
                       :WS-ITEM-SIDE, :WS-ITEM-AMOUNT,
                       :WS-ITEM-CURRENCY, :WS-ITEM-REF,
                       :WS-DAYS-OPEN
               END-EXEC
               IF SQLCODE = 0
                   PERFORM REPORT-ONE-ITEM
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C4 END-EXEC

           MOVE WS-ACCT-DEBITS  TO WS-TOTAL-EDIT
           MOVE WS-ACCT-CREDITS TO WS-TOTAL-EDIT-2
           MOVE SPACES TO WS-RPT-LINE
           STRING "  " WS-ACCOUNT-CODE (1:20)
               " OPEN=" WS-ACCT-OPEN
               " DEBITS=" WS-TOTAL-EDIT
               " CREDITS=" WS-TOTAL-EDIT-2
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

       REPORT-ONE-ITEM.
           ADD 1 TO WS-OPEN-COUNT WS-ACCT-OPEN
           IF WS-ITEM-SIDE = "D"
               ADD WS-ITEM-AMOUNT TO WS-ACCT-DEBITS
           ELSE
               ADD WS-ITEM-AMOUNT TO WS-ACCT-CREDITS
           END-IF
           EVALUATE TRUE
             WHEN WS-DAYS-OPEN > 90
                 MOVE "OVER 90" TO WS-BUCKET-LABEL
                 ADD 1 TO WS-COUNT-90
             WHEN WS-DAYS-OPEN > 60
                 MOVE "OVER 60" TO WS-BUCKET-LABEL
                 ADD 1 TO WS-COUNT-60
             WHEN WS-DAYS-OPEN > 30
                 MOVE "OVER 30" TO WS-BUCKET-LABEL
                 ADD 1 TO WS-COUNT-30
             WHEN OTHER
                 MOVE "CURRENT" TO WS-BUCKET-LABEL
                 ADD 1 TO WS-COUNT-CURRENT
           END-EVALUATE

           MOVE WS-ITEM-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-DAYS-OPEN   TO WS-DAYS-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING
               WS-ITEM-ID " " WS-ITEM-DATE " "
               WS-ITEM-SIDE " " WS-ITEM-CURRENCY " "
               WS-AMOUNT-EDIT " " WS-DAYS-EDIT " "
               WS-BUCKET-LABEL " " WS-ITEM-REF (1:40)
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

       END PROGRAM CLEARING-MATCH.
