       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSLATE-FX.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-PERIOD-START   PIC X(10).
       01  WS-PERIOD-END     PIC X(10).
       01  WS-COMPANY-CODE   PIC X(5).
       01  WS-CTA-ACCOUNT    PIC X(50).
       01  WS-CURRENCY-CODE  PIC X(3).
       01  WS-CLOSING-RATE   PIC 9(3)V9(6).
       01  WS-AVERAGE-RATE   PIC 9(3)V9(6).
       01  WS-RATE-DAYS      PIC 9(9).
       01  WS-ROW-COUNT      PIC 9(9).
       01  WS-ACCOUNT-CODE   PIC X(50).
       01  WS-ACCOUNT-TYPE   PIC X(1).
       01  WS-BALANCE        PIC S9(11)V99.
       01  WS-PERIOD-ACT     PIC S9(11)V99.
       01  WS-YE-ACT         PIC S9(11)V99.
       01  WS-CT-TO-DATE     PIC S9(11)V99.
       01  WS-CT-IN-PERIOD   PIC S9(11)V99.
       01  WS-HIST-AMOUNT    PIC S9(11)V99.
       01  WS-MISSING-RATES  PIC 9(9).
       01  WS-CTA-BALANCE    PIC S9(11)V99.
       01  WS-OPERATOR-ID    PIC X(50).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01  WS-CONNECT-STATUS  PIC X(1).
       01  WS-ENV-NAME        PIC X(30).
       01  WS-DATE-STATUS     PIC X(1).
       01  WS-RPT-LINE        PIC X(132).
       01  WS-AMOUNT-EDIT     PIC -(9)9.99.
       01  WS-RATE-EDIT       PIC ZZ9.999999.
       01  WS-COUNT-EDIT      PIC Z(8)9.
       01  WS-TARGET-ADJ      PIC S9(11)V99.
       01  WS-ALREADY-ADJ     PIC S9(11)V99.
       01  WS-ADJUSTMENT      PIC S9(11)V99.
       01  WS-ADJ-AMOUNT      PIC 9(9)V99.
       01  WS-ADJ-DEBIT       PIC X(50).
       01  WS-ADJ-CREDIT      PIC X(50).
       01  WS-ADJ-MEMO        PIC X(100).
       01  WS-BATCH-ID        PIC X(30)     VALUE SPACES.
       01  WS-HOME-CURRENCY   PIC X(3)      VALUE SPACES.
       01  WS-HOME-RATE       PIC 9(3)V9(6) VALUE 0.
       01  WS-FORCE-DUP       PIC X(1)      VALUE "Y".
       01  WS-APPROVED        PIC X(1)      VALUE "Y".
       01  WS-IS-ACCRUAL      PIC X(1)      VALUE "N".
       01  WS-COST-CENTER     PIC X(10)     VALUE SPACES.
       01  WS-SOURCE-REF      PIC X(50).
       01  WS-SOURCE-CODE     PIC X(2)      VALUE "CT".
       01  WS-ENTRY-ID        PIC 9(9).
       01  WS-TAX-CODE        PIC X(10)     VALUE SPACES.
       01  WS-CTL-OVERRIDE    PIC X(1)      VALUE SPACES.
       01  WS-COMMITMENT-ID   PIC 9(9)      VALUE 0.
       01  WS-NO-UOM          PIC X(10)     VALUE SPACES.
       01  WS-NO-PROJECT      PIC X(10)     VALUE SPACES.
       01  WS-NO-COUNTERPARTY PIC X(20)     VALUE SPACES.
       01  WS-LEDGER-CODE     PIC X(1)      VALUE "G".
       01  WS-CE-RETURN-CODE  PIC 9(4).
       01  WS-POSTED-COUNT    PIC 9(9)      VALUE 0.
       01  WS-ERROR-COUNT     PIC 9(9)      VALUE 0.
       01  WS-UNCLASSIFIED    PIC 9(9)      VALUE 0.
       01  WS-TOT-LOCAL       PIC S9(12)V99 VALUE 0.
       01  WS-TOT-TRANSLATED  PIC S9(12)V99 VALUE 0.
       01  WS-TOT-POSTED      PIC S9(12)V99 VALUE 0.

      *> every account of the company is buffered and measured while
      *> the session is open, then posted with it closed - the
      *> REVALUE-FX shape, since CREATE-ENTRY connects and disconnects
      *> for itself. Basis C closing rate, A average rate, H the
      *> historical rate of each posting.
       01  WS-XLATE-TABLE.
           05  WS-XLATE-ROW OCCURS 999 TIMES
                   INDEXED BY WS-XLATE-IDX.
               10  WS-TBL-ACCOUNT    PIC X(50).
               10  WS-TBL-TYPE       PIC X(1).
               10  WS-TBL-BASIS      PIC X(1).
               10  WS-TBL-LOCAL      PIC S9(11)V99.
               10  WS-TBL-RATE       PIC 9(3)V9(6).
               10  WS-TBL-XLATED     PIC S9(11)V99.
               10  WS-TBL-ALREADY    PIC S9(11)V99.
               10  WS-TBL-POSTED     PIC S9(11)V99.
               10  WS-TBL-STATUS     PIC X(1).
       01  WS-XLATE-COUNT     PIC 9(9)      VALUE 0.

       LINKAGE SECTION.
       01  L-PERIOD-START     PIC X(10).
       01  L-PERIOD-END       PIC X(10).
       01  L-COMPANY-CODE     PIC X(5).
       01  L-CTA-ACCOUNT      PIC X(50).
       01  L-RETURN-CODE      PIC 9(4).
       01  L-OPERATOR-ID      PIC X(50).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-PERIOD-START
               L-PERIOD-END
               L-COMPANY-CODE
               L-CTA-ACCOUNT
               L-RETURN-CODE
               L-OPERATOR-ID.

      *> translation of a foreign company into the group currency
      *> (USD) for consolidation. The company's books are kept in its
      *> functional currency (home_amount); each of its accounts is
      *> translated through the period end - balance-sheet accounts
      *> (A/L) at the closing rate, income-statement accounts (R/E)
      *> at the average of the rates on file for the period, equity
      *> (Q) at the rate on file at each posting's own date - and the
      *> difference between translated and functional-currency
      *> figures posts per account as a group-only (ledger G) CT
      *> adjustment against the cumulative translation adjustment
      *> account. The group view of the company is then the
      *> translated trial balance, which is what CONSOL-EXTRACT feeds,
      *> and the CTA account carries the imbalance.
      *> Each run measures against the CT adjustments already on the
      *> account (cumulative to date for C and H, this period's for
      *> A), so a rerun after a late posting only books the movement.
      *> The income-statement side of the year-end close is measured
      *> at the closing rate, the rate it moves to retained earnings
      *> at. A worksheet of every rate and figure is spooled so the
      *> parent can re-perform the translation; a clean run is
      *> recorded on fx_translation_run.
       MAIN-LOGIC.
           MOVE L-PERIOD-START TO WS-PERIOD-START
           MOVE L-PERIOD-END   TO WS-PERIOD-END
           MOVE L-COMPANY-CODE TO WS-COMPANY-CODE
           MOVE L-CTA-ACCOUNT  TO WS-CTA-ACCOUNT
           MOVE L-OPERATOR-ID  TO WS-OPERATOR-ID
           MOVE 0              TO L-RETURN-CODE
           MOVE 0              TO WS-XLATE-COUNT
           MOVE 0              TO WS-POSTED-COUNT
           MOVE 0              TO WS-ERROR-COUNT

           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-PERIOD-START
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               DISPLAY "TRANSLATE-FX ERROR: BAD START DATE "
                   WS-PERIOD-START
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF
           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-PERIOD-END
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               DISPLAY "TRANSLATE-FX ERROR: BAD END DATE "
                   WS-PERIOD-END
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "TRANSLATE-FX ERROR: DATABASE CONNECTION "
                   "UNAVAILABLE"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           PERFORM VALIDATE-SETUP
           IF L-RETURN-CODE = 0
               PERFORM LOAD-ACCOUNT-BALANCES
           END-IF
           IF L-RETURN-CODE = 0
               PERFORM MEASURE-ONE-ACCOUNT
                   VARYING WS-XLATE-IDX FROM 1 BY 1
                   UNTIL WS-XLATE-IDX > WS-XLATE-COUNT
           END-IF

           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
           IF L-RETURN-CODE NOT = 0
               GOBACK
           END-IF

           PERFORM POST-ONE-ADJUSTMENT
               VARYING WS-XLATE-IDX FROM 1 BY 1
               UNTIL WS-XLATE-IDX > WS-XLATE-COUNT

           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "TRANSLATE-FX ERROR: DATABASE CONNECTION "
                   "UNAVAILABLE AFTER POSTING"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           IF WS-ERROR-COUNT = 0
               PERFORM RECORD-TRANSLATION-RUN
           END-IF
           PERFORM PRINT-WORKSHEET

           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"

           DISPLAY "TRANSLATE-FX: COMPANY " WS-COMPANY-CODE
               " ACCOUNTS=" WS-XLATE-COUNT
               " ADJUSTMENTS POSTED=" WS-POSTED-COUNT
               " ERRORS=" WS-ERROR-COUNT

           IF WS-ERROR-COUNT NOT = 0
               MOVE 1 TO L-RETURN-CODE
           END-IF
           GOBACK.

      *> the company has to keep foreign books, its CTA account has to
      *> be one of its own active accounts (a cross-company CTA would
      *> turn every adjustment into an intercompany pair), and both
      *> rates have to be on file before anything is measured.
       VALIDATE-SETUP.
           MOVE SPACES TO WS-CURRENCY-CODE
           EXEC SQL
               SELECT functional_currency INTO :WS-CURRENCY-CODE
                 FROM company
                WHERE company_code = :WS-COMPANY-CODE
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "TRANSLATE-FX ERROR: COMPANY " WS-COMPANY-CODE
                   " NOT IN COMPANY MASTER"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-CURRENCY-CODE = "USD"
               DISPLAY "TRANSLATE-FX ERROR: COMPANY " WS-COMPANY-CODE
                   " KEEPS ITS BOOKS IN THE GROUP CURRENCY - NOTHING "
                   "TO TRANSLATE"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM chart_of_accounts
                WHERE account_code = :WS-CTA-ACCOUNT
                  AND company_code = :WS-COMPANY-CODE
                  AND active_flag  = 'Y'
           END-EXEC
           IF WS-ROW-COUNT = 0
               DISPLAY "TRANSLATE-FX ERROR: CTA ACCOUNT "
                   WS-CTA-ACCOUNT (1:30) " IS NOT AN ACTIVE ACCOUNT "
                   "OF COMPANY " WS-COMPANY-CODE
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CLOSING-RATE
           EXEC SQL
               SELECT rate INTO :WS-CLOSING-RATE
                 FROM exchange_rate
                WHERE currency_code = :WS-CURRENCY-CODE
                  AND rate_date <= :WS-PERIOD-END
                ORDER BY rate_date DESC
                LIMIT 1
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-CLOSING-RATE = 0
               DISPLAY "TRANSLATE-FX ERROR: NO CLOSING RATE ON FILE "
                   "FOR " WS-CURRENCY-CODE " ON OR BEFORE "
                   WS-PERIOD-END
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-RATE-DAYS
           MOVE 0 TO WS-AVERAGE-RATE
           EXEC SQL
               SELECT COUNT(*), COALESCE(ROUND(AVG(rate), 6), 0)
                 INTO :WS-RATE-DAYS, :WS-AVERAGE-RATE
                 FROM exchange_rate
                WHERE currency_code = :WS-CURRENCY-CODE
                  AND rate_date BETWEEN :WS-PERIOD-START
                                    AND :WS-PERIOD-END
           END-EXEC
           IF WS-RATE-DAYS = 0
               DISPLAY "TRANSLATE-FX ERROR: NO RATES ON FILE FOR "
                   WS-CURRENCY-CODE " BETWEEN " WS-PERIOD-START
                   " AND " WS-PERIOD-END " - NO AVERAGE RATE"
               MOVE 1 TO L-RETURN-CODE
           END-IF
           EXIT.

      *> both sides of every active group-view posting (ledger B or G,
      *> archive included) through the period end, per account of the
      *> company: the functional-currency balance and period activity
      *> with the CT adjustments held apart, and the CT adjustments
      *> already on the account. The CTA account itself is the plug
      *> and is not translated.
       LOAD-ACCOUNT-BALANCES.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT C.account_code, C.account_type,
                      SUM(CASE WHEN T.source_code <> 'CT'
                               THEN T.dr_amount - T.cr_amount
                               ELSE 0 END),
                      SUM(CASE WHEN T.source_code NOT IN ('CT', 'YE')
                                AND T.entry_date >= :WS-PERIOD-START
                               THEN T.dr_amount - T.cr_amount
                               ELSE 0 END),
                      SUM(CASE WHEN T.source_code = 'YE'
                                AND T.entry_date >= :WS-PERIOD-START
                               THEN T.dr_amount - T.cr_amount
                               ELSE 0 END),
                      SUM(CASE WHEN T.source_code = 'CT'
                               THEN T.dr_amount - T.cr_amount
                               ELSE 0 END),
                      SUM(CASE WHEN T.source_code = 'CT'
                                AND T.entry_date >= :WS-PERIOD-START
                               THEN T.dr_amount - T.cr_amount
                               ELSE 0 END)
                 FROM chart_of_accounts C
                 JOIN (SELECT debit_account AS account_code,
                              entry_date, source_code,
                              home_amount AS dr_amount,
                              0 AS cr_amount
                         FROM journal_entry
                        WHERE status_flag = 'A'
                          AND ledger_code IN ('B', 'G')
                          AND entry_date <= :WS-PERIOD-END
                       UNION ALL
                       SELECT credit_account, entry_date, source_code,
                              0, home_amount
                         FROM journal_entry
                        WHERE status_flag = 'A'
                          AND ledger_code IN ('B', 'G')
                          AND entry_date <= :WS-PERIOD-END
                       UNION ALL
                       SELECT debit_account, entry_date, source_code,
                              home_amount, 0
                         FROM journal_entry_archive
                        WHERE status_flag = 'A'
                          AND ledger_code IN ('B', 'G')
                          AND entry_date <= :WS-PERIOD-END
                       UNION ALL
                       SELECT credit_account, entry_date, source_code,
                              0, home_amount
                         FROM journal_entry_archive
                        WHERE status_flag = 'A'
                          AND ledger_code IN ('B', 'G')
                          AND entry_date <= :WS-PERIOD-END) T
                   ON T.account_code = C.account_code
                WHERE C.company_code = :WS-COMPANY-CODE
                  AND C.account_code <> :WS-CTA-ACCOUNT
                GROUP BY C.account_code, C.account_type
                ORDER BY C.account_code
           END-EXEC

           EXEC SQL OPEN C1 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C1 INTO :WS-ACCOUNT-CODE, :WS-ACCOUNT-TYPE,
                       :WS-BALANCE, :WS-PERIOD-ACT, :WS-YE-ACT,
                       :WS-CT-TO-DATE, :WS-CT-IN-PERIOD
               END-EXEC
               IF SQLCODE = 0
                   PERFORM BUFFER-ONE-ACCOUNT
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C1 END-EXEC

           IF WS-XLATE-COUNT > 999
               DISPLAY "TRANSLATE-FX ERROR: MORE THAN 999 ACCOUNTS IN "
                   "COMPANY " WS-COMPANY-CODE
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *> an unclassified account cannot be given a rate basis - the
      *> run refuses rather than translate it at a guess.
           IF WS-UNCLASSIFIED NOT = 0
               DISPLAY "TRANSLATE-FX ERROR: " WS-UNCLASSIFIED
                   " UNCLASSIFIED ACCOUNT(S) IN COMPANY "
                   WS-COMPANY-CODE " - CLASSIFY THEM AND RERUN"
               MOVE 1 TO L-RETURN-CODE
           END-IF
           EXIT.

       BUFFER-ONE-ACCOUNT.
           ADD 1 TO WS-XLATE-COUNT
           IF WS-XLATE-COUNT > 999
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCOUNT-CODE TO WS-TBL-ACCOUNT (WS-XLATE-COUNT)
           MOVE WS-ACCOUNT-TYPE TO WS-TBL-TYPE (WS-XLATE-COUNT)
           MOVE 0               TO WS-TBL-POSTED (WS-XLATE-COUNT)
           MOVE SPACES          TO WS-TBL-STATUS (WS-XLATE-COUNT)

           EVALUATE WS-ACCOUNT-TYPE
             WHEN "A"
             WHEN "L"
                 MOVE "C" TO WS-TBL-BASIS (WS-XLATE-COUNT)
                 MOVE WS-BALANCE TO WS-TBL-LOCAL (WS-XLATE-COUNT)
                 MOVE WS-CLOSING-RATE TO WS-TBL-RATE (WS-XLATE-COUNT)
                 COMPUTE WS-TBL-XLATED (WS-XLATE-COUNT) ROUNDED =
                     WS-BALANCE * WS-CLOSING-RATE
                 MOVE WS-CT-TO-DATE TO WS-TBL-ALREADY (WS-XLATE-COUNT)
             WHEN "R"
             WHEN "E"
                 MOVE "A" TO WS-TBL-BASIS (WS-XLATE-COUNT)
                 COMPUTE WS-TBL-LOCAL (WS-XLATE-COUNT) =
                     WS-PERIOD-ACT + WS-YE-ACT
                 MOVE WS-AVERAGE-RATE TO WS-TBL-RATE (WS-XLATE-COUNT)
                 COMPUTE WS-TBL-XLATED (WS-XLATE-COUNT) ROUNDED =
                     WS-PERIOD-ACT * WS-AVERAGE-RATE
                     + WS-YE-ACT * WS-CLOSING-RATE
                 MOVE WS-CT-IN-PERIOD
                     TO WS-TBL-ALREADY (WS-XLATE-COUNT)
             WHEN "Q"
                 MOVE "H" TO WS-TBL-BASIS (WS-XLATE-COUNT)
                 MOVE WS-BALANCE TO WS-TBL-LOCAL (WS-XLATE-COUNT)
                 MOVE 0 TO WS-TBL-RATE (WS-XLATE-COUNT)
                 MOVE 0 TO WS-TBL-XLATED (WS-XLATE-COUNT)
                 MOVE WS-CT-TO-DATE TO WS-TBL-ALREADY (WS-XLATE-COUNT)
             WHEN OTHER
                 MOVE "X" TO WS-TBL-BASIS (WS-XLATE-COUNT)
                 MOVE WS-BALANCE TO WS-TBL-LOCAL (WS-XLATE-COUNT)
                 MOVE 0 TO WS-TBL-RATE (WS-XLATE-COUNT)
                 MOVE 0 TO WS-TBL-XLATED (WS-XLATE-COUNT)
                 MOVE 0 TO WS-TBL-ALREADY (WS-XLATE-COUNT)
                 MOVE "E" TO WS-TBL-STATUS (WS-XLATE-COUNT)
                 DISPLAY "TRANSLATE-FX ERROR: ACCOUNT "
                     WS-ACCOUNT-CODE (1:30) " IS UNCLASSIFIED"
                 ADD 1 TO WS-UNCLASSIFIED
           END-EVALUATE
           EXIT.

      *> equity is translated posting by posting at the latest rate on
      *> file on or before each posting's date; the rate shown on the
      *> worksheet is the resulting effective rate. A posting older
      *> than every rate on file cannot be translated, and the account
      *> is left alone and reported.
       MEASURE-ONE-ACCOUNT.
           IF WS-TBL-BASIS (WS-XLATE-IDX) NOT = "H"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TBL-ACCOUNT (WS-XLATE-IDX) TO WS-ACCOUNT-CODE
           MOVE 0 TO WS-HIST-AMOUNT
           MOVE 0 TO WS-MISSING-RATES
           EXEC SQL
               SELECT COALESCE(SUM(ROUND(T.amount * R.rate, 2)), 0),
                      COALESCE(SUM(CASE WHEN R.rate IS NULL
                                        THEN 1 ELSE 0 END), 0)
                 INTO :WS-HIST-AMOUNT, :WS-MISSING-RATES
                 FROM (SELECT entry_date, home_amount AS amount
                         FROM journal_entry
                        WHERE debit_account = :WS-ACCOUNT-CODE
                          AND status_flag = 'A'
                          AND ledger_code IN ('B', 'G')
                          AND source_code <> 'CT'
                          AND entry_date <= :WS-PERIOD-END
                       UNION ALL
                       SELECT entry_date, 0 - home_amount
                         FROM journal_entry
                        WHERE credit_account = :WS-ACCOUNT-CODE
                          AND status_flag = 'A'
                          AND ledger_code IN ('B', 'G')
                          AND source_code <> 'CT'
                          AND entry_date <= :WS-PERIOD-END
                       UNION ALL
                       SELECT entry_date, home_amount
                         FROM journal_entry_archive
                        WHERE debit_account = :WS-ACCOUNT-CODE
                          AND status_flag = 'A'
                          AND ledger_code IN ('B', 'G')
                          AND source_code <> 'CT'
                          AND entry_date <= :WS-PERIOD-END
                       UNION ALL
                       SELECT entry_date, 0 - home_amount
                         FROM journal_entry_archive
                        WHERE credit_account = :WS-ACCOUNT-CODE
                          AND status_flag = 'A'
                          AND ledger_code IN ('B', 'G')
                          AND source_code <> 'CT'
                          AND entry_date <= :WS-PERIOD-END) T
                 LEFT JOIN LATERAL
                      (SELECT X.rate
                         FROM exchange_rate X
                        WHERE X.currency_code = :WS-CURRENCY-CODE
                          AND X.rate_date <= T.entry_date
                        ORDER BY X.rate_date DESC
                        LIMIT 1) R ON TRUE
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-MISSING-RATES NOT = 0
               DISPLAY "TRANSLATE-FX ERROR: NO HISTORICAL RATE FOR "
                   WS-MISSING-RATES " POSTING(S) ON "
                   WS-ACCOUNT-CODE (1:30)
               MOVE "E" TO WS-TBL-STATUS (WS-XLATE-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HIST-AMOUNT TO WS-TBL-XLATED (WS-XLATE-IDX)
           IF WS-TBL-LOCAL (WS-XLATE-IDX) NOT = 0
               COMPUTE WS-TBL-RATE (WS-XLATE-IDX) ROUNDED =
                   WS-HIST-AMOUNT / WS-TBL-LOCAL (WS-XLATE-IDX)
           END-IF
           EXIT.

      *> the adjustment still owed on the account: translated less
      *> functional-currency figure, less what CT has already put
      *> there. A translated figure above the books debits the
      *> account and credits the CTA account; below, the reverse.
       POST-ONE-ADJUSTMENT.
           IF WS-TBL-STATUS (WS-XLATE-IDX) = "E"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-TARGET-ADJ =
               WS-TBL-XLATED (WS-XLATE-IDX)
               - WS-TBL-LOCAL (WS-XLATE-IDX)
           MOVE WS-TBL-ALREADY (WS-XLATE-IDX) TO WS-ALREADY-ADJ
           COMPUTE WS-ADJUSTMENT = WS-TARGET-ADJ - WS-ALREADY-ADJ

           IF WS-ADJUSTMENT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TBL-ACCOUNT (WS-XLATE-IDX) TO WS-ACCOUNT-CODE
           IF WS-ADJUSTMENT > 0
               MOVE WS-ACCOUNT-CODE TO WS-ADJ-DEBIT
               MOVE WS-CTA-ACCOUNT  TO WS-ADJ-CREDIT
               MOVE WS-ADJUSTMENT   TO WS-ADJ-AMOUNT
           ELSE
               MOVE WS-CTA-ACCOUNT  TO WS-ADJ-DEBIT
               MOVE WS-ACCOUNT-CODE TO WS-ADJ-CREDIT
               COMPUTE WS-ADJ-AMOUNT = 0 - WS-ADJUSTMENT
           END-IF

           MOVE SPACES TO WS-ADJ-MEMO
           STRING "FX TRANSLATION " WS-CURRENCY-CODE " "
               WS-PERIOD-END " " WS-ACCOUNT-CODE
               INTO WS-ADJ-MEMO
           END-STRING
           MOVE SPACES TO WS-SOURCE-REF
           STRING "TRANSLATE-" WS-COMPANY-CODE "-" WS-PERIOD-END
               INTO WS-SOURCE-REF
           END-STRING
           MOVE 0 TO WS-CE-RETURN-CODE

           CALL "CREATE-ENTRY"
                USING WS-PERIOD-END WS-ADJ-DEBIT WS-ADJ-CREDIT
                      WS-ADJ-AMOUNT WS-ADJ-MEMO
                      WS-CE-RETURN-CODE WS-OPERATOR-ID WS-BATCH-ID
                      WS-HOME-CURRENCY WS-HOME-RATE WS-FORCE-DUP
                      WS-APPROVED WS-IS-ACCRUAL WS-COST-CENTER
                      WS-SOURCE-REF WS-SOURCE-CODE WS-ENTRY-ID
                      WS-TAX-CODE WS-CTL-OVERRIDE
                      WS-COMMITMENT-ID WS-NO-UOM
                      WS-LEDGER-CODE WS-NO-PROJECT WS-NO-COUNTERPARTY

           IF WS-CE-RETURN-CODE NOT = 0
               DISPLAY "TRANSLATE-FX ERROR POSTING ADJUSTMENT FOR "
                   WS-ACCOUNT-CODE ", RC=" WS-CE-RETURN-CODE
               MOVE "E" TO WS-TBL-STATUS (WS-XLATE-IDX)
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE WS-ADJUSTMENT TO WS-TBL-POSTED (WS-XLATE-IDX)
               MOVE "P" TO WS-TBL-STATUS (WS-XLATE-IDX)
               ADD 1 TO WS-POSTED-COUNT
           END-IF
           EXIT.

      *> a rerun of the same period replaces the earlier record.
       RECORD-TRANSLATION-RUN.
           EXEC SQL
               DELETE FROM fx_translation_run
                WHERE company_code = :WS-COMPANY-CODE
                  AND period_start = :WS-PERIOD-START
                  AND period_end   = :WS-PERIOD-END
           END-EXEC
           EXEC SQL
               INSERT INTO fx_translation_run
                   (company_code, period_start, period_end,
                    currency_code, closing_rate, average_rate,
                    cta_account, run_by)
               VALUES
                   (:WS-COMPANY-CODE, :WS-PERIOD-START,
                    :WS-PERIOD-END, :WS-CURRENCY-CODE,
                    :WS-CLOSING-RATE, :WS-AVERAGE-RATE,
                    :WS-CTA-ACCOUNT, :WS-OPERATOR-ID)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "TRANSLATE-FX ERROR RECORDING RUN, SQLCODE="
                   SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           EXIT.

      *> the re-performance worksheet: both rates up top, then per
      *> account the figure in functional currency, its basis and
      *> rate, the translated figure and the adjustment this run
      *> posted, and at the foot the CTA account's cumulative balance.
       PRINT-WORKSHEET.
           MOVE SPACES TO WS-RPT-LINE
           STRING "TRANSLATION WORKSHEET COMPANY " WS-COMPANY-CODE
               " " WS-PERIOD-START " TO " WS-PERIOD-END
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "INIT"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING "FUNCTIONAL CURRENCY " WS-CURRENCY-CODE
               "   GROUP CURRENCY USD   RATES ARE USD PER UNIT"
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE

           MOVE WS-CLOSING-RATE TO WS-RATE-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "C  CLOSING RATE, LATEST ON OR BEFORE "
               WS-PERIOD-END "       " WS-RATE-EDIT
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE

           MOVE WS-AVERAGE-RATE TO WS-RATE-EDIT
           MOVE WS-RATE-DAYS    TO WS-COUNT-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "A  AVERAGE RATE " WS-PERIOD-START " TO "
               WS-PERIOD-END "        " WS-RATE-EDIT
               "  (MEAN OF" WS-COUNT-EDIT " RATES ON FILE)"
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING "H  HISTORICAL - EACH POSTING AT THE RATE ON FILE "
               "AT ITS DATE, EFFECTIVE RATE SHOWN"
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING "ACCOUNT              TYPE BASIS  "
               " FUNCTIONAL CCY       RATE      TRANSLATED"
               "    ADJ POSTED  STATUS"
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "HEADING"
                                BY REFERENCE WS-RPT-LINE

           PERFORM PRINT-ONE-ACCOUNT
               VARYING WS-XLATE-IDX FROM 1 BY 1
               UNTIL WS-XLATE-IDX > WS-XLATE-COUNT

           MOVE SPACES TO WS-RPT-LINE
           MOVE "TOTAL" TO WS-RPT-LINE
           MOVE WS-TOT-LOCAL TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (33:14)
           MOVE WS-TOT-TRANSLATED TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (59:14)
           MOVE WS-TOT-POSTED TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (73:14)
           CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                BY REFERENCE WS-RPT-LINE

           MOVE 0 TO WS-CTA-BALANCE
           EXEC SQL
               SELECT COALESCE(SUM(CASE
                          WHEN debit_account = :WS-CTA-ACCOUNT
                          THEN home_amount ELSE 0 - home_amount END), 0)
                 INTO :WS-CTA-BALANCE
                 FROM journal_entry
                WHERE (debit_account = :WS-CTA-ACCOUNT
                       OR credit_account = :WS-CTA-ACCOUNT)
                  AND source_code = 'CT'
                  AND status_flag = 'A'
                  AND entry_date <= :WS-PERIOD-END
           END-EXEC
           MOVE SPACES TO WS-RPT-LINE
           STRING "CUMULATIVE TRANSLATION ADJUSTMENT "
               WS-CTA-ACCOUNT (1:20) " (DEBIT +)"
               INTO WS-RPT-LINE
           END-STRING
           MOVE WS-CTA-BALANCE TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (59:14)
           CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING BY CONTENT "CLOSE"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

       PRINT-ONE-ACCOUNT.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-TBL-ACCOUNT (WS-XLATE-IDX) (1:20)
               TO WS-RPT-LINE (1:20)
           MOVE WS-TBL-TYPE (WS-XLATE-IDX)  TO WS-RPT-LINE (23:1)
           MOVE WS-TBL-BASIS (WS-XLATE-IDX) TO WS-RPT-LINE (28:1)
           MOVE WS-TBL-LOCAL (WS-XLATE-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (33:14)
           MOVE WS-TBL-RATE (WS-XLATE-IDX)  TO WS-RATE-EDIT
           MOVE WS-RATE-EDIT   TO WS-RPT-LINE (48:10)
           MOVE WS-TBL-XLATED (WS-XLATE-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (59:14)
           MOVE WS-TBL-POSTED (WS-XLATE-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (73:14)
           EVALUATE WS-TBL-STATUS (WS-XLATE-IDX)
             WHEN "P"
                 MOVE "POSTED" TO WS-RPT-LINE (89:6)
             WHEN "E"
                 MOVE "ERROR"  TO WS-RPT-LINE (89:5)
           END-EVALUATE
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE

           ADD WS-TBL-LOCAL (WS-XLATE-IDX)  TO WS-TOT-LOCAL
           ADD WS-TBL-XLATED (WS-XLATE-IDX) TO WS-TOT-TRANSLATED
           ADD WS-TBL-POSTED (WS-XLATE-IDX) TO WS-TOT-POSTED
           EXIT.

       END PROGRAM TRANSLATE-FX.
