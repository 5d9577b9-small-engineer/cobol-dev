       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-ALLOWANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the AR system's aging extract - fixed columns, no
      *> delimiters, the SUBLEDGER-IN discipline. One record per
      *> customer and aging bucket.
           SELECT AGING-FILE ASSIGN DYNAMIC WS-AGING-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-AGING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Documented layout:
      *>   cols 1-5 company, cols 6-25 customer id, cols 26-35 aging
      *>   bucket code (as keyed on RESERVE-PCT - CURRENT, 1-30,
      *>   31-60 and so on), cols 36-49 open balance 9(12)V99 in the
      *>   company's own currency.
       FD  AGING-FILE.
       01  AG-AGING-REC.
           05  AG-COMPANY        PIC X(5).
           05  AG-CUSTOMER       PIC X(20).
           05  AG-BUCKET         PIC X(10).
           05  AG-BALANCE        PIC 9(12)V99.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-AS-OF-DATE     PIC X(10).
       01  WS-COMPANY-CODE   PIC X(5).
       01  WS-CUSTOMER-ID    PIC X(20).
       01  WS-BUCKET         PIC X(10).
       01  WS-RESERVE-PCT    PIC 9(3)V99.
       01  WS-ALLOW-ACCOUNT  PIC X(50).
       01  WS-EXPENSE-ACCOUNT PIC X(50).
       01  WS-ALLOW-BALANCE  PIC S9(11)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01  WS-AGING-FILE-NAME    PIC X(256).
       01  WS-AGING-FILE-STATUS  PIC X(2).
       01  WS-EOF-FLAG           PIC X(1)    VALUE "N".
           88  WS-EOF                        VALUE "Y".

       01  WS-CONNECT-STATUS  PIC X(1).
       01  WS-ENV-NAME        PIC X(30).
       01  WS-DATE-STATUS     PIC X(1).
       01  WS-AUTHORIZED      PIC X(1).
       01  WS-RPT-LINE        PIC X(132).
       01  WS-AMOUNT-EDIT     PIC -(12)9.99.
       01  WS-PCT-EDIT        PIC ZZ9.99.
       01  WS-BASIS           PIC X(8).
       01  WS-REJECT-REASON   PIC X(40).
       01  WS-LINE-RESERVE    PIC 9(12)V99.
       01  WS-ADJUSTMENT      PIC S9(12)V99.
       01  WS-POST-AMOUNT     PIC 9(9)V99.
       01  WS-POST-DEBIT      PIC X(50).
       01  WS-POST-CREDIT     PIC X(50).
       01  WS-POST-MEMO       PIC X(100).
       01  WS-OPERATOR-ID     PIC X(50).
       01  WS-BATCH-ID        PIC X(30)     VALUE SPACES.
       01  WS-HOME-CURRENCY   PIC X(3)      VALUE SPACES.
       01  WS-HOME-RATE       PIC 9(3)V9(6) VALUE 0.
       01  WS-FORCE-DUP       PIC X(1)      VALUE "Y".
       01  WS-APPROVED        PIC X(1)      VALUE "Y".
       01  WS-IS-ACCRUAL      PIC X(1)      VALUE "N".
       01  WS-COST-CENTER     PIC X(10)     VALUE SPACES.
       01  WS-SOURCE-REF      PIC X(50).
       01  WS-SOURCE-CODE     PIC X(2)      VALUE "BD".
       01  WS-ENTRY-ID        PIC 9(9).
       01  WS-TAX-CODE        PIC X(10)     VALUE SPACES.
       01  WS-CTL-OVERRIDE    PIC X(1)      VALUE SPACES.
       01  WS-COMMITMENT-ID   PIC 9(9)      VALUE 0.
       01  WS-NO-UOM          PIC X(10)     VALUE SPACES.
       01  WS-NO-PROJECT      PIC X(10)     VALUE SPACES.
       01  WS-NO-COUNTERPARTY PIC X(20)     VALUE SPACES.
       01  WS-LEDGER-CODE     PIC X(1)      VALUE SPACES.
       01  WS-CE-RETURN-CODE  PIC 9(4).
       01  WS-READ-COUNT      PIC 9(9)      VALUE 0.
       01  WS-REJECT-COUNT    PIC 9(9)      VALUE 0.
       01  WS-POSTED-COUNT    PIC 9(9)      VALUE 0.
       01  WS-ERROR-COUNT     PIC 9(9)      VALUE 0.
       01  WS-TOT-AGED        PIC S9(13)V99 VALUE 0.
       01  WS-TOT-REQUIRED    PIC S9(13)V99 VALUE 0.
       01  WS-TOT-ON-BOOKS    PIC S9(13)V99 VALUE 0.
       01  WS-TOT-POSTED      PIC S9(13)V99 VALUE 0.
       01  WS-FOUND-FLAG      PIC X(1).

      *> one row per company on the extract. Status E means the
      *> company cannot post (a rejected line would understate its
      *> allowance, or its accounts are not on file), P posted,
      *> N nothing to post - the books already hold the requirement.
       01  WS-COMPANY-TABLE.
           05  WS-COMPANY-ROW OCCURS 99 TIMES
                   INDEXED BY WS-CO-IDX.
               10  WS-CO-CODE        PIC X(5).
               10  WS-CO-AGED        PIC 9(13)V99.
               10  WS-CO-REQUIRED    PIC 9(13)V99.
               10  WS-CO-ALLOW-ACCT  PIC X(50).
               10  WS-CO-EXP-ACCT    PIC X(50).
               10  WS-CO-ON-BOOKS    PIC S9(11)V99.
               10  WS-CO-ADJUSTMENT  PIC S9(12)V99.
               10  WS-CO-ENTRY-ID    PIC 9(9).
               10  WS-CO-STATUS      PIC X(1).
               10  WS-CO-REASON      PIC X(20).
       01  WS-COMPANY-COUNT   PIC 9(4)      VALUE 0.

       LINKAGE SECTION.
       01  L-AS-OF-DATE       PIC X(10).
       01  L-AGING-FILE       PIC X(256).
       01  L-RETURN-CODE      PIC 9(4).
       01  L-OPERATOR-ID      PIC X(50).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-AS-OF-DATE
               L-AGING-FILE
               L-RETURN-CODE
               L-OPERATOR-ID.

      *> the allowance for doubtful accounts, worked from the AR
      *> aging instead of a calculator. Every aged balance is
      *> reserved at its bucket's RESERVE-PCT percentage, or at the
      *> customer's RESERVE-CUST percentage where the customer is
      *> specifically reserved; the required allowance per company
      *> is compared with the allowance account's balance on the
      *> statutory books at the as-of date, and only the difference
      *> posts (source BD, dated the as-of date) against the
      *> company's RESERVE-ACCT bad-debt expense account - so a
      *> rerun after a corrected extract books just the movement.
      *> The worksheet spooled with it carries every line, rate and
      *> total the posting was built from, for the reviewer's
      *> sign-off. A company with a rejected line does not post.
       MAIN-LOGIC.
           MOVE L-AS-OF-DATE   TO WS-AS-OF-DATE
           MOVE L-AGING-FILE   TO WS-AGING-FILE-NAME
           MOVE L-OPERATOR-ID  TO WS-OPERATOR-ID
           MOVE 0              TO L-RETURN-CODE
           MOVE 0              TO WS-COMPANY-COUNT

           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-AS-OF-DATE
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               DISPLAY "AR-ALLOWANCE ERROR: BAD AS-OF DATE "
                   WS-AS-OF-DATE
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT AGING-FILE
           IF WS-AGING-FILE-STATUS NOT = "00"
               DISPLAY "AR-ALLOWANCE ERROR: CANNOT OPEN "
                   FUNCTION TRIM(WS-AGING-FILE-NAME)
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "AR-ALLOWANCE ERROR: DATABASE CONNECTION "
                   "UNAVAILABLE"
               MOVE 1 TO L-RETURN-CODE
               CLOSE AGING-FILE
               GOBACK
           END-IF

           CALL "CHECK-OPERATOR" USING WS-OPERATOR-ID
                                       BY CONTENT "E"
                                       BY REFERENCE WS-AUTHORIZED
           IF WS-AUTHORIZED NOT = "Y"
               DISPLAY "AR-ALLOWANCE ERROR: OPERATOR NOT AUTHORIZED"
               MOVE 4 TO L-RETURN-CODE
               CLOSE AGING-FILE
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING "ALLOWANCE FOR DOUBTFUL ACCOUNTS AS OF "
               WS-AS-OF-DATE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "INIT"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           MOVE "CO"       TO WS-RPT-LINE (1:2)
           MOVE "CUSTOMER" TO WS-RPT-LINE (8:8)
           MOVE "BUCKET"   TO WS-RPT-LINE (30:6)
           MOVE "BALANCE"  TO WS-RPT-LINE (51:7)
           MOVE "PCT"      TO WS-RPT-LINE (62:3)
           MOVE "BASIS"    TO WS-RPT-LINE (66:5)
           MOVE "RESERVE"  TO WS-RPT-LINE (85:7)
           CALL "REPORT-WRITER" USING BY CONTENT "HEADING"
                                BY REFERENCE WS-RPT-LINE

           PERFORM UNTIL WS-EOF
               READ AGING-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM RESERVE-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE AGING-FILE

           PERFORM LOAD-ONE-COMPANY
               VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-COMPANY-COUNT

      *> the lookups are done; CREATE-ENTRY connects for itself.
           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"

           PERFORM POST-ONE-COMPANY
               VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-COMPANY-COUNT

           PERFORM PRINT-COMPANY-SUMMARY

           DISPLAY "AR-ALLOWANCE: READ=" WS-READ-COUNT
               " REJECTED=" WS-REJECT-COUNT
               " POSTED=" WS-POSTED-COUNT
               " ERRORS=" WS-ERROR-COUNT

           IF WS-ERROR-COUNT NOT = 0 OR WS-REJECT-COUNT NOT = 0
               MOVE 1 TO L-RETURN-CODE
           END-IF
           GOBACK.

       RESERVE-ONE-LINE.
           ADD 1 TO WS-READ-COUNT
           IF AG-COMPANY = SPACES OR AG-CUSTOMER = SPACES
               OR AG-BUCKET = SPACES
               MOVE "MISSING COMPANY, CUSTOMER OR BUCKET"
                   TO WS-REJECT-REASON
               PERFORM REJECT-ONE-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE AG-COMPANY TO WS-COMPANY-CODE
           PERFORM FIND-OR-ADD-COMPANY
           IF WS-FOUND-FLAG NOT = "Y"
               MOVE "MORE THAN 99 COMPANIES" TO WS-REJECT-REASON
               PERFORM REJECT-ONE-LINE
               EXIT PARAGRAPH
           END-IF

           IF AG-BALANCE NOT NUMERIC
               MOVE "BALANCE NOT NUMERIC" TO WS-REJECT-REASON
               PERFORM REJECT-ONE-LINE
               MOVE "E" TO WS-CO-STATUS (WS-CO-IDX)
               MOVE "REJECTED LINES" TO WS-CO-REASON (WS-CO-IDX)
               EXIT PARAGRAPH
           END-IF

      *> a specifically reserved customer wins over the bucket.
           MOVE AG-CUSTOMER TO WS-CUSTOMER-ID
           MOVE AG-BUCKET   TO WS-BUCKET
           EXEC SQL
               SELECT reserve_pct INTO :WS-RESERVE-PCT
                 FROM reserve_customer
                WHERE customer_id = :WS-CUSTOMER-ID
           END-EXEC
           IF SQLCODE = 0
               MOVE "CUSTOMER" TO WS-BASIS
           ELSE
               EXEC SQL
                   SELECT reserve_pct INTO :WS-RESERVE-PCT
                     FROM reserve_rate
                    WHERE aging_bucket = :WS-BUCKET
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE "NO RESERVE PERCENT FOR BUCKET"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-ONE-LINE
                   MOVE "E" TO WS-CO-STATUS (WS-CO-IDX)
                   MOVE "REJECTED LINES" TO WS-CO-REASON (WS-CO-IDX)
                   EXIT PARAGRAPH
               END-IF
               MOVE "BUCKET" TO WS-BASIS
           END-IF

           COMPUTE WS-LINE-RESERVE ROUNDED =
               AG-BALANCE * WS-RESERVE-PCT / 100
           ADD AG-BALANCE      TO WS-CO-AGED (WS-CO-IDX)
           ADD WS-LINE-RESERVE TO WS-CO-REQUIRED (WS-CO-IDX)

           MOVE SPACES TO WS-RPT-LINE
           STRING AG-COMPANY "  " AG-CUSTOMER "  " AG-BUCKET
               INTO WS-RPT-LINE
           END-STRING
           MOVE AG-BALANCE      TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT  TO WS-RPT-LINE (41:17)
           MOVE WS-RESERVE-PCT  TO WS-PCT-EDIT
           MOVE WS-PCT-EDIT     TO WS-RPT-LINE (59:6)
           MOVE WS-BASIS        TO WS-RPT-LINE (66:8)
           MOVE WS-LINE-RESERVE TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT  TO WS-RPT-LINE (75:17)
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

      *> a rejected line shows on the worksheet where it would have
      *> printed, so the reviewer sees what the total left out.
       REJECT-ONE-LINE.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "AR-ALLOWANCE REJECTED: "
               FUNCTION TRIM(WS-REJECT-REASON) " LINE="
               AG-AGING-REC
           MOVE SPACES TO WS-RPT-LINE
           STRING AG-COMPANY "  " AG-CUSTOMER "  " AG-BUCKET
               "  *** REJECTED: " WS-REJECT-REASON
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

       FIND-OR-ADD-COMPANY.
           MOVE "N" TO WS-FOUND-FLAG
           SET WS-CO-IDX TO 1
           SEARCH WS-COMPANY-ROW
               AT END
                   CONTINUE
               WHEN WS-CO-IDX > WS-COMPANY-COUNT
                   CONTINUE
               WHEN WS-CO-CODE (WS-CO-IDX) = WS-COMPANY-CODE
                   MOVE "Y" TO WS-FOUND-FLAG
           END-SEARCH
           IF WS-FOUND-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-COMPANY-COUNT >= 99
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COMPANY-COUNT
           SET WS-CO-IDX TO WS-COMPANY-COUNT
           MOVE WS-COMPANY-CODE TO WS-CO-CODE (WS-CO-IDX)
           MOVE 0      TO WS-CO-AGED (WS-CO-IDX)
           MOVE 0      TO WS-CO-REQUIRED (WS-CO-IDX)
           MOVE SPACES TO WS-CO-ALLOW-ACCT (WS-CO-IDX)
           MOVE SPACES TO WS-CO-EXP-ACCT (WS-CO-IDX)
           MOVE 0      TO WS-CO-ON-BOOKS (WS-CO-IDX)
           MOVE 0      TO WS-CO-ADJUSTMENT (WS-CO-IDX)
           MOVE 0      TO WS-CO-ENTRY-ID (WS-CO-IDX)
           MOVE " "    TO WS-CO-STATUS (WS-CO-IDX)
           MOVE SPACES TO WS-CO-REASON (WS-CO-IDX)
           MOVE "Y"    TO WS-FOUND-FLAG
           EXIT.

      *> the company's accounts, and the allowance balance on the
      *> statutory books (ledgers B and L) through the as-of date,
      *> archive included - credit-natured, so credits less debits.
       LOAD-ONE-COMPANY.
           MOVE WS-CO-CODE (WS-CO-IDX) TO WS-COMPANY-CODE
           EXEC SQL
               SELECT allowance_account, expense_account
                 INTO :WS-ALLOW-ACCOUNT, :WS-EXPENSE-ACCOUNT
                 FROM reserve_account
                WHERE company_code = :WS-COMPANY-CODE
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "AR-ALLOWANCE ERROR: NO RESERVE-ACCT ON FILE "
                   "FOR COMPANY " WS-COMPANY-CODE
               MOVE "E" TO WS-CO-STATUS (WS-CO-IDX)
               MOVE "NO RESERVE ACCOUNTS" TO WS-CO-REASON (WS-CO-IDX)
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ALLOW-ACCOUNT   TO WS-CO-ALLOW-ACCT (WS-CO-IDX)
           MOVE WS-EXPENSE-ACCOUNT TO WS-CO-EXP-ACCT (WS-CO-IDX)

           EXEC SQL
               SELECT COALESCE(SUM(T.cr_amount - T.dr_amount), 0)
                 INTO :WS-ALLOW-BALANCE
                 FROM (SELECT home_amount AS dr_amount,
                              0 AS cr_amount
                         FROM journal_entry
                        WHERE debit_account = :WS-ALLOW-ACCOUNT
                          AND status_flag = 'A'
                          AND ledger_code IN ('B', 'L')
                          AND entry_date <= :WS-AS-OF-DATE
                       UNION ALL
                       SELECT 0, home_amount
                         FROM journal_entry
                        WHERE credit_account = :WS-ALLOW-ACCOUNT
                          AND status_flag = 'A'
                          AND ledger_code IN ('B', 'L')
                          AND entry_date <= :WS-AS-OF-DATE
                       UNION ALL
                       SELECT home_amount, 0
                         FROM journal_entry_archive
                        WHERE debit_account = :WS-ALLOW-ACCOUNT
                          AND status_flag = 'A'
                          AND ledger_code IN ('B', 'L')
                          AND entry_date <= :WS-AS-OF-DATE
                       UNION ALL
                       SELECT 0, home_amount
                         FROM journal_entry_archive
                        WHERE credit_account = :WS-ALLOW-ACCOUNT
                          AND status_flag = 'A'
                          AND ledger_code IN ('B', 'L')
                          AND entry_date <= :WS-AS-OF-DATE) T
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "AR-ALLOWANCE ERROR: ALLOWANCE BALANCE FOR "
                   WS-COMPANY-CODE ", SQLCODE=" SQLCODE
               MOVE "E" TO WS-CO-STATUS (WS-CO-IDX)
               MOVE "BALANCE UNAVAILABLE" TO WS-CO-REASON (WS-CO-IDX)
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ALLOW-BALANCE TO WS-CO-ON-BOOKS (WS-CO-IDX)
           COMPUTE WS-CO-ADJUSTMENT (WS-CO-IDX) =
               WS-CO-REQUIRED (WS-CO-IDX) - WS-ALLOW-BALANCE
           EXIT.

      *> an increase charges bad-debt expense and credits the
      *> allowance; a release runs the other way.
       POST-ONE-COMPANY.
           IF WS-CO-STATUS (WS-CO-IDX) = "E"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CO-ADJUSTMENT (WS-CO-IDX) TO WS-ADJUSTMENT
           IF WS-ADJUSTMENT = 0
               MOVE "N" TO WS-CO-STATUS (WS-CO-IDX)
               EXIT PARAGRAPH
           END-IF

           IF WS-ADJUSTMENT > 0
               MOVE WS-CO-EXP-ACCT (WS-CO-IDX)   TO WS-POST-DEBIT
               MOVE WS-CO-ALLOW-ACCT (WS-CO-IDX) TO WS-POST-CREDIT
               MOVE WS-ADJUSTMENT TO WS-POST-AMOUNT
           ELSE
               MOVE WS-CO-ALLOW-ACCT (WS-CO-IDX) TO WS-POST-DEBIT
               MOVE WS-CO-EXP-ACCT (WS-CO-IDX)   TO WS-POST-CREDIT
               COMPUTE WS-POST-AMOUNT = 0 - WS-ADJUSTMENT
           END-IF

           MOVE SPACES TO WS-POST-MEMO
           STRING "DOUBTFUL ACCOUNTS ALLOWANCE TRUE-UP "
               WS-CO-CODE (WS-CO-IDX) " " WS-AS-OF-DATE
               INTO WS-POST-MEMO
           END-STRING
           MOVE SPACES TO WS-SOURCE-REF
           STRING "ALLOWANCE-" WS-CO-CODE (WS-CO-IDX) "-"
               WS-AS-OF-DATE
               INTO WS-SOURCE-REF
           END-STRING
           MOVE 0 TO WS-CE-RETURN-CODE
           MOVE 0 TO WS-ENTRY-ID

           CALL "CREATE-ENTRY"
                USING WS-AS-OF-DATE WS-POST-DEBIT WS-POST-CREDIT
                      WS-POST-AMOUNT WS-POST-MEMO
                      WS-CE-RETURN-CODE WS-OPERATOR-ID WS-BATCH-ID
                      WS-HOME-CURRENCY WS-HOME-RATE WS-FORCE-DUP
                      WS-APPROVED WS-IS-ACCRUAL WS-COST-CENTER
                      WS-SOURCE-REF WS-SOURCE-CODE WS-ENTRY-ID
                      WS-TAX-CODE WS-CTL-OVERRIDE
                      WS-COMMITMENT-ID WS-NO-UOM
                      WS-LEDGER-CODE WS-NO-PROJECT WS-NO-COUNTERPARTY

           IF WS-CE-RETURN-CODE NOT = 0
               DISPLAY "AR-ALLOWANCE ERROR POSTING COMPANY "
                   WS-CO-CODE (WS-CO-IDX) ", RC=" WS-CE-RETURN-CODE
               MOVE "E" TO WS-CO-STATUS (WS-CO-IDX)
               MOVE "POSTING REFUSED" TO WS-CO-REASON (WS-CO-IDX)
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE WS-ENTRY-ID TO WS-CO-ENTRY-ID (WS-CO-IDX)
               MOVE "P" TO WS-CO-STATUS (WS-CO-IDX)
               ADD 1 TO WS-POSTED-COUNT
               ADD WS-ADJUSTMENT TO WS-TOT-POSTED
           END-IF
           EXIT.

       PRINT-COMPANY-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE "CO"                TO WS-RPT-LINE (1:2)
           MOVE "ALLOWANCE ACCOUNT" TO WS-RPT-LINE (8:17)
           MOVE "AGED BALANCE"      TO WS-RPT-LINE (35:12)
           MOVE "REQUIRED"          TO WS-RPT-LINE (57:8)
           MOVE "ON BOOKS"          TO WS-RPT-LINE (75:8)
           MOVE "ADJUSTMENT"        TO WS-RPT-LINE (91:10)
           MOVE "OUTCOME"           TO WS-RPT-LINE (103:7)
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE

           PERFORM PRINT-ONE-COMPANY
               VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-COMPANY-COUNT

           MOVE SPACES TO WS-RPT-LINE
           MOVE "TOTAL" TO WS-RPT-LINE (1:5)
           MOVE WS-TOT-AGED     TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT  TO WS-RPT-LINE (30:17)
           MOVE WS-TOT-REQUIRED TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT  TO WS-RPT-LINE (48:17)
           MOVE WS-TOT-ON-BOOKS TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT  TO WS-RPT-LINE (66:17)
           MOVE WS-TOT-POSTED   TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT  TO WS-RPT-LINE (84:17)
           MOVE "POSTED"        TO WS-RPT-LINE (103:6)
           CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING BY CONTENT "CLOSE"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

       PRINT-ONE-COMPANY.
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-CO-CODE (WS-CO-IDX) "  "
               WS-CO-ALLOW-ACCT (WS-CO-IDX) (1:20)
               INTO WS-RPT-LINE
           END-STRING
           MOVE WS-CO-AGED (WS-CO-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (30:17)
           MOVE WS-CO-REQUIRED (WS-CO-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (48:17)
           MOVE WS-CO-ON-BOOKS (WS-CO-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (66:17)
           MOVE WS-CO-ADJUSTMENT (WS-CO-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (84:17)
           EVALUATE WS-CO-STATUS (WS-CO-IDX)
             WHEN "P"
                 MOVE "POSTED ENTRY" TO WS-RPT-LINE (103:12)
                 MOVE WS-CO-ENTRY-ID (WS-CO-IDX)
                     TO WS-RPT-LINE (116:9)
             WHEN "N"
                 MOVE "NO CHANGE" TO WS-RPT-LINE (103:9)
             WHEN OTHER
                 MOVE "NOT POSTED - " TO WS-RPT-LINE (103:13)
                 MOVE WS-CO-REASON (WS-CO-IDX)
                     TO WS-RPT-LINE (116:17)
           END-EVALUATE
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE

           ADD WS-CO-AGED (WS-CO-IDX)     TO WS-TOT-AGED
           ADD WS-CO-REQUIRED (WS-CO-IDX) TO WS-TOT-REQUIRED
           ADD WS-CO-ON-BOOKS (WS-CO-IDX) TO WS-TOT-ON-BOOKS
           EXIT.

       END PROGRAM AR-ALLOWANCE.
