       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPENSE-IN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the card provider's statement file and the approved expense
      *> reports, in one fixed-column feed - same flat-file
      *> discipline as PAYROLL-IN's register. 'D' detail records
      *> carry one expense line each; the 'T' trailer carries the
      *> provider's own control totals.
           SELECT EXPENSE-FILE ASSIGN DYNAMIC WS-EXPENSE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EXPENSE-FILE-STATUS.

      *> each report's legs, rewritten in the
      *> account|debit|credit|costcenter shape CREATE-SPLIT-ENTRY's
      *> lines file uses - the PAYROLL-IN hand-off.
           SELECT WORK-FILE ASSIGN DYNAMIC WS-WORK-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-WORK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Documented layout:
      *>   'D' detail - col 1 'D', col 2 pay type ('C' corporate
      *>   card, 'E' employee-paid expense report), cols 3-12
      *>   employee id, cols 13-32 card statement or report number,
      *>   cols 33-36 merchant category code, cols 37-86 expense
      *>   account (blank = the merchant category's MCC-MAP
      *>   account), cols 87-96 cost center, cols 97-106 tax code,
      *>   cols 107-118 amount 9(10)V99 tax-inclusive, col 119 'C'
      *>   for a refund or credit (anything else is a charge), cols
      *>   120-149 description.
      *>   'T' trailer - col 1 'T', cols 2-10 detail count 9(9),
      *>   cols 11-24 total charges 9(12)V99, cols 25-38 total
      *>   refunds 9(12)V99.
       FD  EXPENSE-FILE.
       01  EX-EXPENSE-REC.
           05  EX-REC-TYPE       PIC X(1).
           05  EX-DETAIL-BODY.
               10  EX-PAY-TYPE       PIC X(1).
               10  EX-EMPLOYEE       PIC X(10).
               10  EX-REPORT-NO      PIC X(20).
               10  EX-MCC            PIC X(4).
               10  EX-ACCOUNT        PIC X(50).
               10  EX-COST-CENTER    PIC X(10).
               10  EX-TAX-CODE       PIC X(10).
               10  EX-AMOUNT         PIC 9(10)V99.
               10  EX-CREDIT-FLAG    PIC X(1).
               10  EX-DESCRIPTION    PIC X(30).
           05  EX-TRAILER-BODY REDEFINES EX-DETAIL-BODY.
               10  EX-TRL-COUNT      PIC 9(9).
               10  EX-TRL-CHARGES    PIC 9(12)V99.
               10  EX-TRL-REFUNDS    PIC 9(12)V99.
               10  FILLER            PIC X(111).

       FD  WORK-FILE.
       01  FD-WORK-LINE        PIC X(256).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-ACCOUNT-CODE    PIC X(50).
       01  WS-CC-CODE         PIC X(10).
       01  WS-MCC             PIC X(4).
       01  WS-TAX-CODE        PIC X(10).
       01  WS-TAX-RATE        PIC 9(3)V99.
       01  WS-TAX-ACCOUNT     PIC X(50).
       01  WS-TAX-DIRECTION   PIC X(1).
       01  WS-ROW-COUNT       PIC 9(9).
       01  WS-SUSP-ENTRY-ID   PIC 9(9).
       01  WS-SUSP-ACCOUNT    PIC X(50).
       01  WS-SUSP-ORIG-ACCT  PIC X(50).
       01  WS-SUSP-REFERENCE  PIC X(50).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01  WS-EXPENSE-FILE-NAME     PIC X(256).
       01  WS-EXPENSE-FILE-STATUS   PIC X(2).
       01  WS-WORK-FILE-NAME        PIC X(256).
       01  WS-WORK-FILE-STATUS      PIC X(2).
       01  WS-EOF-FLAG              PIC X(1)    VALUE "N".
           88  WS-EOF                           VALUE "Y".

       01  WS-CONNECT-STATUS  PIC X(1).
       01  WS-ENV-NAME        PIC X(30).
       01  WS-DETAIL-COUNT    PIC 9(9)      VALUE 0.
       01  WS-CHARGE-TOTAL    PIC 9(12)V99  VALUE 0.
       01  WS-REFUND-TOTAL    PIC 9(12)V99  VALUE 0.
       01  WS-TRAILER-FLAG    PIC X(1)      VALUE "N".
           88  WS-TRAILER-SEEN              VALUE "Y".
       01  WS-TRL-COUNT       PIC 9(9)      VALUE 0.
       01  WS-TRL-CHARGES     PIC 9(12)V99  VALUE 0.
       01  WS-TRL-REFUNDS     PIC 9(12)V99  VALUE 0.
       01  WS-WORK-LINE       PIC X(256).
       01  WS-DEBIT-EDIT      PIC Z(11)9.99.
       01  WS-CREDIT-EDIT     PIC Z(11)9.99.
       01  WS-LEG-ACCOUNT     PIC X(50).
       01  WS-LEG-DEBIT       PIC 9(12)V99.
       01  WS-LEG-CREDIT      PIC 9(12)V99.
       01  WS-LEG-CC          PIC X(10).
       01  WS-LEG-COUNT       PIC 9(5).
       01  WS-CARD-NET        PIC S9(12)V99.
       01  WS-PAYABLE-NET     PIC S9(12)V99.
       01  WS-LIABILITY-ACCT  PIC X(50).
       01  WS-LIABILITY-NET   PIC S9(12)V99.
       01  WS-SPLIT-MEMO      PIC X(100).
       01  WS-SPLIT-SOURCE    PIC X(2)      VALUE "EX".
       01  WS-CSE-RETURN-CODE PIC 9(4).
       01  WS-GUARD-STATUS    PIC X(1).
       01  WS-GUARD-OUTCOME   PIC X(10).
       01  WS-REJECT-REASON   PIC X(30).
       01  WS-REPORT-NO       PIC X(20).
       01  WS-FOUND-FLAG      PIC X(1).
       01  WS-POSTED-REPORTS  PIC 9(9)      VALUE 0.
       01  WS-POSTED-LINES    PIC 9(9)      VALUE 0.
       01  WS-SUSPENSE-COUNT  PIC 9(9)      VALUE 0.
       01  WS-ERROR-COUNT     PIC 9(9)      VALUE 0.

      *> CREATE-ENTRY's parameters for the suspense legs.
       01  WS-POST-AMOUNT     PIC 9(9)V99.
       01  WS-POST-DEBIT      PIC X(50).
       01  WS-POST-CREDIT     PIC X(50).
       01  WS-POST-MEMO       PIC X(100).
       01  WS-CE-RETURN-CODE  PIC 9(4).
       01  WS-BATCH-ID        PIC X(30)     VALUE SPACES.
       01  WS-CURRENCY-CODE   PIC X(3)      VALUE SPACES.
       01  WS-EXCHANGE-RATE   PIC 9(3)V9(6) VALUE 0.
       01  WS-FORCE-DUP       PIC X(1)      VALUE "Y".
       01  WS-APPROVED        PIC X(1)      VALUE SPACES.
       01  WS-IS-ACCRUAL      PIC X(1)      VALUE SPACES.
       01  WS-NO-COST-CENTER  PIC X(10)     VALUE SPACES.
       01  WS-SOURCE-REF      PIC X(50).
       01  WS-ENTRY-ID        PIC 9(9).
       01  WS-NO-TAX-CODE     PIC X(10)     VALUE SPACES.
       01  WS-CTL-OVERRIDE    PIC X(1)      VALUE SPACES.
       01  WS-COMMITMENT-ID   PIC 9(9)      VALUE 0.
       01  WS-NOT-ACCRUAL     PIC X(1)      VALUE "N".
       01  WS-NO-UOM          PIC X(10)     VALUE SPACES.
       01  WS-NO-PROJECT      PIC X(10)     VALUE SPACES.
       01  WS-NO-COUNTERPARTY PIC X(20)     VALUE SPACES.
       01  WS-LEDGER-CODE     PIC X(1)      VALUE SPACES.

      *> the whole feed is held and proved to its trailer before
      *> anything posts. Line status V codes cleanly into its
      *> report's split, S goes to suspense, E cannot post at all;
      *> P and X mark a V line posted or refused with its split, Q a
      *> suspense line posted.
       01  WS-LINE-TABLE.
           05  WS-LINE-ROW OCCURS 5000 TIMES
                   INDEXED BY WS-LN-IDX.
               10  WS-LN-PAY-TYPE    PIC X(1).
               10  WS-LN-EMPLOYEE    PIC X(10).
               10  WS-LN-REPORT-NO   PIC X(20).
               10  WS-LN-MCC         PIC X(4).
               10  WS-LN-ACCOUNT     PIC X(50).
               10  WS-LN-CC          PIC X(10).
               10  WS-LN-TAX-CODE    PIC X(10).
               10  WS-LN-GROSS       PIC 9(10)V99.
               10  WS-LN-CREDIT-FLAG PIC X(1).
               10  WS-LN-NET         PIC 9(10)V99.
               10  WS-LN-TAX         PIC 9(10)V99.
               10  WS-LN-TAX-ACCOUNT PIC X(50).
               10  WS-LN-STATUS      PIC X(1).
               10  WS-LN-REASON      PIC X(30).
               10  WS-LN-ENTRY-ID    PIC 9(9).
       01  WS-LINE-COUNT      PIC 9(9)      VALUE 0.

       01  WS-REPORT-TABLE.
           05  WS-REPORT-ROW OCCURS 999 TIMES
                   INDEXED BY WS-RP-IDX.
               10  WS-RP-REPORT-NO   PIC X(20).
               10  WS-RP-EMPLOYEE    PIC X(10).
       01  WS-REPORT-COUNT    PIC 9(9)      VALUE 0.

       LINKAGE SECTION.
       01  L-POST-DATE        PIC X(10).
       01  L-CARD-ACCOUNT     PIC X(50).
       01  L-PAYABLE-ACCOUNT  PIC X(50).
       01  L-SUSPENSE-ACCOUNT PIC X(50).
       01  L-EXPENSE-FILE     PIC X(256).
       01  L-RETURN-CODE      PIC 9(4).
       01  L-OPERATOR-ID      PIC X(50).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-POST-DATE
               L-CARD-ACCOUNT
               L-PAYABLE-ACCOUNT
               L-SUSPENSE-ACCOUNT
               L-EXPENSE-FILE
               L-RETURN-CODE
               L-OPERATOR-ID.

      *> corporate card statements and approved expense reports,
      *> posted from the provider's file instead of keyed line by
      *> line through MAIN. The feed is proved to its trailer first
      *> - a file that does not tie never posts. Every line is then
      *> coded: a blank expense account takes its merchant
      *> category's MCC-MAP account, and a tax code splits the
      *> tax-inclusive amount into net expense and recoverable tax.
      *> Each statement or report posts as one balanced split
      *> through CREATE-SPLIT-ENTRY under source EX, credited to the
      *> card liability account (pay type C) or the employee payable
      *> account (pay type E). A line that cannot be coded - no
      *> account, an inactive account, an unknown or inactive cost
      *> center, an unusable tax code - posts alone to the suspense
      *> account against the same liability, the SUBLEDGER-IN way,
      *> and waits on suspense_item for SUSPENSE-CLEAR. Without a
      *> suspense account such a line is an error and does not post.
       MAIN-LOGIC.
           MOVE L-EXPENSE-FILE TO WS-EXPENSE-FILE-NAME
           MOVE 0              TO L-RETURN-CODE

      *> a feed already posted clean must not post again.
           MOVE "Y" TO WS-GUARD-STATUS
           CALL "FILE-GUARD" USING BY CONTENT "CHECK"
                                   BY CONTENT "EXPENSE-IN"
                                   BY REFERENCE WS-EXPENSE-FILE-NAME
                                   WS-GUARD-STATUS
                                   WS-GUARD-OUTCOME
                                   L-OPERATOR-ID
           IF WS-GUARD-STATUS = "N"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT EXPENSE-FILE
           IF WS-EXPENSE-FILE-STATUS NOT = "00"
               DISPLAY "EXPENSE-IN ERROR: CANNOT OPEN "
                   FUNCTION TRIM(WS-EXPENSE-FILE-NAME)
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL WS-EOF
               READ EXPENSE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE EXPENSE-FILE

           IF L-RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM REPORT-CONTROL-TOTALS
           PERFORM VERIFY-CONTROL-TOTALS
           IF L-RETURN-CODE NOT = 0
               GOBACK
           END-IF

           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "EXPENSE-IN ERROR: DATABASE CONNECTION "
                   "UNAVAILABLE"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           PERFORM VALIDATE-POSTING-ACCOUNTS
           IF L-RETURN-CODE NOT = 0
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           PERFORM CODE-ONE-LINE
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LINE-COUNT

      *> coding is done; CREATE-SPLIT-ENTRY and CREATE-ENTRY
      *> connect for themselves.
           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"

           ACCEPT WS-WORK-FILE-NAME
               FROM ENVIRONMENT "EXPENSE_WORK_FILE"
           IF WS-WORK-FILE-NAME = SPACES
               MOVE "expense_run.lines" TO WS-WORK-FILE-NAME
           END-IF

           PERFORM POST-ONE-REPORT
               VARYING WS-RP-IDX FROM 1 BY 1
               UNTIL WS-RP-IDX > WS-REPORT-COUNT

           PERFORM POST-ONE-SUSPENSE
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LINE-COUNT

           IF WS-SUSPENSE-COUNT NOT = 0
               PERFORM RECORD-SUSPENSE-ITEMS
           END-IF

           DISPLAY "EXPENSE-IN SUMMARY: LINES=" WS-DETAIL-COUNT
               " REPORTS POSTED=" WS-POSTED-REPORTS
               " LINES POSTED=" WS-POSTED-LINES
               " SUSPENSE=" WS-SUSPENSE-COUNT
               " ERRORS=" WS-ERROR-COUNT

           IF WS-ERROR-COUNT NOT = 0
               MOVE 1 TO L-RETURN-CODE
               MOVE "ERRORS" TO WS-GUARD-OUTCOME
           ELSE
               MOVE "OK" TO WS-GUARD-OUTCOME
           END-IF
           CALL "FILE-GUARD" USING BY CONTENT "RECORD"
                                   BY CONTENT "EXPENSE-IN"
                                   BY REFERENCE WS-EXPENSE-FILE-NAME
                                   WS-GUARD-STATUS
                                   WS-GUARD-OUTCOME
                                   L-OPERATOR-ID
           GOBACK.

       TAKE-ONE-RECORD.
           EVALUATE EX-REC-TYPE
             WHEN "D"
                 PERFORM TAKE-ONE-DETAIL
             WHEN "T"
                 SET WS-TRAILER-SEEN TO TRUE
                 MOVE EX-TRL-COUNT   TO WS-TRL-COUNT
                 MOVE EX-TRL-CHARGES TO WS-TRL-CHARGES
                 MOVE EX-TRL-REFUNDS TO WS-TRL-REFUNDS
             WHEN OTHER
                 DISPLAY "EXPENSE-IN ERROR: UNKNOWN RECORD TYPE "
                     EX-REC-TYPE
                 MOVE 1 TO L-RETURN-CODE
           END-EVALUATE
           EXIT.

       TAKE-ONE-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT
           IF EX-AMOUNT NOT NUMERIC
               DISPLAY "EXPENSE-IN ERROR: AMOUNT NOT NUMERIC ON "
                   "DETAIL " WS-DETAIL-COUNT
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF EX-PAY-TYPE NOT = "C" AND EX-PAY-TYPE NOT = "E"
               DISPLAY "EXPENSE-IN ERROR: PAY TYPE MUST BE C OR E "
                   "ON DETAIL " WS-DETAIL-COUNT
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF EX-REPORT-NO = SPACES
               DISPLAY "EXPENSE-IN ERROR: NO STATEMENT OR REPORT "
                   "NUMBER ON DETAIL " WS-DETAIL-COUNT
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-COUNT >= 5000
               DISPLAY "EXPENSE-IN ERROR: MORE THAN 5000 DETAIL "
                   "LINES, SPLIT THE FILE"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF EX-CREDIT-FLAG = "C"
               ADD EX-AMOUNT TO WS-REFUND-TOTAL
           ELSE
               ADD EX-AMOUNT TO WS-CHARGE-TOTAL
           END-IF

           MOVE EX-REPORT-NO TO WS-REPORT-NO
           PERFORM FIND-OR-ADD-REPORT
           IF WS-FOUND-FLAG NOT = "Y"
               DISPLAY "EXPENSE-IN ERROR: MORE THAN 999 STATEMENTS "
                   "OR REPORTS, SPLIT THE FILE"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LINE-COUNT
           SET WS-LN-IDX TO WS-LINE-COUNT
           MOVE EX-PAY-TYPE    TO WS-LN-PAY-TYPE (WS-LN-IDX)
           MOVE EX-EMPLOYEE    TO WS-LN-EMPLOYEE (WS-LN-IDX)
           MOVE EX-REPORT-NO   TO WS-LN-REPORT-NO (WS-LN-IDX)
           MOVE EX-MCC         TO WS-LN-MCC (WS-LN-IDX)
           MOVE EX-ACCOUNT     TO WS-LN-ACCOUNT (WS-LN-IDX)
           MOVE EX-COST-CENTER TO WS-LN-CC (WS-LN-IDX)
           MOVE EX-TAX-CODE    TO WS-LN-TAX-CODE (WS-LN-IDX)
           MOVE EX-AMOUNT      TO WS-LN-GROSS (WS-LN-IDX)
           MOVE EX-CREDIT-FLAG TO WS-LN-CREDIT-FLAG (WS-LN-IDX)
           MOVE EX-AMOUNT      TO WS-LN-NET (WS-LN-IDX)
           MOVE 0              TO WS-LN-TAX (WS-LN-IDX)
           MOVE SPACES         TO WS-LN-TAX-ACCOUNT (WS-LN-IDX)
           MOVE "V"            TO WS-LN-STATUS (WS-LN-IDX)
           MOVE SPACES         TO WS-LN-REASON (WS-LN-IDX)
           MOVE 0              TO WS-LN-ENTRY-ID (WS-LN-IDX)
           EXIT.

       FIND-OR-ADD-REPORT.
           MOVE "N" TO WS-FOUND-FLAG
           SET WS-RP-IDX TO 1
           SEARCH WS-REPORT-ROW
               AT END
                   CONTINUE
               WHEN WS-RP-IDX > WS-REPORT-COUNT
                   CONTINUE
               WHEN WS-RP-REPORT-NO (WS-RP-IDX) = WS-REPORT-NO
                   MOVE "Y" TO WS-FOUND-FLAG
           END-SEARCH
           IF WS-FOUND-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-REPORT-COUNT >= 999
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REPORT-COUNT
           SET WS-RP-IDX TO WS-REPORT-COUNT
           MOVE WS-REPORT-NO TO WS-RP-REPORT-NO (WS-RP-IDX)
           MOVE EX-EMPLOYEE  TO WS-RP-EMPLOYEE (WS-RP-IDX)
           MOVE "Y" TO WS-FOUND-FLAG
           EXIT.

       REPORT-CONTROL-TOTALS.
           DISPLAY "EXPENSE-IN CONTROL TOTALS"
           DISPLAY "  DETAIL COUNT=" WS-DETAIL-COUNT
               "  TRAILER COUNT=" WS-TRL-COUNT
           DISPLAY "  DETAIL CHARGES=" WS-CHARGE-TOTAL
               "  TRAILER CHARGES=" WS-TRL-CHARGES
           DISPLAY "  DETAIL REFUNDS=" WS-REFUND-TOTAL
               "  TRAILER REFUNDS=" WS-TRL-REFUNDS
           EXIT.

      *> the provider's trailer is the control: no trailer, or detail
      *> that does not prove to it, and nothing posts.
       VERIFY-CONTROL-TOTALS.
           IF WS-DETAIL-COUNT = 0
               DISPLAY "EXPENSE-IN ERROR: NO DETAIL RECORDS"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-TRAILER-SEEN
               DISPLAY "EXPENSE-IN ERROR: FILE HAS NO TRAILER RECORD"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-DETAIL-COUNT NOT = WS-TRL-COUNT
               OR WS-CHARGE-TOTAL NOT = WS-TRL-CHARGES
               OR WS-REFUND-TOTAL NOT = WS-TRL-REFUNDS
               DISPLAY "EXPENSE-IN ERROR: DETAIL DOES NOT PROVE TO "
                   "TRAILER, NOT POSTED"
               MOVE 1 TO L-RETURN-CODE
           END-IF
           EXIT.

       VALIDATE-POSTING-ACCOUNTS.
           MOVE L-CARD-ACCOUNT TO WS-ACCOUNT-CODE
           PERFORM REQUIRE-POSTING-ACCOUNT
           MOVE L-PAYABLE-ACCOUNT TO WS-ACCOUNT-CODE
           PERFORM REQUIRE-POSTING-ACCOUNT
           IF L-SUSPENSE-ACCOUNT NOT = SPACES
               MOVE L-SUSPENSE-ACCOUNT TO WS-ACCOUNT-CODE
               PERFORM REQUIRE-POSTING-ACCOUNT
           END-IF
           EXIT.

       REQUIRE-POSTING-ACCOUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM chart_of_accounts
                WHERE account_code = :WS-ACCOUNT-CODE
                  AND active_flag = 'Y'
           END-EXEC
           IF WS-ROW-COUNT = 0
               DISPLAY "EXPENSE-IN ERROR: UNKNOWN OR INACTIVE "
                   "ACCOUNT " FUNCTION TRIM(WS-ACCOUNT-CODE)
               MOVE 1 TO L-RETURN-CODE
           END-IF
           EXIT.

      *> resolves the line's expense account, cost center and tax;
      *> the first thing wrong sends it to suspense with the reason.
       CODE-ONE-LINE.
           MOVE WS-LN-ACCOUNT (WS-LN-IDX) TO WS-ACCOUNT-CODE
           IF WS-ACCOUNT-CODE = SPACES
               MOVE WS-LN-MCC (WS-LN-IDX) TO WS-MCC
               EXEC SQL
                   SELECT account_code INTO :WS-ACCOUNT-CODE
                     FROM mcc_map
                    WHERE merchant_category = :WS-MCC
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE "NO ACCOUNT FOR MERCHANT CATEGORY"
                       TO WS-REJECT-REASON
                   PERFORM DIVERT-ONE-LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ACCOUNT-CODE TO WS-LN-ACCOUNT (WS-LN-IDX)
           END-IF

           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM chart_of_accounts
                WHERE account_code = :WS-ACCOUNT-CODE
                  AND active_flag = 'Y'
           END-EXEC
           IF WS-ROW-COUNT = 0
               MOVE "UNKNOWN OR INACTIVE ACCOUNT" TO WS-REJECT-REASON
               PERFORM DIVERT-ONE-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LN-CC (WS-LN-IDX) TO WS-CC-CODE
           IF WS-CC-CODE NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-ROW-COUNT
                     FROM cost_center
                    WHERE cost_center_code = :WS-CC-CODE
                      AND active_flag = 'Y'
                      AND node_type = 'C'
               END-EXEC
               IF WS-ROW-COUNT = 0
                   MOVE "UNKNOWN OR INACTIVE COST CENTER"
                       TO WS-REJECT-REASON
                   PERFORM DIVERT-ONE-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *> the amount is what the card was charged, tax included; an
      *> input (purchase) tax code carves the recoverable tax out of
      *> it onto the code's tax account. An output code makes no
      *> sense on spend.
           MOVE WS-LN-TAX-CODE (WS-LN-IDX) TO WS-TAX-CODE
           IF WS-TAX-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT rate_pct, tax_account, direction
                 INTO :WS-TAX-RATE, :WS-TAX-ACCOUNT,
                      :WS-TAX-DIRECTION
                 FROM tax_code
                WHERE tax_code = :WS-TAX-CODE
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-TAX-DIRECTION NOT = "I"
               MOVE "UNKNOWN OR OUTPUT TAX CODE" TO WS-REJECT-REASON
               PERFORM DIVERT-ONE-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LN-TAX (WS-LN-IDX) ROUNDED =
               WS-LN-GROSS (WS-LN-IDX) * WS-TAX-RATE
               / (100 + WS-TAX-RATE)
           COMPUTE WS-LN-NET (WS-LN-IDX) =
               WS-LN-GROSS (WS-LN-IDX) - WS-LN-TAX (WS-LN-IDX)
           MOVE WS-TAX-ACCOUNT TO WS-LN-TAX-ACCOUNT (WS-LN-IDX)
           EXIT.

       DIVERT-ONE-LINE.
           MOVE WS-REJECT-REASON TO WS-LN-REASON (WS-LN-IDX)
           IF L-SUSPENSE-ACCOUNT = SPACES
               MOVE "E" TO WS-LN-STATUS (WS-LN-IDX)
               DISPLAY "EXPENSE-IN ERROR: "
                   FUNCTION TRIM(WS-LN-REPORT-NO (WS-LN-IDX)) " "
                   FUNCTION TRIM(WS-REJECT-REASON)
                   ", NO SUSPENSE ACCOUNT - NOT POSTED"
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE "S" TO WS-LN-STATUS (WS-LN-IDX)
           END-IF
           EXIT.

      *> one split per statement or report: the coded lines' net
      *> expense and tax legs, balanced by the card liability and
      *> employee payable legs for the same lines.
       POST-ONE-REPORT.
           MOVE WS-RP-REPORT-NO (WS-RP-IDX) TO WS-REPORT-NO
           MOVE 0 TO WS-LEG-COUNT
           MOVE 0 TO WS-CARD-NET
           MOVE 0 TO WS-PAYABLE-NET

           OPEN OUTPUT WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = "00"
               DISPLAY "EXPENSE-IN ERROR: CANNOT OPEN WORK FILE "
                   FUNCTION TRIM(WS-WORK-FILE-NAME)
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-EXPENSE-LEGS
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LINE-COUNT
           IF WS-LEG-COUNT = 0
               CLOSE WORK-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE L-CARD-ACCOUNT TO WS-LIABILITY-ACCT
           MOVE WS-CARD-NET    TO WS-LIABILITY-NET
           PERFORM WRITE-LIABILITY-LEG
           MOVE L-PAYABLE-ACCOUNT TO WS-LIABILITY-ACCT
           MOVE WS-PAYABLE-NET    TO WS-LIABILITY-NET
           PERFORM WRITE-LIABILITY-LEG
           CLOSE WORK-FILE

           MOVE SPACES TO WS-SPLIT-MEMO
           STRING "EXPENSES " FUNCTION TRIM(WS-REPORT-NO)
               " EMPLOYEE " WS-RP-EMPLOYEE (WS-RP-IDX)
               INTO WS-SPLIT-MEMO
           END-STRING

           MOVE 0 TO WS-CSE-RETURN-CODE
           CALL "CREATE-SPLIT-ENTRY"
                USING L-POST-DATE WS-SPLIT-MEMO WS-WORK-FILE-NAME
                      WS-CSE-RETURN-CODE L-OPERATOR-ID
                      WS-CTL-OVERRIDE WS-SPLIT-SOURCE
                      WS-COMMITMENT-ID WS-NOT-ACCRUAL

           IF WS-CSE-RETURN-CODE NOT = 0
               DISPLAY "EXPENSE-IN ERROR: " FUNCTION TRIM(WS-REPORT-NO)
                   " NOT POSTED, RC=" WS-CSE-RETURN-CODE
               ADD 1 TO WS-ERROR-COUNT
               MOVE "X" TO WS-FOUND-FLAG
           ELSE
               DISPLAY "EXPENSE-IN: " FUNCTION TRIM(WS-REPORT-NO)
                   " POSTED, " WS-LEG-COUNT " LEG(S)"
               ADD 1 TO WS-POSTED-REPORTS
               MOVE "P" TO WS-FOUND-FLAG
           END-IF
           PERFORM MARK-REPORT-LINES
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LINE-COUNT
           EXIT.

       WRITE-EXPENSE-LEGS.
           IF WS-LN-REPORT-NO (WS-LN-IDX) NOT = WS-REPORT-NO
               OR WS-LN-STATUS (WS-LN-IDX) NOT = "V"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LN-ACCOUNT (WS-LN-IDX) TO WS-LEG-ACCOUNT
           MOVE WS-LN-CC (WS-LN-IDX)      TO WS-LEG-CC
           IF WS-LN-CREDIT-FLAG (WS-LN-IDX) = "C"
               MOVE 0 TO WS-LEG-DEBIT
               MOVE WS-LN-NET (WS-LN-IDX) TO WS-LEG-CREDIT
           ELSE
               MOVE WS-LN-NET (WS-LN-IDX) TO WS-LEG-DEBIT
               MOVE 0 TO WS-LEG-CREDIT
           END-IF
           PERFORM WRITE-ONE-LEG

           IF WS-LN-TAX (WS-LN-IDX) NOT = 0
               MOVE WS-LN-TAX-ACCOUNT (WS-LN-IDX) TO WS-LEG-ACCOUNT
               MOVE SPACES TO WS-LEG-CC
               IF WS-LN-CREDIT-FLAG (WS-LN-IDX) = "C"
                   MOVE 0 TO WS-LEG-DEBIT
                   MOVE WS-LN-TAX (WS-LN-IDX) TO WS-LEG-CREDIT
               ELSE
                   MOVE WS-LN-TAX (WS-LN-IDX) TO WS-LEG-DEBIT
                   MOVE 0 TO WS-LEG-CREDIT
               END-IF
               PERFORM WRITE-ONE-LEG
           END-IF

           IF WS-LN-CREDIT-FLAG (WS-LN-IDX) = "C"
               IF WS-LN-PAY-TYPE (WS-LN-IDX) = "C"
                   SUBTRACT WS-LN-GROSS (WS-LN-IDX) FROM WS-CARD-NET
               ELSE
                   SUBTRACT WS-LN-GROSS (WS-LN-IDX)
                       FROM WS-PAYABLE-NET
               END-IF
           ELSE
               IF WS-LN-PAY-TYPE (WS-LN-IDX) = "C"
                   ADD WS-LN-GROSS (WS-LN-IDX) TO WS-CARD-NET
               ELSE
                   ADD WS-LN-GROSS (WS-LN-IDX) TO WS-PAYABLE-NET
               END-IF
           END-IF
           EXIT.

      *> a net charge credits the liability; a statement that is
      *> net refunds debits it back.
       WRITE-LIABILITY-LEG.
           IF WS-LIABILITY-NET = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LIABILITY-ACCT TO WS-LEG-ACCOUNT
           MOVE SPACES TO WS-LEG-CC
           IF WS-LIABILITY-NET > 0
               MOVE 0 TO WS-LEG-DEBIT
               MOVE WS-LIABILITY-NET TO WS-LEG-CREDIT
           ELSE
               COMPUTE WS-LEG-DEBIT = 0 - WS-LIABILITY-NET
               MOVE 0 TO WS-LEG-CREDIT
           END-IF
           PERFORM WRITE-ONE-LEG
           EXIT.

       WRITE-ONE-LEG.
           ADD 1 TO WS-LEG-COUNT
           MOVE WS-LEG-DEBIT  TO WS-DEBIT-EDIT
           MOVE WS-LEG-CREDIT TO WS-CREDIT-EDIT
           MOVE SPACES TO WS-WORK-LINE
           STRING
               WS-LEG-ACCOUNT                DELIMITED BY SPACE "|"
               FUNCTION TRIM(WS-DEBIT-EDIT)  DELIMITED BY SIZE
               "|"                           DELIMITED BY SIZE
               FUNCTION TRIM(WS-CREDIT-EDIT) DELIMITED BY SIZE
               "|"                           DELIMITED BY SIZE
               WS-LEG-CC                     DELIMITED BY SPACE
               INTO WS-WORK-LINE
           END-STRING
           MOVE WS-WORK-LINE TO FD-WORK-LINE
           WRITE FD-WORK-LINE
           EXIT.

       MARK-REPORT-LINES.
           IF WS-LN-REPORT-NO (WS-LN-IDX) NOT = WS-REPORT-NO
               OR WS-LN-STATUS (WS-LN-IDX) NOT = "V"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FOUND-FLAG TO WS-LN-STATUS (WS-LN-IDX)
           IF WS-FOUND-FLAG = "P"
               ADD 1 TO WS-POSTED-LINES
           END-IF
           EXIT.

      *> same entry the line would have made, with the suspense
      *> account standing in for the expense side; the liability
      *> side never changes, so the statement still ties. Forced
      *> past the duplicate check - two uncodeable charges of the
      *> same amount are both real money.
       POST-ONE-SUSPENSE.
           IF WS-LN-STATUS (WS-LN-IDX) NOT = "S"
               EXIT PARAGRAPH
           END-IF
           IF WS-LN-PAY-TYPE (WS-LN-IDX) = "C"
               MOVE L-CARD-ACCOUNT    TO WS-LIABILITY-ACCT
           ELSE
               MOVE L-PAYABLE-ACCOUNT TO WS-LIABILITY-ACCT
           END-IF
           IF WS-LN-CREDIT-FLAG (WS-LN-IDX) = "C"
               MOVE WS-LIABILITY-ACCT  TO WS-POST-DEBIT
               MOVE L-SUSPENSE-ACCOUNT TO WS-POST-CREDIT
           ELSE
               MOVE L-SUSPENSE-ACCOUNT TO WS-POST-DEBIT
               MOVE WS-LIABILITY-ACCT  TO WS-POST-CREDIT
           END-IF
           MOVE WS-LN-GROSS (WS-LN-IDX) TO WS-POST-AMOUNT
           MOVE SPACES TO WS-POST-MEMO
           STRING "SUSPENSE " FUNCTION TRIM(WS-LN-REPORT-NO (WS-LN-IDX))
               " " WS-LN-REASON (WS-LN-IDX)
               INTO WS-POST-MEMO
           END-STRING
           MOVE WS-LN-REPORT-NO (WS-LN-IDX) TO WS-SOURCE-REF
           MOVE 0 TO WS-CE-RETURN-CODE
           MOVE 0 TO WS-ENTRY-ID

           CALL "CREATE-ENTRY"
                USING L-POST-DATE WS-POST-DEBIT WS-POST-CREDIT
                      WS-POST-AMOUNT WS-POST-MEMO
                      WS-CE-RETURN-CODE L-OPERATOR-ID WS-BATCH-ID
                      WS-CURRENCY-CODE WS-EXCHANGE-RATE
                      WS-FORCE-DUP WS-APPROVED WS-IS-ACCRUAL
                      WS-NO-COST-CENTER WS-SOURCE-REF
                      WS-SPLIT-SOURCE WS-ENTRY-ID
                      WS-NO-TAX-CODE WS-CTL-OVERRIDE
                      WS-COMMITMENT-ID WS-NO-UOM
                      WS-LEDGER-CODE WS-NO-PROJECT WS-NO-COUNTERPARTY

           IF WS-CE-RETURN-CODE NOT = 0
               DISPLAY "EXPENSE-IN ERROR: SUSPENSE POSTING FOR "
                   FUNCTION TRIM(WS-LN-REPORT-NO (WS-LN-IDX))
                   " REFUSED, RC=" WS-CE-RETURN-CODE
               MOVE "E" TO WS-LN-STATUS (WS-LN-IDX)
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "EXPENSE-IN: "
                   FUNCTION TRIM(WS-LN-REPORT-NO (WS-LN-IDX))
                   " LINE POSTED TO SUSPENSE (ENTRY " WS-ENTRY-ID
                   ") - " FUNCTION TRIM(WS-LN-REASON (WS-LN-IDX))
               MOVE WS-ENTRY-ID TO WS-LN-ENTRY-ID (WS-LN-IDX)
               MOVE "Q" TO WS-LN-STATUS (WS-LN-IDX)
               ADD 1 TO WS-SUSPENSE-COUNT
           END-IF
           EXIT.

      *> the open suspense_item rows SUSPENSE-CLEAR works from: the
      *> entry holding the money, the account it was meant for (the
      *> merchant category when there was none), and the statement
      *> or report to chase it by.
       RECORD-SUSPENSE-ITEMS.
           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "EXPENSE-IN WARNING: SUSPENSE ITEMS NOT "
                   "RECORDED"
               EXIT PARAGRAPH
           END-IF
           PERFORM RECORD-ONE-SUSPENSE-ITEM
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LINE-COUNT
           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
           EXIT.

       RECORD-ONE-SUSPENSE-ITEM.
           IF WS-LN-STATUS (WS-LN-IDX) NOT = "Q"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LN-ENTRY-ID (WS-LN-IDX)  TO WS-SUSP-ENTRY-ID
           MOVE L-SUSPENSE-ACCOUNT          TO WS-SUSP-ACCOUNT
           MOVE WS-LN-ACCOUNT (WS-LN-IDX)   TO WS-SUSP-ORIG-ACCT
           IF WS-SUSP-ORIG-ACCT = SPACES
               STRING "MCC " WS-LN-MCC (WS-LN-IDX)
                   INTO WS-SUSP-ORIG-ACCT
               END-STRING
           END-IF
           MOVE WS-LN-REPORT-NO (WS-LN-IDX) TO WS-SUSP-REFERENCE
           EXEC SQL
               INSERT INTO suspense_item
                   (entry_id, suspense_account, original_account,
                    reference)
               VALUES
                   (:WS-SUSP-ENTRY-ID, :WS-SUSP-ACCOUNT,
                    :WS-SUSP-ORIG-ACCT, :WS-SUSP-REFERENCE)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "EXPENSE-IN WARNING: SUSPENSE ITEM INSERT "
                   "FAILED, SQLCODE=" SQLCODE
           END-IF
           EXIT.

       END PROGRAM EXPENSE-IN.
