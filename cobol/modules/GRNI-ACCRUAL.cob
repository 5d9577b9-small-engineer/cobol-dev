       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRNI-ACCRUAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the receiving extract, when one is supplied - one
      *> pipe-delimited line per receipt:
      *> commitmentid|receiptdate|receivedvalue (blank value = the
      *> full commitment amount).
           SELECT RECEIPT-FILE ASSIGN DYNAMIC WS-RECEIPT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RECEIPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-FILE.
       01  FD-RECEIPT-LINE     PIC X(256).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-PERIOD-END     PIC X(10).
       01  WS-GRNI-ACCOUNT   PIC X(50).
       01  WS-ROW-COUNT      PIC 9(9).
       01  WS-COMMIT-ID      PIC 9(9).
       01  WS-ACCOUNT-CODE   PIC X(50).
       01  WS-CC-CODE        PIC X(10).
       01  WS-DESCRIPTION    PIC X(100).
       01  WS-AMOUNT         PIC 9(9)V99.
       01  WS-RELIEVED       PIC 9(9)V99.
       01  WS-RECEIVED-FLAG  PIC X(1).
       01  WS-RECEIVED-AMT   PIC 9(9)V99.
       01  WS-RECEIVED-DATE  PIC X(10).
       01  WS-OPERATOR-ID    PIC X(50).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01  WS-RECEIPT-FILE-NAME   PIC X(256).
       01  WS-RECEIPT-FILE-STATUS PIC X(2).
       01  WS-EOF-FLAG            PIC X(1)    VALUE "N".
           88  WS-EOF                         VALUE "Y".
       01  WS-INPUT-LINE       PIC X(256).
       01  WS-ID-TEXT          PIC X(20).
       01  WS-DATE-TEXT        PIC X(10).
       01  WS-AMOUNT-TEXT      PIC X(20).
       01  WS-FIELD-COUNT      PIC 9(3).
       01  WS-REJECT-REASON    PIC X(40).

       01  WS-CONNECT-STATUS  PIC X(1).
       01  WS-ENV-NAME        PIC X(30).
       01  WS-DATE-STATUS     PIC X(1).
       01  WS-AUTHORIZED      PIC X(1).
       01  WS-RPT-LINE        PIC X(132).
       01  WS-AMOUNT-EDIT     PIC -(9)9.99.
       01  WS-COUNT-EDIT      PIC Z(8)9.
       01  WS-ACCRUE-AMOUNT   PIC S9(9)V99.
       01  WS-POST-AMOUNT     PIC 9(9)V99.
       01  WS-POST-MEMO       PIC X(100).
       01  WS-BATCH-ID        PIC X(30)     VALUE SPACES.
       01  WS-HOME-CURRENCY   PIC X(3)      VALUE SPACES.
       01  WS-HOME-RATE       PIC 9(3)V9(6) VALUE 0.
       01  WS-FORCE-DUP       PIC X(1)      VALUE "Y".
       01  WS-APPROVED        PIC X(1)      VALUE "Y".
       01  WS-IS-ACCRUAL      PIC X(1)      VALUE "Y".
       01  WS-COST-CENTER     PIC X(10).
       01  WS-SOURCE-REF      PIC X(50).
       01  WS-SOURCE-CODE     PIC X(2)      VALUE "GR".
       01  WS-ENTRY-ID        PIC 9(9).
       01  WS-TAX-CODE        PIC X(10)     VALUE SPACES.
       01  WS-CTL-OVERRIDE    PIC X(1)      VALUE SPACES.
       01  WS-COMMITMENT-ID   PIC 9(9)      VALUE 0.
       01  WS-NO-UOM          PIC X(10)     VALUE SPACES.
       01  WS-NO-PROJECT      PIC X(10)     VALUE SPACES.
       01  WS-NO-COUNTERPARTY PIC X(20)     VALUE SPACES.
       01  WS-LEDGER-CODE     PIC X(1)      VALUE SPACES.
       01  WS-CE-RETURN-CODE  PIC 9(4).
       01  WS-RECEIPT-COUNT   PIC 9(9)      VALUE 0.
       01  WS-REJECT-COUNT    PIC 9(9)      VALUE 0.
       01  WS-ACCRUED-COUNT   PIC 9(9)      VALUE 0.
       01  WS-SKIPPED-COUNT   PIC 9(9)      VALUE 0.
       01  WS-POSTED-COUNT    PIC 9(9)      VALUE 0.
       01  WS-ERROR-COUNT     PIC 9(9)      VALUE 0.
       01  WS-TOT-ACCRUED     PIC S9(12)V99 VALUE 0.
       01  WS-TOT-POSTED      PIC S9(12)V99 VALUE 0.
       01  WS-FOUND-FLAG      PIC X(1).

      *> every open commitment is buffered with its outcome while the
      *> session is open, and the accruals are posted per account and
      *> cost center with it closed - CREATE-ENTRY connects and
      *> disconnects for itself. Status A accrued, S skipped.
       01  WS-COMMIT-TABLE.
           05  WS-COMMIT-ROW OCCURS 5000 TIMES
                   INDEXED BY WS-COMMIT-IDX.
               10  WS-TBL-ID         PIC 9(9).
               10  WS-TBL-ACCOUNT    PIC X(50).
               10  WS-TBL-CC         PIC X(10).
               10  WS-TBL-AMOUNT     PIC 9(9)V99.
               10  WS-TBL-RECEIVED   PIC 9(9)V99.
               10  WS-TBL-RELIEVED   PIC 9(9)V99.
               10  WS-TBL-ACCRUE     PIC S9(9)V99.
               10  WS-TBL-STATUS     PIC X(1).
               10  WS-TBL-REASON     PIC X(25).
       01  WS-COMMIT-COUNT    PIC 9(9)      VALUE 0.

       01  WS-GROUP-TABLE.
           05  WS-GROUP-ROW OCCURS 999 TIMES
                   INDEXED BY WS-GROUP-IDX.
               10  WS-GRP-ACCOUNT    PIC X(50).
               10  WS-GRP-CC         PIC X(10).
               10  WS-GRP-AMOUNT     PIC 9(9)V99.
               10  WS-GRP-ITEMS      PIC 9(5).
               10  WS-GRP-ENTRY-ID   PIC 9(9).
               10  WS-GRP-STATUS     PIC X(1).
       01  WS-GROUP-COUNT     PIC 9(9)      VALUE 0.

       LINKAGE SECTION.
       01  L-PERIOD-END       PIC X(10).
       01  L-GRNI-ACCOUNT     PIC X(50).
       01  L-RECEIPT-FILE     PIC X(256).
       01  L-RETURN-CODE      PIC 9(4).
       01  L-OPERATOR-ID      PIC X(50).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-PERIOD-END
               L-GRNI-ACCOUNT
               L-RECEIPT-FILE
               L-RETURN-CODE
               L-OPERATOR-ID.

      *> the month-end goods-received-not-invoiced accrual. An open
      *> commitment whose receipt is confirmed on or before the period
      *> end - by COMMIT-FUNDS RECEIVE, or by a line of the receiving
      *> extract when one is supplied, which is applied first - is
      *> accrued for the received value not yet relieved by an
      *> invoice: Dr the commitment's account, Cr the GRNI accrual
      *> account, per account and cost center, dated the period end
      *> under source GR with is_accrual 'Y' so REVERSE-ACCRUALS backs
      *> it out in the next period as the invoices arrive. Every open
      *> commitment is listed as accrued or skipped with the reason.
      *> A period end already carrying GR entries is refused - void
      *> the earlier accrual before running it again.
       MAIN-LOGIC.
           MOVE L-PERIOD-END   TO WS-PERIOD-END
           MOVE L-GRNI-ACCOUNT TO WS-GRNI-ACCOUNT
           MOVE L-RECEIPT-FILE TO WS-RECEIPT-FILE-NAME
           MOVE L-OPERATOR-ID  TO WS-OPERATOR-ID
           MOVE 0              TO L-RETURN-CODE
           MOVE 0              TO WS-COMMIT-COUNT
           MOVE 0              TO WS-GROUP-COUNT

           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-PERIOD-END
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               DISPLAY "GRNI-ACCRUAL ERROR: BAD PERIOD END "
                   WS-PERIOD-END
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "GRNI-ACCRUAL ERROR: DATABASE CONNECTION "
                   "UNAVAILABLE"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           CALL "CHECK-OPERATOR" USING WS-OPERATOR-ID
                                       BY CONTENT "E"
                                       BY REFERENCE WS-AUTHORIZED
           IF WS-AUTHORIZED NOT = "Y"
               DISPLAY "GRNI-ACCRUAL ERROR: OPERATOR NOT AUTHORIZED"
               MOVE 4 TO L-RETURN-CODE
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM chart_of_accounts
                WHERE account_code = :WS-GRNI-ACCOUNT
                  AND active_flag = 'Y'
           END-EXEC
           IF WS-ROW-COUNT = 0
               DISPLAY "GRNI-ACCRUAL ERROR: GRNI ACCOUNT "
                   FUNCTION TRIM(WS-GRNI-ACCOUNT) " NOT ACTIVE"
               MOVE 1 TO L-RETURN-CODE
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM journal_entry
                WHERE source_code = 'GR'
                  AND entry_date = :WS-PERIOD-END
                  AND status_flag = 'A'
           END-EXEC
           IF WS-ROW-COUNT NOT = 0
               DISPLAY "GRNI-ACCRUAL ERROR: GRNI ALREADY ACCRUED FOR "
                   WS-PERIOD-END " - VOID IT FIRST"
               MOVE 1 TO L-RETURN-CODE
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           IF WS-RECEIPT-FILE-NAME NOT = SPACES
               PERFORM APPLY-RECEIPT-FILE
               IF L-RETURN-CODE NOT = 0
                   CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
                   GOBACK
               END-IF
           END-IF

           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT id, account_code, COALESCE(cost_center, ' '),
                      amount, relieved_amount, received_flag,
                      received_amount,
                      COALESCE(CAST(received_date AS VARCHAR), ' ')
                 FROM commitment
                WHERE status = 'OPEN'
                ORDER BY account_code, cost_center, id
           END-EXEC

           EXEC SQL OPEN C1 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C1 INTO :WS-COMMIT-ID, :WS-ACCOUNT-CODE,
                       :WS-CC-CODE, :WS-AMOUNT, :WS-RELIEVED,
                       :WS-RECEIVED-FLAG, :WS-RECEIVED-AMT,
                       :WS-RECEIVED-DATE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM BUFFER-ONE-COMMITMENT
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C1 END-EXEC

      *> C1's session ends here, before CREATE-ENTRY is called.
           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"

           PERFORM POST-ONE-GROUP
               VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT

           PERFORM PRINT-GRNI-REPORT

           DISPLAY "GRNI-ACCRUAL: ACCRUED=" WS-ACCRUED-COUNT
               " SKIPPED=" WS-SKIPPED-COUNT
               " POSTED=" WS-POSTED-COUNT
               " ERRORS=" WS-ERROR-COUNT

           IF WS-ERROR-COUNT NOT = 0 OR WS-REJECT-COUNT NOT = 0
               MOVE 1 TO L-RETURN-CODE
           END-IF
           GOBACK.

      *> confirms receipts from the extract on the open session, the
      *> same update COMMIT-FUNDS RECEIVE makes. A line that does not
      *> resolve to an open commitment is displayed and counted, and
      *> the accrual still runs for the rest.
       APPLY-RECEIPT-FILE.
           OPEN INPUT RECEIPT-FILE
           IF WS-RECEIPT-FILE-STATUS NOT = "00"
               DISPLAY "GRNI-ACCRUAL ERROR: CANNOT OPEN "
                   FUNCTION TRIM(WS-RECEIPT-FILE-NAME)
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF
               READ RECEIPT-FILE INTO WS-INPUT-LINE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-RECEIPT
               END-READ
           END-PERFORM

           CLOSE RECEIPT-FILE
           DISPLAY "GRNI-ACCRUAL: RECEIPTS APPLIED=" WS-RECEIPT-COUNT
               " REJECTED=" WS-REJECT-COUNT
           EXIT.

       APPLY-ONE-RECEIPT.
           MOVE SPACES TO WS-ID-TEXT WS-DATE-TEXT WS-AMOUNT-TEXT
           MOVE 0 TO WS-FIELD-COUNT
           UNSTRING WS-INPUT-LINE DELIMITED BY "|"
               INTO WS-ID-TEXT WS-DATE-TEXT WS-AMOUNT-TEXT
               TALLYING IN WS-FIELD-COUNT

           IF WS-FIELD-COUNT < 2 OR WS-ID-TEXT = SPACES
               MOVE "TOO FEW FIELDS" TO WS-REJECT-REASON
               PERFORM REJECT-ONE-RECEIPT
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(WS-ID-TEXT) TO WS-COMMIT-ID
           MOVE WS-DATE-TEXT TO WS-RECEIVED-DATE
           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-RECEIVED-DATE
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               MOVE "BAD RECEIPT DATE" TO WS-REJECT-REASON
               PERFORM REJECT-ONE-RECEIPT
               EXIT PARAGRAPH
           END-IF
           IF WS-RECEIVED-DATE > WS-PERIOD-END
               MOVE "RECEIPT AFTER PERIOD END" TO WS-REJECT-REASON
               PERFORM REJECT-ONE-RECEIPT
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT amount INTO :WS-AMOUNT
                 FROM commitment
                WHERE id = :WS-COMMIT-ID
                  AND status = 'OPEN'
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE "NO OPEN COMMITMENT" TO WS-REJECT-REASON
               PERFORM REJECT-ONE-RECEIPT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-AMOUNT TO WS-RECEIVED-AMT
           IF WS-AMOUNT-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-AMOUNT-TEXT) TO WS-RECEIVED-AMT
           END-IF
           IF WS-RECEIVED-AMT = 0 OR WS-RECEIVED-AMT > WS-AMOUNT
               MOVE "BAD RECEIVED VALUE" TO WS-REJECT-REASON
               PERFORM REJECT-ONE-RECEIPT
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE commitment
                  SET received_flag   = 'Y',
                      received_amount = :WS-RECEIVED-AMT,
                      received_date   = :WS-RECEIVED-DATE
                WHERE id = :WS-COMMIT-ID
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE "SQL ERROR" TO WS-REJECT-REASON
               PERFORM REJECT-ONE-RECEIPT
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               INSERT INTO audit_log (entry_id, action, changed_by)
               VALUES (0, 'COMMIT-RECV', :WS-OPERATOR-ID)
           END-EXEC
           ADD 1 TO WS-RECEIPT-COUNT
           EXIT.

       REJECT-ONE-RECEIPT.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "GRNI-ACCRUAL REJECTED: "
               FUNCTION TRIM(WS-REJECT-REASON) " LINE="
               FUNCTION TRIM(WS-INPUT-LINE)
           EXIT.

      *> the accrual is the received value, capped at the commitment,
      *> less what invoices have already relieved.
       BUFFER-ONE-COMMITMENT.
           IF WS-COMMIT-COUNT >= 5000
               DISPLAY "GRNI-ACCRUAL ERROR: MORE THAN 5000 OPEN "
                   "COMMITMENTS, " WS-COMMIT-ID " NOT ACCRUED"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COMMIT-COUNT
           SET WS-COMMIT-IDX TO WS-COMMIT-COUNT
           MOVE WS-COMMIT-ID    TO WS-TBL-ID (WS-COMMIT-IDX)
           MOVE WS-ACCOUNT-CODE TO WS-TBL-ACCOUNT (WS-COMMIT-IDX)
           MOVE WS-CC-CODE      TO WS-TBL-CC (WS-COMMIT-IDX)
           MOVE WS-AMOUNT       TO WS-TBL-AMOUNT (WS-COMMIT-IDX)
           MOVE WS-RELIEVED     TO WS-TBL-RELIEVED (WS-COMMIT-IDX)
           MOVE 0               TO WS-TBL-RECEIVED (WS-COMMIT-IDX)
           MOVE 0               TO WS-TBL-ACCRUE (WS-COMMIT-IDX)
           MOVE "S"             TO WS-TBL-STATUS (WS-COMMIT-IDX)

           IF WS-RECEIVED-FLAG NOT = "Y"
               MOVE "RECEIPT NOT CONFIRMED"
                   TO WS-TBL-REASON (WS-COMMIT-IDX)
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-RECEIVED-DATE > WS-PERIOD-END
               MOVE "RECEIVED AFTER PERIOD END"
                   TO WS-TBL-REASON (WS-COMMIT-IDX)
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-RECEIVED-AMT > WS-AMOUNT
               MOVE WS-AMOUNT TO WS-RECEIVED-AMT
           END-IF
           MOVE WS-RECEIVED-AMT TO WS-TBL-RECEIVED (WS-COMMIT-IDX)
           COMPUTE WS-ACCRUE-AMOUNT = WS-RECEIVED-AMT - WS-RELIEVED
           IF WS-ACCRUE-AMOUNT NOT > 0
               MOVE "ALREADY INVOICED"
                   TO WS-TBL-REASON (WS-COMMIT-IDX)
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-OR-ADD-GROUP
           IF WS-FOUND-FLAG NOT = "Y"
               DISPLAY "GRNI-ACCRUAL ERROR: MORE THAN 999 ACCOUNT/"
                   "COST CENTER GROUPS, " WS-COMMIT-ID " NOT ACCRUED"
               MOVE "TOO MANY GROUPS" TO WS-TBL-REASON (WS-COMMIT-IDX)
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ACCRUE-AMOUNT TO WS-TBL-ACCRUE (WS-COMMIT-IDX)
           MOVE "A"              TO WS-TBL-STATUS (WS-COMMIT-IDX)
           MOVE SPACES           TO WS-TBL-REASON (WS-COMMIT-IDX)
           ADD WS-ACCRUE-AMOUNT  TO WS-GRP-AMOUNT (WS-GROUP-IDX)
           ADD 1                 TO WS-GRP-ITEMS (WS-GROUP-IDX)
           ADD 1                 TO WS-ACCRUED-COUNT
           ADD WS-ACCRUE-AMOUNT  TO WS-TOT-ACCRUED
           EXIT.

       FIND-OR-ADD-GROUP.
           MOVE "N" TO WS-FOUND-FLAG
           SET WS-GROUP-IDX TO 1
           SEARCH WS-GROUP-ROW
               AT END
                   CONTINUE
               WHEN WS-GROUP-IDX > WS-GROUP-COUNT
                   CONTINUE
               WHEN WS-GRP-ACCOUNT (WS-GROUP-IDX) = WS-ACCOUNT-CODE
                AND WS-GRP-CC (WS-GROUP-IDX) = WS-CC-CODE
                   MOVE "Y" TO WS-FOUND-FLAG
           END-SEARCH
           IF WS-FOUND-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-GROUP-COUNT >= 999
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GROUP-COUNT
           SET WS-GROUP-IDX TO WS-GROUP-COUNT
           MOVE WS-ACCOUNT-CODE TO WS-GRP-ACCOUNT (WS-GROUP-IDX)
           MOVE WS-CC-CODE      TO WS-GRP-CC (WS-GROUP-IDX)
           MOVE 0               TO WS-GRP-AMOUNT (WS-GROUP-IDX)
           MOVE 0               TO WS-GRP-ITEMS (WS-GROUP-IDX)
           MOVE 0               TO WS-GRP-ENTRY-ID (WS-GROUP-IDX)
           MOVE " "             TO WS-GRP-STATUS (WS-GROUP-IDX)
           MOVE "Y"             TO WS-FOUND-FLAG
           EXIT.

       POST-ONE-GROUP.
           MOVE WS-GRP-AMOUNT (WS-GROUP-IDX) TO WS-POST-AMOUNT
           MOVE WS-GRP-ACCOUNT (WS-GROUP-IDX) TO WS-ACCOUNT-CODE
           MOVE WS-GRP-CC (WS-GROUP-IDX) TO WS-COST-CENTER
           MOVE SPACES TO WS-POST-MEMO
           STRING "GRNI ACCRUAL " WS-PERIOD-END " "
               FUNCTION TRIM(WS-ACCOUNT-CODE) " "
               FUNCTION TRIM(WS-COST-CENTER)
               INTO WS-POST-MEMO
           END-STRING
           MOVE SPACES TO WS-SOURCE-REF
           STRING "GRNI-" WS-PERIOD-END
               INTO WS-SOURCE-REF
           END-STRING
           MOVE 0 TO WS-CE-RETURN-CODE
           MOVE 0 TO WS-ENTRY-ID

           CALL "CREATE-ENTRY"
                USING WS-PERIOD-END WS-ACCOUNT-CODE WS-GRNI-ACCOUNT
                      WS-POST-AMOUNT WS-POST-MEMO
                      WS-CE-RETURN-CODE WS-OPERATOR-ID WS-BATCH-ID
                      WS-HOME-CURRENCY WS-HOME-RATE WS-FORCE-DUP
                      WS-APPROVED WS-IS-ACCRUAL WS-COST-CENTER
                      WS-SOURCE-REF WS-SOURCE-CODE WS-ENTRY-ID
                      WS-TAX-CODE WS-CTL-OVERRIDE
                      WS-COMMITMENT-ID WS-NO-UOM
                      WS-LEDGER-CODE WS-NO-PROJECT WS-NO-COUNTERPARTY

           IF WS-CE-RETURN-CODE NOT = 0
               DISPLAY "GRNI-ACCRUAL ERROR POSTING "
                   FUNCTION TRIM(WS-ACCOUNT-CODE) " "
                   FUNCTION TRIM(WS-COST-CENTER)
                   ", RC=" WS-CE-RETURN-CODE
               MOVE "E" TO WS-GRP-STATUS (WS-GROUP-IDX)
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE WS-ENTRY-ID TO WS-GRP-ENTRY-ID (WS-GROUP-IDX)
               MOVE "P" TO WS-GRP-STATUS (WS-GROUP-IDX)
               ADD 1 TO WS-POSTED-COUNT
               ADD WS-POST-AMOUNT TO WS-TOT-POSTED
           END-IF
           EXIT.

       PRINT-GRNI-REPORT.
           MOVE SPACES TO WS-RPT-LINE
           STRING "GOODS RECEIVED NOT INVOICED " WS-PERIOD-END
               " GRNI ACCOUNT " FUNCTION TRIM(WS-GRNI-ACCOUNT)
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "INIT"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING "COMMITMENT ACCOUNT              CC        "
               "     COMMITTED      RECEIVED      RELIEVED"
               "       ACCRUED OUTCOME"
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "HEADING"
                                BY REFERENCE WS-RPT-LINE

           PERFORM PRINT-ONE-COMMITMENT
               VARYING WS-COMMIT-IDX FROM 1 BY 1
               UNTIL WS-COMMIT-IDX > WS-COMMIT-COUNT

           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE
           MOVE "POSTINGS BY ACCOUNT AND COST CENTER" TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE

           PERFORM PRINT-ONE-GROUP
               VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT

           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-ACCRUED-COUNT TO WS-COUNT-EDIT
           STRING "TOTAL ACCRUED ITEMS=" WS-COUNT-EDIT
               INTO WS-RPT-LINE
           END-STRING
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-EDIT
           MOVE "SKIPPED=" TO WS-RPT-LINE (31:8)
           MOVE WS-COUNT-EDIT TO WS-RPT-LINE (39:9)
           MOVE WS-TOT-ACCRUED TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (98:13)
           CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-POSTED-COUNT TO WS-COUNT-EDIT
           STRING "TOTAL POSTED ENTRIES=" WS-COUNT-EDIT
               INTO WS-RPT-LINE
           END-STRING
           MOVE WS-ERROR-COUNT TO WS-COUNT-EDIT
           MOVE "ERRORS=" TO WS-RPT-LINE (32:7)
           MOVE WS-COUNT-EDIT TO WS-RPT-LINE (39:9)
           MOVE WS-TOT-POSTED TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (98:13)
           CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING BY CONTENT "CLOSE"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

       PRINT-ONE-COMMITMENT.
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-TBL-ID (WS-COMMIT-IDX) "  "
               WS-TBL-ACCOUNT (WS-COMMIT-IDX) (1:20) "  "
               WS-TBL-CC (WS-COMMIT-IDX)
               INTO WS-RPT-LINE
           END-STRING
           MOVE WS-TBL-AMOUNT (WS-COMMIT-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (44:13)
           MOVE WS-TBL-RECEIVED (WS-COMMIT-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (58:13)
           MOVE WS-TBL-RELIEVED (WS-COMMIT-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (72:13)
           IF WS-TBL-STATUS (WS-COMMIT-IDX) = "A"
               MOVE WS-TBL-ACCRUE (WS-COMMIT-IDX) TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (86:13)
               MOVE "ACCRUED" TO WS-RPT-LINE (100:7)
           ELSE
               MOVE "SKIPPED " TO WS-RPT-LINE (100:8)
               MOVE WS-TBL-REASON (WS-COMMIT-IDX)
                   TO WS-RPT-LINE (108:25)
           END-IF
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

       PRINT-ONE-GROUP.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-GRP-ITEMS (WS-GROUP-IDX) TO WS-COUNT-EDIT
           STRING "           "
               WS-GRP-ACCOUNT (WS-GROUP-IDX) (1:20) "  "
               WS-GRP-CC (WS-GROUP-IDX) " ITEMS=" WS-COUNT-EDIT
               INTO WS-RPT-LINE
           END-STRING
           MOVE WS-GRP-AMOUNT (WS-GROUP-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (86:13)
           IF WS-GRP-STATUS (WS-GROUP-IDX) = "P"
               MOVE "POSTED " TO WS-RPT-LINE (100:7)
               MOVE WS-GRP-ENTRY-ID (WS-GROUP-IDX)
                   TO WS-RPT-LINE (107:9)
           ELSE
               MOVE "ERROR - NOT POSTED" TO WS-RPT-LINE (100:18)
           END-IF
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

       END PROGRAM GRNI-ACCRUAL.
