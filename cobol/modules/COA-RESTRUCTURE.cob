       IDENTIFICATION DIVISION.
       PROGRAM-ID. COA-RESTRUCTURE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the old-to-new mapping - one pipe-delimited line per retiring
      *> account: oldaccount|newaccount|newname. The name is only
      *> needed when the new account is not yet on the chart; it is
      *> then created with the old account's type, company and flags.
           SELECT MAP-FILE ASSIGN DYNAMIC WS-MAP-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MAP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAP-FILE.
       01  FD-MAP-LINE         PIC X(256).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-OLD-CODE       PIC X(50).
       01  WS-NEW-CODE       PIC X(50).
       01  WS-NEW-NAME       PIC X(100).
       01  WS-CUTOVER-DATE   PIC X(10).
       01  WS-OPERATOR-ID    PIC X(50).
       01  WS-ACCT-COUNT     PIC 9(9).
       01  WS-ROW-COUNT      PIC 9(9).
       01  WS-ACCT-TYPE      PIC X(1).
       01  WS-ACCT-COMPANY   PIC X(5).
       01  WS-ACCT-ACTIVE    PIC X(1).
       01  WS-ACCT-STAT      PIC X(1).
       01  WS-NEW-TYPE       PIC X(1).
       01  WS-NEW-COMPANY    PIC X(5).
       01  WS-NEW-ACTIVE     PIC X(1).
       01  WS-NEW-STAT       PIC X(1).
       01  WS-COST-CENTER    PIC X(10).
       01  WS-LEDGER-CODE    PIC X(1).
       01  WS-GROUP-NET      PIC S9(11)V99.
       01  WS-KPI-CODE       PIC X(10).
       01  WS-KPI-NUM-BASIS  PIC X(1).
       01  WS-KPI-NUM-TERMS  PIC X(98).
       01  WS-KPI-DEN-BASIS  PIC X(1).
       01  WS-KPI-DEN-TERMS  PIC X(98).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01  WS-MAP-FILE-NAME    PIC X(256).
       01  WS-MAP-FILE-STATUS  PIC X(2).
       01  WS-EOF-FLAG         PIC X(1)    VALUE "N".
           88  WS-EOF                      VALUE "Y".
       01  WS-INPUT-LINE       PIC X(256).
       01  WS-LINE-NUMBER      PIC 9(5)    VALUE 0.
       01  WS-FIELD-OLD        PIC X(50).
       01  WS-FIELD-NEW        PIC X(50).
       01  WS-FIELD-NAME       PIC X(100).
       01  WS-CONNECT-STATUS   PIC X(1).
       01  WS-ENV-NAME         PIC X(30).
       01  WS-AUTHORIZED       PIC X(1).
       01  WS-DATE-STATUS      PIC X(1).
       01  WS-MODE             PIC X(10).
       01  WS-ERROR-COUNT      PIC 9(9)    VALUE 0.
       01  WS-CREATED-COUNT    PIC 9(9)    VALUE 0.
       01  WS-POSTED-COUNT     PIC 9(9)    VALUE 0.
       01  WS-POST-ERROR-COUNT PIC 9(9)    VALUE 0.
       01  WS-REPOINTED-COUNT  PIC 9(9)    VALUE 0.
       01  WS-REPOINT-FAILED   PIC X(1)    VALUE "N".
       01  WS-STEP-NAME        PIC X(20).
       01  WS-LOCK-COMPANY     PIC X(5)    VALUE SPACES.
       01  WS-LOCK-START       PIC X(10)   VALUE SPACES.
       01  WS-LOCK-END         PIC X(10)   VALUE SPACES.
       01  WS-LOCK-RC          PIC 9(4).
       01  WS-OWN-SESSION-FLAG PIC X(1)    VALUE "N".
           88  WS-OWN-SESSION              VALUE "Y".
       01  WS-KPI-TERMS        PIC X(98).
       01  WS-KPI-TERM-RAW     PIC X(50).
       01  WS-KPI-TERM         PIC X(50).
       01  WS-KPI-LO           PIC X(50).
       01  WS-KPI-HI           PIC X(50).
       01  WS-KPI-PTR          PIC 9(3).

      *> the mapping, as read and checked. Every line is checked
      *> before anything is changed; one bad line stops the whole
      *> restructure, since a half-applied renumbering is worse than
      *> none.
       01  WS-MAP-TABLE.
           05  WS-MAP-ROW OCCURS 500 TIMES
                   INDEXED BY WS-MAP-IDX WS-MAP-IDX2.
               10  WS-TBL-OLD       PIC X(50).
               10  WS-TBL-NEW       PIC X(50).
               10  WS-TBL-NAME      PIC X(100).
               10  WS-TBL-LINE      PIC 9(5).
               10  WS-TBL-CREATE    PIC X(1).
       01  WS-MAP-COUNT        PIC 9(5)    VALUE 0.
       01  WS-MAX-MAPPINGS     PIC 9(5)    VALUE 500.

      *> one balance-transfer leg per old account, cost center and
      *> ledger view, buffered while cursor C1 is open - CREATE-ENTRY
      *> disconnects on its way out, the same reason YEAR-END-CLOSE
      *> buffers its closing entries first.
       01  WS-XFER-TABLE.
           05  WS-XFER-ROW OCCURS 9999 TIMES
                   INDEXED BY WS-XFER-IDX.
               10  WS-XFER-OLD      PIC X(50).
               10  WS-XFER-NEW      PIC X(50).
               10  WS-XFER-CC       PIC X(10).
               10  WS-XFER-LEDGER   PIC X(1).
               10  WS-XFER-NET      PIC S9(11)V99.
       01  WS-XFER-COUNT       PIC 9(9)    VALUE 0.
       01  WS-MAX-XFERS        PIC 9(9)    VALUE 9999.
       01  WS-MAX-AMOUNT       PIC 9(9)V99 VALUE 999999999.99.
       01  WS-ABS-NET          PIC 9(11)V99.

      *> CREATE-ENTRY's parameters for the transfer postings.
       01  WS-XFER-DEBIT       PIC X(50).
       01  WS-XFER-CREDIT      PIC X(50).
       01  WS-XFER-AMOUNT      PIC 9(9)V99.
       01  WS-XFER-MEMO        PIC X(100).
       01  WS-BATCH-ID         PIC X(30)     VALUE SPACES.
       01  WS-CURRENCY-CODE    PIC X(3)      VALUE SPACES.
       01  WS-EXCHANGE-RATE    PIC 9(3)V9(6) VALUE 0.
       01  WS-FORCE-DUP        PIC X(1)      VALUE "Y".
       01  WS-APPROVED         PIC X(1)      VALUE "Y".
       01  WS-NOT-ACCRUAL      PIC X(1)      VALUE "N".
       01  WS-XFER-CC-PARM     PIC X(10).
       01  WS-SOURCE-REF       PIC X(50).
       01  WS-SOURCE-CODE      PIC X(2)      VALUE "RS".
       01  WS-ENTRY-ID         PIC 9(9).
       01  WS-TAX-CODE         PIC X(10)     VALUE SPACES.
       01  WS-CTL-OVERRIDE     PIC X(1)      VALUE "Y".
       01  WS-COMMITMENT-ID    PIC 9(9)      VALUE 0.
       01  WS-NO-UOM           PIC X(10)     VALUE SPACES.
       01  WS-NO-PROJECT       PIC X(10)     VALUE SPACES.
       01  WS-NO-COUNTERPARTY  PIC X(20)     VALUE SPACES.
       01  WS-XFER-LEDGER-PARM PIC X(1).
       01  WS-CE-RETURN-CODE   PIC 9(4).

       LINKAGE SECTION.
       01  L-MODE              PIC X(10).
       01  L-CUTOVER-DATE      PIC X(10).
       01  L-MAP-FILE          PIC X(256).
       01  L-RETURN-CODE       PIC 9(4).
       01  L-OPERATOR-ID       PIC X(50).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-MODE
               L-CUTOVER-DATE
               L-MAP-FILE
               L-RETURN-CODE
               L-OPERATOR-ID.

      *> retires accounts into others under an old-to-new mapping
      *> file. CHECK validates the mapping and stops; APPLY goes on to
      *> create any new account the file names, post a transfer entry
      *> (source RS, dated the cutover) moving each old account's
      *> balance to its new account so the old one nets to zero, then
      *> - in one unit of work - repoint every master that names an
      *> old code, deactivate the old codes and record each pair on
      *> account_xref, the permanent cross-reference GL-DETAIL and
      *> COMPARE-PERIODS read to show history under the new numbers.
      *> A transfer that fails leaves the masters alone; a rerun
      *> posts only what is still unmoved, since a transferred
      *> balance is already zero. Administrator authority required.
       MAIN-LOGIC.
           MOVE FUNCTION UPPER-CASE(L-MODE) TO WS-MODE
           MOVE L-CUTOVER-DATE TO WS-CUTOVER-DATE
           MOVE L-MAP-FILE     TO WS-MAP-FILE-NAME
           MOVE L-OPERATOR-ID  TO WS-OPERATOR-ID
           MOVE 0              TO L-RETURN-CODE
           MOVE 0              TO WS-ERROR-COUNT
           MOVE 0              TO WS-MAP-COUNT
           MOVE 0              TO WS-XFER-COUNT
           MOVE 0              TO WS-CREATED-COUNT
           MOVE 0              TO WS-POSTED-COUNT
           MOVE 0              TO WS-POST-ERROR-COUNT
           MOVE 0              TO WS-REPOINTED-COUNT
           MOVE "N"            TO WS-REPOINT-FAILED

           IF WS-MODE NOT = "CHECK" AND WS-MODE NOT = "APPLY"
               DISPLAY "COA-RESTRUCTURE ERROR: MODE MUST BE CHECK OR "
                   "APPLY, GOT " L-MODE
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-CUTOVER-DATE
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               DISPLAY "COA-RESTRUCTURE ERROR: INVALID CUTOVER DATE "
                   WS-CUTOVER-DATE
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           IF WS-MAP-FILE-NAME = SPACES
               DISPLAY "COA-RESTRUCTURE ERROR: MAPPING FILE REQUIRED"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

      *> one session for the whole run, as YEAR-END-CLOSE holds: the
      *> session that claims the REBUILD lock stays up while the
      *> transfers post, and each CREATE-ENTRY joins it. Inside
      *> MAIN's own run the session is MAIN's and stays open.
           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "QUERY-SESSION"
                                BY REFERENCE WS-CONNECT-STATUS
           IF WS-CONNECT-STATUS NOT = "Y"
               CALL "DB-UTIL" USING BY CONTENT "OPEN-SESSION"
                                    BY REFERENCE WS-CONNECT-STATUS
                                    BY CONTENT WS-ENV-NAME
               IF WS-CONNECT-STATUS NOT = "Y"
                   DISPLAY "COA-RESTRUCTURE ERROR: DATABASE "
                       "CONNECTION UNAVAILABLE"
                   MOVE 1 TO L-RETURN-CODE
                   GOBACK
               END-IF
               SET WS-OWN-SESSION TO TRUE
           END-IF

           CALL "CHECK-OPERATOR" USING WS-OPERATOR-ID
                                       BY CONTENT "S"
                                       BY REFERENCE WS-AUTHORIZED
           IF WS-AUTHORIZED NOT = "Y"
               DISPLAY "COA-RESTRUCTURE ERROR: OPERATOR "
                   WS-OPERATOR-ID " IS NOT AUTHORIZED TO RESTRUCTURE "
                   "THE CHART OF ACCOUNTS"
               MOVE 4 TO L-RETURN-CODE
               PERFORM END-SESSION
               GOBACK
           END-IF

           PERFORM LOAD-MAPPING-FILE
           IF WS-ERROR-COUNT = 0
               PERFORM CHECK-MAPPING-PAIRS
                   VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                   AFTER WS-MAP-IDX2 FROM 1 BY 1
                   UNTIL WS-MAP-IDX2 > WS-MAP-COUNT
               PERFORM VALIDATE-ONE-MAPPING
                   VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               PERFORM VALIDATE-CUTOVER-PERIOD
           END-IF

           IF WS-ERROR-COUNT NOT = 0
               DISPLAY "COA-RESTRUCTURE: MAPPING REJECTED, ERRORS="
                   WS-ERROR-COUNT " - NOTHING CHANGED"
               MOVE 1 TO L-RETURN-CODE
               PERFORM END-SESSION
               GOBACK
           END-IF

           IF WS-MODE = "CHECK"
               DISPLAY "COA-RESTRUCTURE: MAPPING OF " WS-MAP-COUNT
                   " ACCOUNT(S) IS VALID FOR CUTOVER " WS-CUTOVER-DATE
               PERFORM END-SESSION
               GOBACK
           END-IF

      *> the whole ledger is held under the REBUILD lock until the
      *> masters are repointed.
           MOVE 0 TO WS-LOCK-RC
           CALL "RUN-LOCK" USING BY CONTENT "CLAIM"
                                 BY CONTENT "COA-RESTRUCTURE"
                                 BY CONTENT "REBUILD"
                                 BY REFERENCE WS-LOCK-COMPANY
                                 WS-LOCK-START WS-LOCK-END
                                 WS-OPERATOR-ID WS-LOCK-RC
           IF WS-LOCK-RC NOT = 0
               MOVE WS-LOCK-RC TO L-RETURN-CODE
               PERFORM END-SESSION
               GOBACK
           END-IF

           PERFORM CREATE-ONE-NEW-ACCOUNT
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
           IF WS-ERROR-COUNT NOT = 0
               CALL "DB-UTIL" USING BY CONTENT "ROLLBACK"
               PERFORM RELEASE-RESTRUCTURE-LOCK
               MOVE 1 TO L-RETURN-CODE
               PERFORM END-SESSION
               GOBACK
           END-IF

           PERFORM BUFFER-ONE-ACCOUNT-BALANCE
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
                  OR WS-ERROR-COUNT NOT = 0
           IF WS-ERROR-COUNT NOT = 0
               CALL "DB-UTIL" USING BY CONTENT "ROLLBACK"
               PERFORM RELEASE-RESTRUCTURE-LOCK
               MOVE 1 TO L-RETURN-CODE
               PERFORM END-SESSION
               GOBACK
           END-IF

      *> the new accounts are committed here, and C1 is closed
      *> before CREATE-ENTRY is ever called.
           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"

           PERFORM POST-ONE-TRANSFER
               VARYING WS-XFER-IDX FROM 1 BY 1
               UNTIL WS-XFER-IDX > WS-XFER-COUNT

           IF WS-POST-ERROR-COUNT NOT = 0
               DISPLAY "COA-RESTRUCTURE ERROR: " WS-POST-ERROR-COUNT
                   " TRANSFER(S) NOT POSTED - MASTERS NOT REPOINTED, "
                   "OLD ACCOUNTS LEFT ACTIVE. CORRECT AND RERUN."
               MOVE 1 TO L-RETURN-CODE
           ELSE
               PERFORM REPOINT-ALL-MASTERS
           END-IF

           DISPLAY "COA-RESTRUCTURE: MAPPINGS=" WS-MAP-COUNT
               " CREATED=" WS-CREATED-COUNT
               " TRANSFERS=" WS-POSTED-COUNT
               " TRANSFER-ERRORS=" WS-POST-ERROR-COUNT
               " RETIRED=" WS-REPOINTED-COUNT

           PERFORM RELEASE-RESTRUCTURE-LOCK
           PERFORM END-SESSION
           GOBACK.

      *> a session this run opened comes down with it; one it found
      *> open only has this run's work committed.
       END-SESSION.
           IF WS-OWN-SESSION
               CALL "DB-UTIL" USING BY CONTENT "CLOSE-SESSION"
               MOVE "N" TO WS-OWN-SESSION-FLAG
           ELSE
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
           END-IF
           EXIT.


       RELEASE-RESTRUCTURE-LOCK.
           CALL "RUN-LOCK" USING BY CONTENT "RELEASE"
                                 BY CONTENT "COA-RESTRUCTURE"
                                 BY CONTENT "REBUILD"
                                 BY REFERENCE WS-LOCK-COMPANY
                                 WS-LOCK-START WS-LOCK-END
                                 WS-OPERATOR-ID WS-LOCK-RC
           EXIT.

      *> reads the whole file into WS-MAP-TABLE; blank lines are
      *> skipped, every other line must name an old and a new code.
       LOAD-MAPPING-FILE.
           OPEN INPUT MAP-FILE
           IF WS-MAP-FILE-STATUS NOT = "00"
               DISPLAY "COA-RESTRUCTURE ERROR: CANNOT OPEN "
                   WS-MAP-FILE-NAME
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF-FLAG
           MOVE 0   TO WS-LINE-NUMBER
           PERFORM UNTIL WS-EOF
               READ MAP-FILE INTO WS-INPUT-LINE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       PERFORM PARSE-MAP-LINE
               END-READ
           END-PERFORM

           CLOSE MAP-FILE

           IF WS-MAP-COUNT = 0 AND WS-ERROR-COUNT = 0
               DISPLAY "COA-RESTRUCTURE ERROR: MAPPING FILE "
                   FUNCTION TRIM(WS-MAP-FILE-NAME) " IS EMPTY"
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           EXIT.

       PARSE-MAP-LINE.
           IF WS-INPUT-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FIELD-OLD WS-FIELD-NEW WS-FIELD-NAME
           UNSTRING WS-INPUT-LINE DELIMITED BY "|"
               INTO WS-FIELD-OLD WS-FIELD-NEW WS-FIELD-NAME
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-FIELD-OLD) TO WS-FIELD-OLD
           MOVE FUNCTION TRIM(WS-FIELD-NEW) TO WS-FIELD-NEW
           MOVE FUNCTION TRIM(WS-FIELD-NAME) TO WS-FIELD-NAME

           IF WS-FIELD-OLD = SPACES OR WS-FIELD-NEW = SPACES
               DISPLAY "COA-RESTRUCTURE ERROR: LINE " WS-LINE-NUMBER
                   " NEEDS OLDACCOUNT|NEWACCOUNT"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-FIELD-OLD = WS-FIELD-NEW
               DISPLAY "COA-RESTRUCTURE ERROR: LINE " WS-LINE-NUMBER
                   " MAPS " FUNCTION TRIM(WS-FIELD-OLD) " TO ITSELF"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-MAP-COUNT >= WS-MAX-MAPPINGS
               DISPLAY "COA-RESTRUCTURE ERROR: MORE THAN "
                   WS-MAX-MAPPINGS " MAPPINGS, LINE " WS-LINE-NUMBER
                   " ON NOT LOADED"
               ADD 1 TO WS-ERROR-COUNT
               MOVE "Y" TO WS-EOF-FLAG
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MAP-COUNT
           MOVE WS-FIELD-OLD   TO WS-TBL-OLD (WS-MAP-COUNT)
           MOVE WS-FIELD-NEW   TO WS-TBL-NEW (WS-MAP-COUNT)
           MOVE WS-FIELD-NAME  TO WS-TBL-NAME (WS-MAP-COUNT)
           MOVE WS-LINE-NUMBER TO WS-TBL-LINE (WS-MAP-COUNT)
           MOVE "N"            TO WS-TBL-CREATE (WS-MAP-COUNT)
           EXIT.

      *> an old code may retire only once, and a code cannot be both
      *> retired and a destination in the same file - that is a chain
      *> whose result would depend on line order. A new code named
      *> twice is the ordinary merge and is fine.
       CHECK-MAPPING-PAIRS.
           IF WS-MAP-IDX2 <= WS-MAP-IDX
               EXIT PARAGRAPH
           END-IF
           IF WS-TBL-OLD (WS-MAP-IDX) = WS-TBL-OLD (WS-MAP-IDX2)
               DISPLAY "COA-RESTRUCTURE ERROR: LINE "
                   WS-TBL-LINE (WS-MAP-IDX2) " RETIRES "
                   FUNCTION TRIM(WS-TBL-OLD (WS-MAP-IDX2))
                   " AGAIN (FIRST ON LINE "
                   WS-TBL-LINE (WS-MAP-IDX) ")"
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF WS-TBL-OLD (WS-MAP-IDX) = WS-TBL-NEW (WS-MAP-IDX2)
               OR WS-TBL-NEW (WS-MAP-IDX) = WS-TBL-OLD (WS-MAP-IDX2)
               DISPLAY "COA-RESTRUCTURE ERROR: LINES "
                   WS-TBL-LINE (WS-MAP-IDX) " AND "
                   WS-TBL-LINE (WS-MAP-IDX2)
                   " CHAIN ONE MAPPING INTO ANOTHER - MAP EACH OLD "
                   "CODE STRAIGHT TO ITS FINAL ACCOUNT"
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF WS-TBL-NEW (WS-MAP-IDX) = WS-TBL-NEW (WS-MAP-IDX2)
               AND WS-TBL-NAME (WS-MAP-IDX2) NOT = SPACES
               AND WS-TBL-NAME (WS-MAP-IDX) NOT = SPACES
               AND WS-TBL-NAME (WS-MAP-IDX2)
                   NOT = WS-TBL-NAME (WS-MAP-IDX)
               DISPLAY "COA-RESTRUCTURE ERROR: LINES "
                   WS-TBL-LINE (WS-MAP-IDX) " AND "
                   WS-TBL-LINE (WS-MAP-IDX2) " GIVE "
                   FUNCTION TRIM(WS-TBL-NEW (WS-MAP-IDX))
                   " TWO DIFFERENT NAMES"
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           EXIT.

      *> the old code must be an active, monetary account that has
      *> never been retired before, with nothing dated after the
      *> cutover and no held entry still naming it - either would be
      *> stranded on a code about to close. The new code must be an
      *> active account of the same type and company, or - when the
      *> line names it - one this run will create. Parked entries
      *> are not refused here: unlike a held entry they carry no
      *> approval, so the repoint simply moves them to the new code.
       VALIDATE-ONE-MAPPING.
           MOVE WS-TBL-OLD (WS-MAP-IDX) TO WS-OLD-CODE
           MOVE WS-TBL-NEW (WS-MAP-IDX) TO WS-NEW-CODE

           EXEC SQL
               SELECT account_type, company_code, active_flag,
                      statistical_flag
                 INTO :WS-ACCT-TYPE, :WS-ACCT-COMPANY,
                      :WS-ACCT-ACTIVE, :WS-ACCT-STAT
                 FROM chart_of_accounts
                WHERE account_code = :WS-OLD-CODE
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "COA-RESTRUCTURE ERROR: LINE "
                   WS-TBL-LINE (WS-MAP-IDX) " OLD ACCOUNT "
                   FUNCTION TRIM(WS-OLD-CODE) " NOT ON FILE"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-ACTIVE NOT = "Y"
               DISPLAY "COA-RESTRUCTURE ERROR: LINE "
                   WS-TBL-LINE (WS-MAP-IDX) " OLD ACCOUNT "
                   FUNCTION TRIM(WS-OLD-CODE) " IS ALREADY INACTIVE"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-STAT = "Y"
               DISPLAY "COA-RESTRUCTURE ERROR: LINE "
                   WS-TBL-LINE (WS-MAP-IDX) " OLD ACCOUNT "
                   FUNCTION TRIM(WS-OLD-CODE) " IS STATISTICAL - "
                   "RESTRUCTURE MOVES MONEY BALANCES ONLY"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM account_xref
                WHERE old_account_code = :WS-OLD-CODE
           END-EXEC
           IF WS-ROW-COUNT NOT = 0
               DISPLAY "COA-RESTRUCTURE ERROR: LINE "
                   WS-TBL-LINE (WS-MAP-IDX) " OLD ACCOUNT "
                   FUNCTION TRIM(WS-OLD-CODE)
                   " WAS RETIRED BEFORE AND REACTIVATED"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM journal_entry
                WHERE (debit_account = :WS-OLD-CODE
                       OR credit_account = :WS-OLD-CODE)
                  AND status_flag = 'A'
                  AND entry_date > :WS-CUTOVER-DATE
           END-EXEC
           IF WS-ROW-COUNT NOT = 0
               DISPLAY "COA-RESTRUCTURE ERROR: LINE "
                   WS-TBL-LINE (WS-MAP-IDX) " OLD ACCOUNT "
                   FUNCTION TRIM(WS-OLD-CODE) " HAS " WS-ROW-COUNT
                   " ENTRIES DATED AFTER THE CUTOVER"
               ADD 1 TO WS-ERROR-COUNT
           END-IF

           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM pending_entry
                WHERE (debit_account = :WS-OLD-CODE
                       OR credit_account = :WS-OLD-CODE)
                  AND status = 'PENDING'
           END-EXEC
           IF WS-ROW-COUNT NOT = 0
               DISPLAY "COA-RESTRUCTURE ERROR: LINE "
                   WS-TBL-LINE (WS-MAP-IDX) " OLD ACCOUNT "
                   FUNCTION TRIM(WS-OLD-CODE) " HAS " WS-ROW-COUNT
                   " HELD ENTRIES - APPROVE OR REJECT THEM FIRST"
               ADD 1 TO WS-ERROR-COUNT
           END-IF

           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(account_type), ' '),
                      COALESCE(MAX(company_code), ' '),
                      COALESCE(MAX(active_flag), ' '),
                      COALESCE(MAX(statistical_flag), ' ')
                 INTO :WS-ACCT-COUNT, :WS-NEW-TYPE, :WS-NEW-COMPANY,
                      :WS-NEW-ACTIVE, :WS-NEW-STAT
                 FROM chart_of_accounts
                WHERE account_code = :WS-NEW-CODE
           END-EXEC
           IF WS-ACCT-COUNT = 0
               IF WS-TBL-NAME (WS-MAP-IDX) = SPACES
                   DISPLAY "COA-RESTRUCTURE ERROR: LINE "
                       WS-TBL-LINE (WS-MAP-IDX) " NEW ACCOUNT "
                       FUNCTION TRIM(WS-NEW-CODE)
                       " NOT ON FILE AND NO NAME GIVEN TO CREATE IT"
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   MOVE "Y" TO WS-TBL-CREATE (WS-MAP-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-NEW-ACTIVE NOT = "Y"
               DISPLAY "COA-RESTRUCTURE ERROR: LINE "
                   WS-TBL-LINE (WS-MAP-IDX) " NEW ACCOUNT "
                   FUNCTION TRIM(WS-NEW-CODE) " IS INACTIVE"
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF WS-NEW-TYPE NOT = WS-ACCT-TYPE
               DISPLAY "COA-RESTRUCTURE ERROR: LINE "
                   WS-TBL-LINE (WS-MAP-IDX) " TYPE " WS-ACCT-TYPE
                   " ACCOUNT " FUNCTION TRIM(WS-OLD-CODE)
                   " CANNOT RETIRE INTO TYPE " WS-NEW-TYPE " ACCOUNT "
                   FUNCTION TRIM(WS-NEW-CODE)
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF WS-NEW-COMPANY NOT = WS-ACCT-COMPANY
               DISPLAY "COA-RESTRUCTURE ERROR: LINE "
                   WS-TBL-LINE (WS-MAP-IDX) " ACCOUNTS "
                   FUNCTION TRIM(WS-OLD-CODE) " AND "
                   FUNCTION TRIM(WS-NEW-CODE)
                   " BELONG TO DIFFERENT COMPANIES"
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF WS-NEW-STAT = "Y"
               DISPLAY "COA-RESTRUCTURE ERROR: LINE "
                   WS-TBL-LINE (WS-MAP-IDX) " NEW ACCOUNT "
                   FUNCTION TRIM(WS-NEW-CODE) " IS STATISTICAL"
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           EXIT.

      *> the transfers post on the cutover date, so the period that
      *> holds it has to be on file and still taking postings.
       VALIDATE-CUTOVER-PERIOD.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM fiscal_period
                WHERE :WS-CUTOVER-DATE BETWEEN period_start
                                           AND period_end
           END-EXEC
           IF WS-ROW-COUNT = 0
               DISPLAY "COA-RESTRUCTURE ERROR: NO FISCAL PERIOD "
                   "COVERS CUTOVER DATE " WS-CUTOVER-DATE
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM fiscal_period
                WHERE :WS-CUTOVER-DATE BETWEEN period_start
                                           AND period_end
                  AND status = 'CLOSED'
           END-EXEC
           IF WS-ROW-COUNT NOT = 0
               DISPLAY "COA-RESTRUCTURE ERROR: CUTOVER DATE "
                   WS-CUTOVER-DATE " FALLS IN A CLOSED PERIOD"
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           EXIT.

      *> a new account the file names is cut from its old account's
      *> pattern - type, company and every behavior flag - so the
      *> merged balance lands on an account that behaves the same.
      *> A second line naming the same new account finds it created.
       CREATE-ONE-NEW-ACCOUNT.
           IF WS-TBL-CREATE (WS-MAP-IDX) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TBL-OLD (WS-MAP-IDX)  TO WS-OLD-CODE
           MOVE WS-TBL-NEW (WS-MAP-IDX)  TO WS-NEW-CODE
           MOVE WS-TBL-NAME (WS-MAP-IDX) TO WS-NEW-NAME

           EXEC SQL
               SELECT COUNT(*) INTO :WS-ACCT-COUNT
                 FROM chart_of_accounts
                WHERE account_code = :WS-NEW-CODE
           END-EXEC
           IF WS-ACCT-COUNT NOT = 0
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               INSERT INTO chart_of_accounts
                   (account_code, account_name, active_flag,
                    account_type, company_code, control_flag,
                    cash_flag, statistical_flag, funds_check_flag,
                    clearing_flag, form_box)
               SELECT :WS-NEW-CODE, :WS-NEW-NAME, 'Y',
                      account_type, company_code, control_flag,
                      cash_flag, statistical_flag, funds_check_flag,
                      clearing_flag, form_box
                 FROM chart_of_accounts
                WHERE account_code = :WS-OLD-CODE
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "COA-RESTRUCTURE ERROR CREATING "
                   FUNCTION TRIM(WS-NEW-CODE) ", SQLCODE=" SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               INSERT INTO audit_log (entry_id, action, changed_by)
               VALUES (0, 'ACCT-ADD', :WS-OPERATOR-ID)
           END-EXEC
           ADD 1 TO WS-CREATED-COUNT
           DISPLAY "COA-RESTRUCTURE: CREATED "
               FUNCTION TRIM(WS-NEW-CODE) " "
               FUNCTION TRIM(WS-NEW-NAME)
           EXIT.

      *> the old account's balance through the cutover, live and
      *> archived rows alike, by cost center and ledger view - each
      *> group moves separately so department reporting and the
      *> statutory/group split come across intact. Same home_amount
      *> debit-minus-credit sums MAINTAIN-ACCOUNT checks before a
      *> deactivation.
       BUFFER-ONE-ACCOUNT-BALANCE.
           MOVE WS-TBL-OLD (WS-MAP-IDX) TO WS-OLD-CODE
           MOVE WS-TBL-NEW (WS-MAP-IDX) TO WS-NEW-CODE

           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT T.cost_center, T.ledger_code, SUM(T.net)
                 FROM (SELECT COALESCE(cost_center, ' ')
                                  AS cost_center,
                              ledger_code,
                              CASE WHEN debit_account = :WS-OLD-CODE
                                   THEN home_amount ELSE 0 END
                            - CASE WHEN credit_account = :WS-OLD-CODE
                                   THEN home_amount ELSE 0 END
                                  AS net
                         FROM journal_entry
                        WHERE (debit_account = :WS-OLD-CODE
                               OR credit_account = :WS-OLD-CODE)
                          AND status_flag = 'A'
                          AND entry_date <= :WS-CUTOVER-DATE
                       UNION ALL
                       SELECT COALESCE(cost_center, ' '),
                              ledger_code,
                              CASE WHEN debit_account = :WS-OLD-CODE
                                   THEN home_amount ELSE 0 END
                            - CASE WHEN credit_account = :WS-OLD-CODE
                                   THEN home_amount ELSE 0 END
                         FROM journal_entry_archive
                        WHERE (debit_account = :WS-OLD-CODE
                               OR credit_account = :WS-OLD-CODE)
                          AND status_flag = 'A'
                          AND entry_date <= :WS-CUTOVER-DATE) T
                GROUP BY T.cost_center, T.ledger_code
               HAVING SUM(T.net) <> 0
                ORDER BY T.cost_center, T.ledger_code
           END-EXEC

           EXEC SQL OPEN C1 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C1 INTO :WS-COST-CENTER, :WS-LEDGER-CODE,
                       :WS-GROUP-NET
               END-EXEC
               IF SQLCODE = 0
                   PERFORM BUFFER-ONE-TRANSFER
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C1 END-EXEC
           EXIT.

       BUFFER-ONE-TRANSFER.
           IF WS-ERROR-COUNT NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-GROUP-NET < 0
               COMPUTE WS-ABS-NET = 0 - WS-GROUP-NET
           ELSE
               MOVE WS-GROUP-NET TO WS-ABS-NET
           END-IF
           IF WS-ABS-NET > WS-MAX-AMOUNT
               DISPLAY "COA-RESTRUCTURE ERROR: BALANCE ON "
                   FUNCTION TRIM(WS-OLD-CODE) " COST CENTER "
                   WS-COST-CENTER " TOO LARGE FOR ONE TRANSFER"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-XFER-COUNT >= WS-MAX-XFERS
               DISPLAY "COA-RESTRUCTURE ERROR: MORE THAN "
                   WS-MAX-XFERS " TRANSFERS - SPLIT THE MAPPING FILE"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-XFER-COUNT
           MOVE WS-OLD-CODE    TO WS-XFER-OLD (WS-XFER-COUNT)
           MOVE WS-NEW-CODE    TO WS-XFER-NEW (WS-XFER-COUNT)
           MOVE WS-COST-CENTER TO WS-XFER-CC (WS-XFER-COUNT)
           MOVE WS-LEDGER-CODE TO WS-XFER-LEDGER (WS-XFER-COUNT)
           MOVE WS-GROUP-NET   TO WS-XFER-NET (WS-XFER-COUNT)
           EXIT.

      *> a debit balance moves with a debit to the new account and a
      *> credit to the old; a credit balance the other way around.
      *> Posted pre-approved with the control-account override, the
      *> way a system-driven repost is - the operator already holds
      *> administrator authority - and the old code in source_ref.
       POST-ONE-TRANSFER.
           IF WS-XFER-NET (WS-XFER-IDX) > 0
               MOVE WS-XFER-NEW (WS-XFER-IDX) TO WS-XFER-DEBIT
               MOVE WS-XFER-OLD (WS-XFER-IDX) TO WS-XFER-CREDIT
               MOVE WS-XFER-NET (WS-XFER-IDX) TO WS-XFER-AMOUNT
           ELSE
               MOVE WS-XFER-OLD (WS-XFER-IDX) TO WS-XFER-DEBIT
               MOVE WS-XFER-NEW (WS-XFER-IDX) TO WS-XFER-CREDIT
               COMPUTE WS-XFER-AMOUNT = 0 - WS-XFER-NET (WS-XFER-IDX)
           END-IF
           MOVE WS-XFER-CC (WS-XFER-IDX)     TO WS-XFER-CC-PARM
           MOVE WS-XFER-LEDGER (WS-XFER-IDX) TO WS-XFER-LEDGER-PARM
           MOVE WS-XFER-OLD (WS-XFER-IDX)    TO WS-SOURCE-REF

           MOVE SPACES TO WS-XFER-MEMO
           STRING "ACCOUNT RESTRUCTURE "
               FUNCTION TRIM(WS-XFER-OLD (WS-XFER-IDX)) " TO "
               FUNCTION TRIM(WS-XFER-NEW (WS-XFER-IDX))
               DELIMITED BY SIZE
               INTO WS-XFER-MEMO
           END-STRING
           MOVE 0 TO WS-CE-RETURN-CODE

           CALL "CREATE-ENTRY"
                USING WS-CUTOVER-DATE WS-XFER-DEBIT WS-XFER-CREDIT
                      WS-XFER-AMOUNT WS-XFER-MEMO
                      WS-CE-RETURN-CODE WS-OPERATOR-ID WS-BATCH-ID
                      WS-CURRENCY-CODE WS-EXCHANGE-RATE WS-FORCE-DUP
                      WS-APPROVED WS-NOT-ACCRUAL WS-XFER-CC-PARM
                      WS-SOURCE-REF WS-SOURCE-CODE WS-ENTRY-ID
                      WS-TAX-CODE WS-CTL-OVERRIDE
                      WS-COMMITMENT-ID WS-NO-UOM
                      WS-XFER-LEDGER-PARM WS-NO-PROJECT
                      WS-NO-COUNTERPARTY

           IF WS-CE-RETURN-CODE NOT = 0
               DISPLAY "COA-RESTRUCTURE ERROR MOVING "
                   FUNCTION TRIM(WS-XFER-OLD (WS-XFER-IDX))
                   " COST CENTER " WS-XFER-CC (WS-XFER-IDX)
                   ", RC=" WS-CE-RETURN-CODE
               ADD 1 TO WS-POST-ERROR-COUNT
           ELSE
               ADD 1 TO WS-POSTED-COUNT
           END-IF
           EXIT.

      *> one unit of work for every mapping: any master that cannot
      *> be repointed throws the lot back, leaving the old codes
      *> active and every master as it was.
       REPOINT-ALL-MASTERS.
           CALL "DB-UTIL" USING BY CONTENT "BEGIN"
           PERFORM REPOINT-ONE-MAPPING
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
                  OR WS-REPOINT-FAILED = "Y"
           IF WS-REPOINT-FAILED = "Y"
               CALL "DB-UTIL" USING BY CONTENT "ROLLBACK"
               MOVE 0 TO WS-REPOINTED-COUNT
               DISPLAY "COA-RESTRUCTURE ERROR: MASTERS NOT REPOINTED, "
                   "OLD ACCOUNTS LEFT ACTIVE - THE TRANSFERS STAND"
               MOVE 1 TO L-RETURN-CODE
           ELSE
               CALL "DB-UTIL" USING BY CONTENT "COMMIT"
           END-IF
           EXIT.

      *> where the new code already has its own row on a keyed map
      *> (account_map, stmt_line_map, cert_owner) the new row stands
      *> and the old one goes; budgets and allocation shares that
      *> meet on the same key are added together. Posting-rule
      *> ranges are only rewritten where they name the old code
      *> exactly - a wider range is the rule owner's to redraw, and
      *> is called out. system_parameter values change only through
      *> the confirmed MAINTAIN-REFDATA path, so those are called out
      *> too.
       REPOINT-ONE-MAPPING.
           MOVE WS-TBL-OLD (WS-MAP-IDX) TO WS-OLD-CODE
           MOVE WS-TBL-NEW (WS-MAP-IDX) TO WS-NEW-CODE

           MOVE "ACCOUNT_MAP" TO WS-STEP-NAME
           EXEC SQL
               DELETE FROM account_map
                WHERE account_code = :WS-OLD-CODE
                  AND EXISTS (SELECT 1 FROM account_map M
                               WHERE M.account_code = :WS-NEW-CODE)
           END-EXEC
           PERFORM CHECK-REPOINT-STEP
           EXEC SQL
               UPDATE account_map SET account_code = :WS-NEW-CODE
                WHERE account_code = :WS-OLD-CODE
           END-EXEC
           PERFORM CHECK-REPOINT-STEP

           MOVE "STMT_LINE_MAP" TO WS-STEP-NAME
           EXEC SQL
               DELETE FROM stmt_line_map
                WHERE account_code = :WS-OLD-CODE
                  AND EXISTS (SELECT 1 FROM stmt_line_map M
                               WHERE M.account_code = :WS-NEW-CODE)
           END-EXEC
           PERFORM CHECK-REPOINT-STEP
           EXEC SQL
               UPDATE stmt_line_map SET account_code = :WS-NEW-CODE
                WHERE account_code = :WS-OLD-CODE
           END-EXEC
           PERFORM CHECK-REPOINT-STEP

           MOVE "CERT_OWNER" TO WS-STEP-NAME
           EXEC SQL
               DELETE FROM cert_owner
                WHERE account_code = :WS-OLD-CODE
                  AND EXISTS (SELECT 1 FROM cert_owner M
                               WHERE M.account_code = :WS-NEW-CODE)
           END-EXEC
           PERFORM CHECK-REPOINT-STEP
           EXEC SQL
               UPDATE cert_owner SET account_code = :WS-NEW-CODE
                WHERE account_code = :WS-OLD-CODE
           END-EXEC
           PERFORM CHECK-REPOINT-STEP

           MOVE "BUDGET" TO WS-STEP-NAME
           EXEC SQL
               UPDATE budget N
                  SET budget_amount = N.budget_amount
                                    + O.budget_amount
                 FROM budget O
                WHERE O.account_code = :WS-OLD-CODE
                  AND N.account_code = :WS-NEW-CODE
                  AND N.period_start = O.period_start
                  AND N.period_end   = O.period_end
                  AND N.cost_center  = O.cost_center
           END-EXEC
           PERFORM CHECK-REPOINT-STEP
           EXEC SQL
               DELETE FROM budget O
                WHERE O.account_code = :WS-OLD-CODE
                  AND EXISTS (SELECT 1 FROM budget N
                               WHERE N.account_code = :WS-NEW-CODE
                                 AND N.period_start = O.period_start
                                 AND N.period_end   = O.period_end
                                 AND N.cost_center  = O.cost_center)
           END-EXEC
           PERFORM CHECK-REPOINT-STEP
           EXEC SQL
               UPDATE budget SET account_code = :WS-NEW-CODE
                WHERE account_code = :WS-OLD-CODE
           END-EXEC
           PERFORM CHECK-REPOINT-STEP

           MOVE "ALLOCATION_RULE" TO WS-STEP-NAME
           EXEC SQL
               UPDATE allocation_rule N
                  SET target_pct = N.target_pct + O.target_pct
                 FROM allocation_rule O
                WHERE O.target_account = :WS-OLD-CODE
                  AND N.target_account = :WS-NEW-CODE
                  AND N.rule_name      = O.rule_name
           END-EXEC
           PERFORM CHECK-REPOINT-STEP
           EXEC SQL
               DELETE FROM allocation_rule O
                WHERE O.target_account = :WS-OLD-CODE
                  AND EXISTS (SELECT 1 FROM allocation_rule N
                               WHERE N.target_account = :WS-NEW-CODE
                                 AND N.rule_name = O.rule_name)
           END-EXEC
           PERFORM CHECK-REPOINT-STEP
           EXEC SQL
               UPDATE allocation_rule
                  SET target_account = :WS-NEW-CODE
                WHERE target_account = :WS-OLD-CODE
           END-EXEC
           PERFORM CHECK-REPOINT-STEP
           EXEC SQL
               UPDATE allocation_rule
                  SET source_account = :WS-NEW-CODE
                WHERE source_account = :WS-OLD-CODE
           END-EXEC
           PERFORM CHECK-REPOINT-STEP
           EXEC SQL
               UPDATE allocation_rule
                  SET driver_account = :WS-NEW-CODE
                WHERE driver_account = :WS-OLD-CODE
           END-EXEC
           PERFORM CHECK-REPOINT-STEP

           MOVE "POSTING_RULE" TO WS-STEP-NAME
           EXEC SQL
               UPDATE posting_rule
                  SET debit_lo = :WS-NEW-CODE,
                      debit_hi = :WS-NEW-CODE
                WHERE debit_lo = :WS-OLD-CODE
                  AND debit_hi = :WS-OLD-CODE
           END-EXEC
           PERFORM CHECK-REPOINT-STEP
           EXEC SQL
               UPDATE posting_rule
                  SET credit_lo = :WS-NEW-CODE,
                      credit_hi = :WS-NEW-CODE
                WHERE credit_lo = :WS-OLD-CODE
                  AND credit_hi = :WS-OLD-CODE
           END-EXEC
           PERFORM CHECK-REPOINT-STEP
           EXEC SQL
               UPDATE posting_rule
                  SET account_lo = :WS-NEW-CODE,
                      account_hi = :WS-NEW-CODE
                WHERE account_lo = :WS-OLD-CODE
                  AND account_hi = :WS-OLD-CODE
           END-EXEC
           PERFORM CHECK-REPOINT-STEP

           MOVE "JOURNAL_TEMPLATE" TO WS-STEP-NAME
           EXEC SQL
               UPDATE journal_template
                  SET debit_account = :WS-NEW-CODE
                WHERE debit_account = :WS-OLD-CODE
           END-EXEC
           PERFORM CHECK-REPOINT-STEP
           EXEC SQL
               UPDATE journal_template
                  SET credit_account = :WS-NEW-CODE
                WHERE credit_account = :WS-OLD-CODE
           END-EXEC
           PERFORM CHECK-REPOINT-STEP

           MOVE "ASSET_MASTER" TO WS-STEP-NAME
           EXEC SQL
               UPDATE asset_master
                  SET asset_account = :WS-NEW-CODE
                WHERE asset_account = :WS-OLD-CODE
           END-EXEC
           PERFORM CHECK-REPOINT-STEP
           EXEC SQL
               UPDATE asset_master
                  SET accum_account = :WS-NEW-CODE
                WHERE accum_account = :WS-OLD-CODE
           END-EXEC
           PERFORM CHECK-REPOINT-STEP
           EXEC SQL
               UPDATE asset_master
                  SET expense_account = :WS-NEW-CODE
                WHERE expense_account = :WS-OLD-CODE
           END-EXEC
           PERFORM CHECK-REPOINT-STEP

           PERFORM REPOINT-OTHER-MASTERS
           PERFORM RETIRE-OLD-ACCOUNT

           IF WS-REPOINT-FAILED NOT = "Y"
               ADD 1 TO WS-REPOINTED-COUNT
               PERFORM REPORT-LEFTOVER-REFERENCES
           END-IF
           EXIT.

      *> the remaining masters that carry account codes, so nothing
      *> downstream goes on naming a code that can no longer post.
       REPOINT-OTHER-MASTERS.
           MOVE "AMORT_SCHEDULE" TO WS-STEP-NAME
           EXEC SQL
               UPDATE amort_schedule
                  SET source_account = :WS-NEW-CODE
                WHERE source_account = :WS-OLD-CODE
           END-EXEC
           PERFORM CHECK-REPOINT-STEP
           EXEC SQL
               UPDATE amort_schedule
                  SET target_account = :WS-NEW-CODE
                WHERE target_account = :WS-OLD-CODE
           END-EXEC
           PERFORM CHECK-REPOINT-STEP

           MOVE "LEASE_MASTER" TO WS-STEP-NAME
           EXEC SQL
               UPDATE lease_master
                  SET liability_account =
                          CASE WHEN liability_account = :WS-OLD-CODE
                               THEN :WS-NEW-CODE
                               ELSE liability_account END,
                      rou_account =
                          CASE WHEN rou_account = :WS-OLD-CODE
                               THEN :WS-NEW-CODE
                               ELSE rou_account END,
                      interest_account =
                          CASE WHEN interest_account = :WS-OLD-CODE
                               THEN :WS-NEW-CODE
                               ELSE interest_account END,
                      amort_account =
                          CASE WHEN amort_account = :WS-OLD-CODE
                               THEN :WS-NEW-CODE
                               ELSE amort_account END,
                      payment_account =
                          CASE WHEN payment_account = :WS-OLD-CODE
                               THEN :WS-NEW-CODE
                               ELSE payment_account END
                WHERE :WS-OLD-CODE IN (liability_account, rou_account,
                          interest_account, amort_account,
                          payment_account)
           END-EXEC
           PERFORM CHECK-REPOINT-STEP

           MOVE "TAX_CODE" TO WS-STEP-NAME
           EXEC SQL
               UPDATE tax_code SET tax_account = :WS-NEW-CODE
                WHERE tax_account = :WS-OLD-CODE
           END-EXEC
           PERFORM CHECK-REPOINT-STEP

           MOVE "BANK_ITEM_RULE" TO WS-STEP-NAME
           EXEC SQL
               UPDATE bank_item_rule SET cash_account = :WS-NEW-CODE
                WHERE cash_account = :WS-OLD-CODE
           END-EXEC
           PERFORM CHECK-REPOINT-STEP
           EXEC SQL
               UPDATE bank_item_rule
                  SET offset_account = :WS-NEW-CODE
                WHERE offset_account = :WS-OLD-CODE
           END-EXEC
           PERFORM CHECK-REPOINT-STEP

           MOVE "RESERVE_ACCOUNT" TO WS-STEP-NAME
           EXEC SQL
               UPDATE reserve_account
                  SET allowance_account = :WS-NEW-CODE
                WHERE allowance_account = :WS-OLD-CODE
           END-EXEC
           PERFORM CHECK-REPOINT-STEP
           EXEC SQL
               UPDATE reserve_account
                  SET expense_account = :WS-NEW-CODE
                WHERE expense_account = :WS-OLD-CODE
           END-EXEC
           PERFORM CHECK-REPOINT-STEP

           MOVE "MCC_MAP" TO WS-STEP-NAME
           EXEC SQL
               UPDATE mcc_map SET account_code = :WS-NEW-CODE
                WHERE account_code = :WS-OLD-CODE
           END-EXEC
           PERFORM CHECK-REPOINT-STEP

           MOVE "COMPANY" TO WS-STEP-NAME
           EXEC SQL
               UPDATE company
                  SET due_from_account =
                          CASE WHEN due_from_account = :WS-OLD-CODE
                               THEN :WS-NEW-CODE
                               ELSE due_from_account END,
                      due_to_account =
                          CASE WHEN due_to_account = :WS-OLD-CODE
                               THEN :WS-NEW-CODE
                               ELSE due_to_account END,
                      settlement_account =
                          CASE WHEN settlement_account = :WS-OLD-CODE
                               THEN :WS-NEW-CODE
                               ELSE settlement_account END
                WHERE :WS-OLD-CODE IN (due_from_account,
                          due_to_account, settlement_account)
           END-EXEC
           PERFORM CHECK-REPOINT-STEP

           MOVE "IC_INTEREST_ACCOUNT" TO WS-STEP-NAME
           EXEC SQL
               UPDATE ic_interest_account
                  SET income_account =
                          CASE WHEN income_account = :WS-OLD-CODE
                               THEN :WS-NEW-CODE
                               ELSE income_account END,
                      expense_account =
                          CASE WHEN expense_account = :WS-OLD-CODE
                               THEN :WS-NEW-CODE
                               ELSE expense_account END
                WHERE :WS-OLD-CODE IN (income_account, expense_account)
           END-EXEC
           PERFORM CHECK-REPOINT-STEP

      *> a counter-account row of the equity movement map is keyed
      *> like the other maps: a row already on the new code stands.
           MOVE "EQUITY_MOVEMENT_MAP" TO WS-STEP-NAME
           EXEC SQL
               DELETE FROM equity_movement_map
                WHERE map_kind = 'A'
                  AND map_key = :WS-OLD-CODE
                  AND EXISTS (SELECT 1 FROM equity_movement_map M
                               WHERE M.map_kind = 'A'
                                 AND M.map_key = :WS-NEW-CODE)
           END-EXEC
           PERFORM CHECK-REPOINT-STEP
           EXEC SQL
               UPDATE equity_movement_map SET map_key = :WS-NEW-CODE
                WHERE map_kind = 'A'
                  AND map_key = :WS-OLD-CODE
           END-EXEC
           PERFORM CHECK-REPOINT-STEP

      *> parked entries still waiting to release (or to be corrected
      *> after a failed release) would post to a closed code; a
      *> released one is history, like the journal rows it made.
           MOVE "PARKED_ENTRY" TO WS-STEP-NAME
           EXEC SQL
               UPDATE parked_entry
                  SET debit_account =
                          CASE WHEN debit_account = :WS-OLD-CODE
                               THEN :WS-NEW-CODE
                               ELSE debit_account END,
                      credit_account =
                          CASE WHEN credit_account = :WS-OLD-CODE
                               THEN :WS-NEW-CODE
                               ELSE credit_account END
                WHERE :WS-OLD-CODE IN (debit_account, credit_account)
                  AND status IN ('PARKED', 'FAILED')
           END-EXEC
           PERFORM CHECK-REPOINT-STEP
           MOVE "PARKED_SPLIT_LINE" TO WS-STEP-NAME
           EXEC SQL
               UPDATE parked_split_line
                  SET account_code = :WS-NEW-CODE
                WHERE account_code = :WS-OLD-CODE
                  AND parked_id IN (SELECT P.id FROM parked_entry P
                                     WHERE P.status IN ('PARKED',
                                                        'FAILED'))
           END-EXEC
           PERFORM CHECK-REPOINT-STEP
           EXIT.

      *> closes the old code, records the pair and carries forward
      *> any earlier retirement that landed on the code now retiring,
      *> so account_xref always resolves an old code to the account
      *> that carries it today.
       RETIRE-OLD-ACCOUNT.
           MOVE "CHART_OF_ACCOUNTS" TO WS-STEP-NAME
           EXEC SQL
               UPDATE chart_of_accounts SET active_flag = 'N'
                WHERE account_code = :WS-OLD-CODE
           END-EXEC
           PERFORM CHECK-REPOINT-STEP

           MOVE "ACCOUNT_XREF" TO WS-STEP-NAME
           EXEC SQL
               UPDATE account_xref SET current_code = :WS-NEW-CODE
                WHERE current_code = :WS-OLD-CODE
           END-EXEC
           PERFORM CHECK-REPOINT-STEP
           EXEC SQL
               INSERT INTO account_xref
                   (old_account_code, new_account_code, current_code,
                    cutover_date, mapped_by)
               VALUES
                   (:WS-OLD-CODE, :WS-NEW-CODE, :WS-NEW-CODE,
                    CAST(:WS-CUTOVER-DATE AS DATE), :WS-OPERATOR-ID)
           END-EXEC
           PERFORM CHECK-REPOINT-STEP

           MOVE "AUDIT_LOG" TO WS-STEP-NAME
           EXEC SQL
               INSERT INTO audit_log (entry_id, action, changed_by)
               VALUES (0, 'ACCT-MERGE', :WS-OPERATOR-ID)
           END-EXEC
           PERFORM CHECK-REPOINT-STEP
           EXIT.

       CHECK-REPOINT-STEP.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               IF WS-REPOINT-FAILED NOT = "Y"
                   DISPLAY "COA-RESTRUCTURE ERROR REPOINTING "
                       FUNCTION TRIM(WS-STEP-NAME) " FOR "
                       FUNCTION TRIM(WS-OLD-CODE) ", SQLCODE="
                       SQLCODE
               END-IF
               MOVE "Y" TO WS-REPOINT-FAILED
           END-IF
           EXIT.

       REPORT-LEFTOVER-REFERENCES.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM posting_rule
                WHERE active_flag = 'Y'
                  AND ((debit_lo <= :WS-OLD-CODE
                        AND debit_hi >= :WS-OLD-CODE)
                    OR (credit_lo <= :WS-OLD-CODE
                        AND credit_hi >= :WS-OLD-CODE)
                    OR (account_lo <= :WS-OLD-CODE
                        AND account_hi >= :WS-OLD-CODE))
           END-EXEC
           IF WS-ROW-COUNT NOT = 0
               DISPLAY "COA-RESTRUCTURE WARNING: " WS-ROW-COUNT
                   " POSTING RULE RANGE(S) STILL COVER "
                   FUNCTION TRIM(WS-OLD-CODE) " - REVIEW THEM FOR "
                   FUNCTION TRIM(WS-NEW-CODE)
           END-IF

           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM system_parameter
                WHERE param_value = :WS-OLD-CODE
           END-EXEC
           IF WS-ROW-COUNT NOT = 0
               DISPLAY "COA-RESTRUCTURE WARNING: " WS-ROW-COUNT
                   " SYSTEM PARAMETER ROW(S) NAME "
                   FUNCTION TRIM(WS-OLD-CODE)
                   " - CHANGE THEM THROUGH MAINTAIN-REFDATA SYS-PARAM"
           END-IF

           PERFORM REPORT-KPI-RANGE-TERMS
           EXIT.

      *> KPI account-range terms are free text the KPI's owner
      *> maintains, like the posting-rule ranges: any term that
      *> covers the old code but not the new one now reads a balance
      *> that has moved out from under it, and is called out.
       REPORT-KPI-RANGE-TERMS.
           EXEC SQL
               DECLARE C9 CURSOR FOR
               SELECT kpi_code, num_basis, num_terms,
                      den_basis, den_terms
                 FROM kpi_definition
                WHERE num_basis = 'R' OR den_basis = 'R'
                ORDER BY kpi_code
           END-EXEC

           EXEC SQL OPEN C9 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C9 INTO :WS-KPI-CODE, :WS-KPI-NUM-BASIS,
                       :WS-KPI-NUM-TERMS, :WS-KPI-DEN-BASIS,
                       :WS-KPI-DEN-TERMS
               END-EXEC
               IF SQLCODE = 0
                   IF WS-KPI-NUM-BASIS = "R"
                       MOVE WS-KPI-NUM-TERMS TO WS-KPI-TERMS
                       PERFORM CHECK-KPI-RANGE-TERMS
                   END-IF
                   IF WS-KPI-DEN-BASIS = "R"
                       MOVE WS-KPI-DEN-TERMS TO WS-KPI-TERMS
                       PERFORM CHECK-KPI-RANGE-TERMS
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C9 END-EXEC
      *> a clean end of rows is not a repoint failure.
           MOVE 0 TO SQLCODE
           EXIT.

       CHECK-KPI-RANGE-TERMS.
           MOVE 1 TO WS-KPI-PTR
           PERFORM UNTIL WS-KPI-PTR > 98
               MOVE SPACES TO WS-KPI-TERM-RAW
               UNSTRING WS-KPI-TERMS DELIMITED BY ","
                   INTO WS-KPI-TERM-RAW
                   WITH POINTER WS-KPI-PTR
               END-UNSTRING
               MOVE FUNCTION TRIM(WS-KPI-TERM-RAW LEADING)
                   TO WS-KPI-TERM
               IF WS-KPI-TERM (1:1) = "-"
                   MOVE WS-KPI-TERM (2:49) TO WS-KPI-TERM-RAW
                   MOVE FUNCTION TRIM(WS-KPI-TERM-RAW LEADING)
                       TO WS-KPI-TERM
               END-IF
               MOVE SPACES TO WS-KPI-LO WS-KPI-HI
               UNSTRING WS-KPI-TERM DELIMITED BY ":"
                   INTO WS-KPI-LO WS-KPI-HI
               IF WS-KPI-HI = SPACES
                   MOVE WS-KPI-LO TO WS-KPI-HI
               END-IF
               IF WS-KPI-LO NOT = SPACES
                   AND WS-OLD-CODE >= WS-KPI-LO
                   AND WS-OLD-CODE <= WS-KPI-HI
                   AND (WS-NEW-CODE < WS-KPI-LO
                        OR WS-NEW-CODE > WS-KPI-HI)
                   DISPLAY "COA-RESTRUCTURE WARNING: KPI "
                       FUNCTION TRIM(WS-KPI-CODE) " TERM "
                       FUNCTION TRIM(WS-KPI-TERM) " COVERS "
                       FUNCTION TRIM(WS-OLD-CODE) " BUT NOT "
                       FUNCTION TRIM(WS-NEW-CODE)
                       " - REDRAW IT THROUGH MAINTAIN-REFDATA KPI-DEF"
               END-IF
           END-PERFORM
           EXIT.

       END PROGRAM COA-RESTRUCTURE.
