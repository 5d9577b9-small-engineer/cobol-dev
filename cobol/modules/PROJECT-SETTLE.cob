       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT-SETTLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the settlement instructions - one pipe-delimited line per
      *> asset the project becomes:
      *> description|sharepct|lifemonths|assetaccount|accumaccount
      *> |expenseaccount|costcenter|taxmethod|taxlifemonths
      *> (cost center blank = the project's owning cost center; tax
      *> method and life blank = the book method and life, as
      *> MAINTAIN-ASSET ADD defaults them). The shares must add up
      *> to 100.
           SELECT SETTLE-FILE ASSIGN DYNAMIC WS-SETTLE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SETTLE-FILE-STATUS.

      *> the transfer entry's legs, in CREATE-SPLIT-ENTRY's
      *> account|debit|credit|costcenter|project lines-file shape.
           SELECT WORK-FILE ASSIGN DYNAMIC WS-WORK-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-WORK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SETTLE-FILE.
       01  FD-SETTLE-LINE      PIC X(256).

       FD  WORK-FILE.
       01  FD-WORK-LINE        PIC X(256).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-PROJECT-CODE   PIC X(10).
       01  WS-PROJECT-TYPE   PIC X(1).
       01  WS-PROJECT-STATUS PIC X(10).
       01  WS-PROJECT-CC     PIC X(10).
       01  WS-IN-SERVICE     PIC X(10).
       01  WS-CIP-ACCOUNT    PIC X(50).
       01  WS-CIP-COST       PIC S9(11)V99.
       01  WS-ACCOUNT-CODE   PIC X(50).
       01  WS-CC-CODE        PIC X(10).
       01  WS-ROW-COUNT      PIC 9(9).
       01  WS-ASSET-ID       PIC 9(9).
       01  WS-DESCRIPTION    PIC X(100).
       01  WS-COST           PIC 9(9)V99.
       01  WS-METHOD         PIC X(2)      VALUE "SL".
       01  WS-LIFE-MONTHS    PIC 9(4).
       01  WS-ASSET-ACCOUNT  PIC X(50).
       01  WS-ACCUM-ACCOUNT  PIC X(50).
       01  WS-EXPENSE-ACCOUNT PIC X(50).
       01  WS-TAX-METHOD     PIC X(3).
       01  WS-TAX-LIFE       PIC 9(4).
       01  WS-OPERATOR-ID    PIC X(50).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01  WS-SETTLE-FILE-NAME    PIC X(256).
       01  WS-SETTLE-FILE-STATUS  PIC X(2).
       01  WS-WORK-FILE-NAME      PIC X(256).
       01  WS-WORK-FILE-STATUS    PIC X(2).
       01  WS-EOF-FLAG            PIC X(1)    VALUE "N".
           88  WS-EOF                         VALUE "Y".

       01  WS-CONNECT-STATUS  PIC X(1).
       01  WS-ENV-NAME        PIC X(30).
       01  WS-AUTHORIZED      PIC X(1).
       01  WS-DATE-STATUS     PIC X(1).
       01  WS-INPUT-LINE      PIC X(256).
       01  WS-WORK-LINE       PIC X(256).
       01  WS-PCT-TEXT        PIC X(20).
       01  WS-LIFE-TEXT       PIC X(20).
       01  WS-TAX-LIFE-TEXT   PIC X(20).
       01  WS-TAX-METHOD-TEXT PIC X(10).
       01  WS-PCT-TOTAL       PIC 9(5)V99   VALUE 0.
       01  WS-ALLOCATED       PIC 9(11)V99  VALUE 0.
       01  WS-DEBIT-EDIT      PIC Z(11)9.99.
       01  WS-CREDIT-EDIT     PIC Z(11)9.99.
       01  WS-LEG-ACCOUNT     PIC X(50).
       01  WS-LEG-DEBIT       PIC 9(11)V99.
       01  WS-LEG-CREDIT      PIC 9(11)V99.
       01  WS-LEG-CC          PIC X(10).
       01  WS-SPLIT-MEMO      PIC X(100).
       01  WS-SOURCE-CODE     PIC X(2)      VALUE "FA".
       01  WS-CTL-OVERRIDE    PIC X(1)      VALUE SPACES.
       01  WS-COMMITMENT-ID   PIC 9(9)      VALUE 0.
       01  WS-NOT-ACCRUAL     PIC X(1)      VALUE "N".
       01  WS-CSE-RETURN-CODE PIC 9(4).
       01  WS-LINE-NUMBER     PIC 9(4)      VALUE 0.
       01  WS-COST-EDIT       PIC Z(9)9.99.

      *> the assets the project settles into, validated in full
      *> before anything posts.
       01  WS-ASSET-TABLE.
           05  WS-ASSET-ROW OCCURS 99 TIMES
                   INDEXED BY WS-AS-IDX.
               10  WS-AS-DESCRIPTION  PIC X(100).
               10  WS-AS-PCT          PIC 9(3)V99.
               10  WS-AS-LIFE         PIC 9(4).
               10  WS-AS-ASSET-ACCT   PIC X(50).
               10  WS-AS-ACCUM-ACCT   PIC X(50).
               10  WS-AS-EXPENSE-ACCT PIC X(50).
               10  WS-AS-CC           PIC X(10).
               10  WS-AS-TAX-METHOD   PIC X(3).
               10  WS-AS-TAX-LIFE     PIC 9(4).
               10  WS-AS-COST         PIC 9(9)V99.
               10  WS-AS-ID           PIC 9(9).
       01  WS-ASSET-COUNT     PIC 9(4)      VALUE 0.

       LINKAGE SECTION.
       01  L-PROJECT-CODE     PIC X(10).
       01  L-IN-SERVICE-DATE  PIC X(10).
       01  L-CIP-ACCOUNT      PIC X(50).
       01  L-SETTLE-FILE      PIC X(256).
       01  L-RETURN-CODE      PIC 9(4).
       01  L-OPERATOR-ID      PIC X(50).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-PROJECT-CODE
               L-IN-SERVICE-DATE
               L-CIP-ACCOUNT
               L-SETTLE-FILE
               L-RETURN-CODE
               L-OPERATOR-ID.

      *> settles a completed capital project out of construction in
      *> progress and into the asset register. The project's CIP
      *> cost is what has been posted to the CIP account under its
      *> project code through the in-service date (debits less
      *> credits; live, archived and split postings). The settlement
      *> file shares that cost out over one or more new assets - the
      *> last asset takes the rounding - and one split entry, dated
      *> the in-service date under source FA, debits each asset
      *> account and credits CIP, every leg carrying the project
      *> code so the project's CIP nets to nothing. Only once that
      *> entry has posted are the asset_master rows written, with
      *> the in-service date DEPRECIATE-ASSETS starts from, and the
      *> project marked SETTLED so it takes no further cost and
      *> cannot settle twice. Anything wrong in the file and nothing
      *> posts.
       MAIN-LOGIC.
           MOVE L-PROJECT-CODE    TO WS-PROJECT-CODE
           MOVE L-IN-SERVICE-DATE TO WS-IN-SERVICE
           MOVE L-CIP-ACCOUNT     TO WS-CIP-ACCOUNT
           MOVE L-SETTLE-FILE     TO WS-SETTLE-FILE-NAME
           MOVE L-OPERATOR-ID     TO WS-OPERATOR-ID
           MOVE 0                 TO L-RETURN-CODE

           IF WS-PROJECT-CODE = SPACES OR WS-CIP-ACCOUNT = SPACES
               DISPLAY "PROJECT-SETTLE ERROR: PROJECT AND CIP "
                   "ACCOUNT REQUIRED"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-IN-SERVICE
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               DISPLAY "PROJECT-SETTLE ERROR: BAD IN-SERVICE DATE "
                   WS-IN-SERVICE
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "PROJECT-SETTLE ERROR: DATABASE CONNECTION "
                   "UNAVAILABLE"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

      *> adding to the register is keying work - the same floor
      *> MAINTAIN-ASSET ADD enforces.
           CALL "CHECK-OPERATOR" USING WS-OPERATOR-ID
                                       BY CONTENT "E"
                                       BY REFERENCE WS-AUTHORIZED
           IF WS-AUTHORIZED NOT = "Y"
               DISPLAY "PROJECT-SETTLE ERROR: OPERATOR NOT "
                   "AUTHORIZED"
               MOVE 4 TO L-RETURN-CODE
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           PERFORM VALIDATE-PROJECT
           IF L-RETURN-CODE NOT = 0
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           PERFORM SUM-CIP-COST
           IF L-RETURN-CODE NOT = 0
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           PERFORM LOAD-SETTLE-FILE
           IF L-RETURN-CODE NOT = 0
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           PERFORM SHARE-OUT-COST

      *> CREATE-SPLIT-ENTRY opens its own session.
           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"

           PERFORM POST-TRANSFER-ENTRY
           IF L-RETURN-CODE NOT = 0
               GOBACK
           END-IF

           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "PROJECT-SETTLE ERROR: TRANSFER POSTED BUT "
                   "ASSETS NOT REGISTERED - DATABASE CONNECTION "
                   "UNAVAILABLE"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           PERFORM REGISTER-ONE-ASSET
               VARYING WS-AS-IDX FROM 1 BY 1
               UNTIL WS-AS-IDX > WS-ASSET-COUNT

           EXEC SQL
               UPDATE project
                  SET status = 'SETTLED',
                      settled_date = :WS-IN-SERVICE
                WHERE project_code = :WS-PROJECT-CODE
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "PROJECT-SETTLE ERROR: PROJECT NOT MARKED "
                   "SETTLED, SQLCODE=" SQLCODE
               MOVE 1 TO L-RETURN-CODE
           END-IF

           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"

           MOVE WS-CIP-COST TO WS-COST-EDIT
           DISPLAY "PROJECT-SETTLE: PROJECT " WS-PROJECT-CODE
               " SETTLED, CIP COST " FUNCTION TRIM(WS-COST-EDIT)
               " INTO " WS-ASSET-COUNT " ASSET(S) IN SERVICE "
               WS-IN-SERVICE
           GOBACK.

      *> only an OPEN capital project settles; an expense project
      *> has no CIP to move, and a settled one has moved it already.
       VALIDATE-PROJECT.
           MOVE SPACES TO WS-PROJECT-STATUS
           EXEC SQL
               SELECT project_type, status, COALESCE(cost_center, ' ')
                 INTO :WS-PROJECT-TYPE, :WS-PROJECT-STATUS,
                      :WS-PROJECT-CC
                 FROM project
                WHERE project_code = :WS-PROJECT-CODE
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "PROJECT-SETTLE ERROR: UNKNOWN PROJECT "
                   WS-PROJECT-CODE
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-PROJECT-TYPE NOT = "C"
               DISPLAY "PROJECT-SETTLE ERROR: PROJECT "
                   WS-PROJECT-CODE " IS NOT A CAPITAL PROJECT"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-PROJECT-STATUS NOT = "OPEN"
               DISPLAY "PROJECT-SETTLE ERROR: PROJECT "
                   WS-PROJECT-CODE " IS "
                   FUNCTION TRIM(WS-PROJECT-STATUS) ", NOT OPEN"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CIP-ACCOUNT TO WS-ACCOUNT-CODE
           PERFORM REQUIRE-ACTIVE-ACCOUNT
           EXIT.

       SUM-CIP-COST.
           EXEC SQL
               SELECT COALESCE(SUM(T.amt), 0) INTO :WS-CIP-COST
                 FROM (SELECT home_amount AS amt
                         FROM journal_entry
                        WHERE debit_account = :WS-CIP-ACCOUNT
                          AND project_code = :WS-PROJECT-CODE
                          AND status_flag = 'A'
                          AND ledger_code IN ('B', 'L')
                          AND entry_date <= :WS-IN-SERVICE
                       UNION ALL
                       SELECT 0 - home_amount
                         FROM journal_entry
                        WHERE credit_account = :WS-CIP-ACCOUNT
                          AND project_code = :WS-PROJECT-CODE
                          AND status_flag = 'A'
                          AND ledger_code IN ('B', 'L')
                          AND entry_date <= :WS-IN-SERVICE
                       UNION ALL
                       SELECT home_amount
                         FROM journal_entry_archive
                        WHERE debit_account = :WS-CIP-ACCOUNT
                          AND project_code = :WS-PROJECT-CODE
                          AND status_flag = 'A'
                          AND ledger_code IN ('B', 'L')
                          AND entry_date <= :WS-IN-SERVICE
                       UNION ALL
                       SELECT 0 - home_amount
                         FROM journal_entry_archive
                        WHERE credit_account = :WS-CIP-ACCOUNT
                          AND project_code = :WS-PROJECT-CODE
                          AND status_flag = 'A'
                          AND ledger_code IN ('B', 'L')
                          AND entry_date <= :WS-IN-SERVICE
                       UNION ALL
                       SELECT L.debit_amount - L.credit_amount
                         FROM split_line L
                         JOIN split_header H ON H.id = L.header_id
                        WHERE L.account_code = :WS-CIP-ACCOUNT
                          AND L.project_code = :WS-PROJECT-CODE
                          AND H.status_flag = 'A'
                          AND H.entry_date <= :WS-IN-SERVICE) T
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "PROJECT-SETTLE ERROR: CIP COST QUERY FAILED, "
                   "SQLCODE=" SQLCODE
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-CIP-COST NOT > 0
               DISPLAY "PROJECT-SETTLE ERROR: NO CIP COST ON "
                   FUNCTION TRIM(WS-CIP-ACCOUNT) " FOR PROJECT "
                   WS-PROJECT-CODE
               MOVE 1 TO L-RETURN-CODE
           END-IF
           EXIT.

       LOAD-SETTLE-FILE.
           OPEN INPUT SETTLE-FILE
           IF WS-SETTLE-FILE-STATUS NOT = "00"
               DISPLAY "PROJECT-SETTLE ERROR: CANNOT OPEN "
                   FUNCTION TRIM(WS-SETTLE-FILE-NAME)
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF
               READ SETTLE-FILE INTO WS-INPUT-LINE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-INPUT-LINE NOT = SPACES
                           PERFORM TAKE-ONE-ASSET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SETTLE-FILE

           IF L-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ASSET-COUNT = 0
               DISPLAY "PROJECT-SETTLE ERROR: SETTLEMENT FILE NAMES "
                   "NO ASSETS"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-PCT-TOTAL NOT = 100
               DISPLAY "PROJECT-SETTLE ERROR: ASSET SHARES ADD UP TO "
                   WS-PCT-TOTAL ", NOT 100"
               MOVE 1 TO L-RETURN-CODE
           END-IF
           EXIT.

      *> every line is checked the way MAINTAIN-ASSET ADD checks an
      *> acquisition - and every bad line is reported, not just the
      *> first, so the file is fixed in one pass.
       TAKE-ONE-ASSET.
           ADD 1 TO WS-LINE-NUMBER
           IF WS-ASSET-COUNT >= 99
               DISPLAY "PROJECT-SETTLE ERROR: MORE THAN 99 ASSETS "
                   "IN ONE SETTLEMENT"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ASSET-COUNT
           SET WS-AS-IDX TO WS-ASSET-COUNT
           MOVE SPACES TO WS-DESCRIPTION WS-PCT-TEXT WS-LIFE-TEXT
               WS-ASSET-ACCOUNT WS-ACCUM-ACCOUNT WS-EXPENSE-ACCOUNT
               WS-CC-CODE WS-TAX-METHOD-TEXT WS-TAX-LIFE-TEXT
           UNSTRING WS-INPUT-LINE DELIMITED BY "|"
               INTO WS-DESCRIPTION WS-PCT-TEXT WS-LIFE-TEXT
                    WS-ASSET-ACCOUNT WS-ACCUM-ACCOUNT
                    WS-EXPENSE-ACCOUNT WS-CC-CODE
                    WS-TAX-METHOD-TEXT WS-TAX-LIFE-TEXT

           MOVE WS-DESCRIPTION     TO WS-AS-DESCRIPTION (WS-AS-IDX)
           MOVE WS-ASSET-ACCOUNT   TO WS-AS-ASSET-ACCT (WS-AS-IDX)
           MOVE WS-ACCUM-ACCOUNT   TO WS-AS-ACCUM-ACCT (WS-AS-IDX)
           MOVE WS-EXPENSE-ACCOUNT TO WS-AS-EXPENSE-ACCT (WS-AS-IDX)
           MOVE 0 TO WS-AS-COST (WS-AS-IDX)
           MOVE 0 TO WS-AS-ID (WS-AS-IDX)

           IF WS-DESCRIPTION = SPACES
               DISPLAY "PROJECT-SETTLE ERROR: LINE " WS-LINE-NUMBER
                   " HAS NO DESCRIPTION"
               MOVE 1 TO L-RETURN-CODE
           END-IF

           IF WS-PCT-TEXT = SPACES
               MOVE 0 TO WS-AS-PCT (WS-AS-IDX)
           ELSE
               MOVE FUNCTION NUMVAL(WS-PCT-TEXT)
                   TO WS-AS-PCT (WS-AS-IDX)
           END-IF
           IF WS-AS-PCT (WS-AS-IDX) = 0
               OR WS-AS-PCT (WS-AS-IDX) > 100
               DISPLAY "PROJECT-SETTLE ERROR: LINE " WS-LINE-NUMBER
                   " SHARE MUST BE ABOVE 0 AND AT MOST 100"
               MOVE 1 TO L-RETURN-CODE
           END-IF
           ADD WS-AS-PCT (WS-AS-IDX) TO WS-PCT-TOTAL

           IF WS-LIFE-TEXT = SPACES
               MOVE 0 TO WS-AS-LIFE (WS-AS-IDX)
           ELSE
               MOVE FUNCTION NUMVAL(WS-LIFE-TEXT)
                   TO WS-AS-LIFE (WS-AS-IDX)
           END-IF
           IF WS-AS-LIFE (WS-AS-IDX) = 0
               DISPLAY "PROJECT-SETTLE ERROR: LINE " WS-LINE-NUMBER
                   " NEEDS A LIFE IN MONTHS"
               MOVE 1 TO L-RETURN-CODE
           END-IF

           MOVE WS-TAX-METHOD-TEXT TO WS-TAX-METHOD
           IF WS-TAX-METHOD = SPACES
               MOVE "SL" TO WS-TAX-METHOD
           END-IF
           IF WS-TAX-METHOD-TEXT (4:) NOT = SPACES
               OR (WS-TAX-METHOD NOT = "SL"
                   AND WS-TAX-METHOD NOT = "DB"
                   AND WS-TAX-METHOD NOT = "DDB")
               DISPLAY "PROJECT-SETTLE ERROR: LINE " WS-LINE-NUMBER
                   " TAX METHOD MUST BE SL, DB OR DDB"
               MOVE 1 TO L-RETURN-CODE
           END-IF
           MOVE WS-TAX-METHOD TO WS-AS-TAX-METHOD (WS-AS-IDX)
           IF WS-TAX-LIFE-TEXT = SPACES
               MOVE WS-AS-LIFE (WS-AS-IDX) TO WS-AS-TAX-LIFE (WS-AS-IDX)
           ELSE
               MOVE FUNCTION NUMVAL(WS-TAX-LIFE-TEXT)
                   TO WS-AS-TAX-LIFE (WS-AS-IDX)
           END-IF

           MOVE WS-ASSET-ACCOUNT TO WS-ACCOUNT-CODE
           PERFORM REQUIRE-ACTIVE-ACCOUNT
           MOVE WS-ACCUM-ACCOUNT TO WS-ACCOUNT-CODE
           PERFORM REQUIRE-ACTIVE-ACCOUNT
           MOVE WS-EXPENSE-ACCOUNT TO WS-ACCOUNT-CODE
           PERFORM REQUIRE-ACTIVE-ACCOUNT

           IF WS-CC-CODE = SPACES
               MOVE WS-PROJECT-CC TO WS-CC-CODE
           END-IF
           MOVE WS-CC-CODE TO WS-AS-CC (WS-AS-IDX)
           IF WS-CC-CODE NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-ROW-COUNT
                     FROM cost_center
                    WHERE cost_center_code = :WS-CC-CODE
                      AND active_flag = 'Y'
                      AND node_type = 'C'
               END-EXEC
               IF WS-ROW-COUNT = 0
                   DISPLAY "PROJECT-SETTLE ERROR: LINE "
                       WS-LINE-NUMBER " UNKNOWN OR INACTIVE COST "
                       "CENTER " WS-CC-CODE
                   MOVE 1 TO L-RETURN-CODE
               END-IF
           END-IF
           EXIT.

       REQUIRE-ACTIVE-ACCOUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM chart_of_accounts
                WHERE account_code = :WS-ACCOUNT-CODE
                  AND active_flag = 'Y'
           END-EXEC
           IF WS-ROW-COUNT = 0
               DISPLAY "PROJECT-SETTLE ERROR: UNKNOWN OR INACTIVE "
                   "ACCOUNT " FUNCTION TRIM(WS-ACCOUNT-CODE)
               MOVE 1 TO L-RETURN-CODE
           END-IF
           EXIT.

      *> each asset's cost is its share of the CIP cost, rounded; the
      *> last asset takes whatever the rounding left, so the assets
      *> add back to the CIP cost exactly.
       SHARE-OUT-COST.
           MOVE 0 TO WS-ALLOCATED
           PERFORM SHARE-ONE-ASSET
               VARYING WS-AS-IDX FROM 1 BY 1
               UNTIL WS-AS-IDX > WS-ASSET-COUNT
           EXIT.

       SHARE-ONE-ASSET.
           IF WS-AS-IDX = WS-ASSET-COUNT
               COMPUTE WS-AS-COST (WS-AS-IDX) =
                   WS-CIP-COST - WS-ALLOCATED
           ELSE
               COMPUTE WS-AS-COST (WS-AS-IDX) ROUNDED =
                   WS-CIP-COST * WS-AS-PCT (WS-AS-IDX) / 100
           END-IF
           ADD WS-AS-COST (WS-AS-IDX) TO WS-ALLOCATED
           EXIT.

       POST-TRANSFER-ENTRY.
           ACCEPT WS-WORK-FILE-NAME
               FROM ENVIRONMENT "PROJECT_WORK_FILE"
           IF WS-WORK-FILE-NAME = SPACES
               MOVE "project_settle.lines" TO WS-WORK-FILE-NAME
           END-IF
           OPEN OUTPUT WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = "00"
               DISPLAY "PROJECT-SETTLE ERROR: CANNOT OPEN WORK FILE "
                   FUNCTION TRIM(WS-WORK-FILE-NAME)
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-ASSET-LEG
               VARYING WS-AS-IDX FROM 1 BY 1
               UNTIL WS-AS-IDX > WS-ASSET-COUNT
           MOVE WS-CIP-ACCOUNT TO WS-LEG-ACCOUNT
           MOVE 0              TO WS-LEG-DEBIT
           MOVE WS-CIP-COST    TO WS-LEG-CREDIT
           MOVE SPACES         TO WS-LEG-CC
           PERFORM WRITE-ONE-LEG
           CLOSE WORK-FILE

           MOVE SPACES TO WS-SPLIT-MEMO
           STRING "CIP SETTLEMENT PROJECT " WS-PROJECT-CODE
               INTO WS-SPLIT-MEMO
           END-STRING
           MOVE 0 TO WS-CSE-RETURN-CODE
           CALL "CREATE-SPLIT-ENTRY"
                USING WS-IN-SERVICE WS-SPLIT-MEMO WS-WORK-FILE-NAME
                      WS-CSE-RETURN-CODE WS-OPERATOR-ID
                      WS-CTL-OVERRIDE WS-SOURCE-CODE
                      WS-COMMITMENT-ID WS-NOT-ACCRUAL
           IF WS-CSE-RETURN-CODE NOT = 0
               DISPLAY "PROJECT-SETTLE ERROR: TRANSFER ENTRY NOT "
                   "POSTED, RC=" WS-CSE-RETURN-CODE
                   " - NO ASSETS REGISTERED"
               MOVE WS-CSE-RETURN-CODE TO L-RETURN-CODE
           END-IF
           EXIT.

       WRITE-ASSET-LEG.
           MOVE WS-AS-ASSET-ACCT (WS-AS-IDX) TO WS-LEG-ACCOUNT
           MOVE WS-AS-COST (WS-AS-IDX)       TO WS-LEG-DEBIT
           MOVE 0                            TO WS-LEG-CREDIT
           MOVE WS-AS-CC (WS-AS-IDX)         TO WS-LEG-CC
           PERFORM WRITE-ONE-LEG
           EXIT.

       WRITE-ONE-LEG.
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
               "|"                           DELIMITED BY SIZE
               WS-PROJECT-CODE               DELIMITED BY SPACE
               INTO WS-WORK-LINE
           END-STRING
           MOVE WS-WORK-LINE TO FD-WORK-LINE
           WRITE FD-WORK-LINE
           EXIT.

      *> the same asset_master row MAINTAIN-ASSET ADD writes, plus
      *> the project it came from; straight line on the GL book.
       REGISTER-ONE-ASSET.
           MOVE WS-AS-DESCRIPTION (WS-AS-IDX)  TO WS-DESCRIPTION
           MOVE WS-AS-COST (WS-AS-IDX)         TO WS-COST
           MOVE WS-AS-LIFE (WS-AS-IDX)         TO WS-LIFE-MONTHS
           MOVE WS-AS-ASSET-ACCT (WS-AS-IDX)   TO WS-ASSET-ACCOUNT
           MOVE WS-AS-ACCUM-ACCT (WS-AS-IDX)   TO WS-ACCUM-ACCOUNT
           MOVE WS-AS-EXPENSE-ACCT (WS-AS-IDX) TO WS-EXPENSE-ACCOUNT
           MOVE WS-AS-CC (WS-AS-IDX)           TO WS-CC-CODE
           MOVE WS-AS-TAX-METHOD (WS-AS-IDX)   TO WS-TAX-METHOD
           MOVE WS-AS-TAX-LIFE (WS-AS-IDX)     TO WS-TAX-LIFE
           EXEC SQL
               INSERT INTO asset_master
                   (description, cost, in_service_date, method,
                    life_months, asset_account, accum_account,
                    expense_account, cost_center, tax_method,
                    tax_life_months, project_code)
               VALUES
                   (:WS-DESCRIPTION, :WS-COST, :WS-IN-SERVICE,
                    :WS-METHOD, :WS-LIFE-MONTHS, :WS-ASSET-ACCOUNT,
                    :WS-ACCUM-ACCOUNT, :WS-EXPENSE-ACCOUNT,
                    NULLIF(TRIM(:WS-CC-CODE), ''), :WS-TAX-METHOD,
                    :WS-TAX-LIFE, :WS-PROJECT-CODE)
               RETURNING id INTO :WS-ASSET-ID
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "PROJECT-SETTLE ERROR: ASSET "
                   FUNCTION TRIM(WS-DESCRIPTION)
                   " NOT REGISTERED, SQLCODE=" SQLCODE
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ASSET-ID TO WS-AS-ID (WS-AS-IDX)
           EXEC SQL
               INSERT INTO audit_log (entry_id, action, changed_by)
               VALUES (0, 'ASSET-ADD', :WS-OPERATOR-ID)
           END-EXEC
           MOVE WS-COST TO WS-COST-EDIT
           DISPLAY "PROJECT-SETTLE: ASSET " WS-ASSET-ID " "
               FUNCTION TRIM(WS-DESCRIPTION) " COST "
               FUNCTION TRIM(WS-COST-EDIT) " LIFE " WS-LIFE-MONTHS
               " MONTHS"
           EXIT.

       END PROGRAM PROJECT-SETTLE.
