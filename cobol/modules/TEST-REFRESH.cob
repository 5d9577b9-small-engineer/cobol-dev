       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST-REFRESH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the masked copy in transit: one line per row, the table it
      *> belongs to and the row itself as a JSON object, written in
      *> load order - masters parents-first, then the ledger.
           SELECT REFRESH-FILE ASSIGN DYNAMIC WS-REFRESH-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REFRESH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFRESH-FILE.
       01  FD-REFRESH-REC.
           05  FD-REFRESH-TABLE   PIC X(30).
           05  FD-REFRESH-ROW     PIC X(4000).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-RANGE-START     PIC X(10).
       01  WS-RANGE-END       PIC X(10).
       01  WS-SALT            PIC X(32).
       01  WS-TOLERANCE       PIC 9(2)V99.
       01  WS-TABLE-NAME      PIC X(30).
       01  WS-ROW-TEXT        PIC X(4000).
       01  WS-ROW-LENGTH      PIC 9(9).
       01  WS-IDENTITY        PIC X(200).
       01  WS-OPERATOR-ID     PIC X(50).
       01  WS-SEQ-VALUE       PIC 9(9).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01  WS-REFRESH-FILE-NAME   PIC X(256).
       01  WS-REFRESH-FILE-STATUS PIC X(2).
       01  WS-CONNECT-STATUS  PIC X(1).
       01  WS-AUTHORIZED      PIC X(1).
       01  WS-DATE-STATUS     PIC X(1).
       01  WS-SOURCE-ENV      PIC X(30)   VALUE "PROD".
       01  WS-TARGET-ENV      PIC X(30).
       01  WS-ORIGINAL-ENV    PIC X(30).
       01  WS-SOURCE-IDENTITY PIC X(200).
       01  WS-STEP-RC         PIC 9(4).
       01  WS-EXPORT-COUNT    PIC 9(9)    VALUE 0.
       01  WS-LOAD-COUNT      PIC 9(9)    VALUE 0.
       01  WS-EOF-FLAG        PIC X(1)    VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-FAILED-FLAG     PIC X(1)    VALUE "N".
           88  WS-FAILED                  VALUE "Y".
       01  WS-LOCK-COMPANY    PIC X(5)    VALUE SPACES.
       01  WS-LOCK-START      PIC X(10)   VALUE SPACES.
       01  WS-LOCK-END        PIC X(10)   VALUE SPACES.
       01  WS-LOCK-RC         PIC 9(4).

       LINKAGE SECTION.
       01  L-RANGE-START      PIC X(100).
       01  L-RANGE-END        PIC X(100).
       01  L-TARGET-ENV       PIC X(100).
       01  L-TOLERANCE        PIC X(100).
       01  L-RETURN-CODE      PIC 9(4).
       01  L-OPERATOR-ID      PIC X(50).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-RANGE-START
               L-RANGE-END
               L-TARGET-ENV
               L-TOLERANCE
               L-RETURN-CODE
               L-OPERATOR-ID.

      *> refreshes a test database from production: every master
      *> table and the ledger for one date range (journal_entry,
      *> split_header and its legs, and their audit_log rows) are read
      *> from the PROD profile under one read-only snapshot, masked on
      *> the way out, and loaded over the target profile's books in
      *> one transaction. The target defaults to TEST and can never
      *> be PROD - by name, or by turning out to be the same database
      *> the copy was read from, which also refuses a run made inside
      *> a file or stream whose shared session would swallow the
      *> second connect.
      *> Masking is consistent across tables within a run (a keyed
      *> hash under a salt drawn fresh each run and never written
      *> out): memo and source_ref text, counterparty ids (and the
      *> counterparty's name and tax id, and reserve_customer), and
      *> operator ids wherever they appear - operator_master,
      *> cert_owner, audit_log, split_header, system_parameter,
      *> commitment, account_xref.
      *> Amounts on payroll accounts - the non-cash accounts payroll
      *> (source PR) splits post to - are scaled by up to the
      *> tolerance percent either way (default 5, at most 50): one
      *> factor per journal row, home_amount recomputed from the
      *> rate; one factor per split, every leg scaled and the
      *> rounding cent put back on the largest leg, so every split
      *> still nets to zero. account_balance is rebuilt by
      *> BALANCE-ROLLUP and INTEGRITY-CHECK then has to pass against
      *> the target, or the refresh returns 1. batch_control_log is
      *> not carried - masked payroll would drift its verified
      *> totals. The refreshing operator is kept in the target as an
      *> administrator so the masked copy can still be worked.
      *> REFRESH_WORK_FILE names the work file.
       MAIN-LOGIC.
           MOVE 0 TO L-RETURN-CODE
           MOVE L-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE L-RANGE-START TO WS-RANGE-START
           MOVE L-RANGE-END   TO WS-RANGE-END

           MOVE FUNCTION UPPER-CASE(L-TARGET-ENV) TO WS-TARGET-ENV
           IF WS-TARGET-ENV = SPACES
               MOVE "TEST" TO WS-TARGET-ENV
           END-IF
           IF WS-TARGET-ENV = WS-SOURCE-ENV
               DISPLAY "TEST-REFRESH ERROR: TARGET MAY NOT BE "
                   "THE PRODUCTION PROFILE"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           IF L-TOLERANCE = SPACES
               MOVE 5 TO WS-TOLERANCE
           ELSE
               IF FUNCTION TEST-NUMVAL(L-TOLERANCE) NOT = 0
                   DISPLAY "TEST-REFRESH ERROR: TOLERANCE NOT NUMERIC "
                       FUNCTION TRIM(L-TOLERANCE)
                   MOVE 1 TO L-RETURN-CODE
                   GOBACK
               END-IF
               IF FUNCTION NUMVAL(L-TOLERANCE) < 0
                  OR FUNCTION NUMVAL(L-TOLERANCE) > 50
                   DISPLAY "TEST-REFRESH ERROR: TOLERANCE MUST BE "
                       "0 TO 50 PERCENT"
                   MOVE 1 TO L-RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE WS-TOLERANCE = FUNCTION NUMVAL(L-TOLERANCE)
           END-IF

           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-RANGE-START
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               DISPLAY "TEST-REFRESH ERROR: BAD RANGE START "
                   WS-RANGE-START
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF
           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-RANGE-END
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
              OR WS-RANGE-END < WS-RANGE-START
               DISPLAY "TEST-REFRESH ERROR: BAD RANGE END "
                   WS-RANGE-END
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-REFRESH-FILE-NAME
               FROM ENVIRONMENT "REFRESH_WORK_FILE"
           IF WS-REFRESH-FILE-NAME = SPACES
               MOVE "test_refresh.rows" TO WS-REFRESH-FILE-NAME
           END-IF

           PERFORM EXPORT-FROM-SOURCE
           IF L-RETURN-CODE NOT = 0
               GOBACK
           END-IF

           PERFORM LOAD-INTO-TARGET
           IF L-RETURN-CODE NOT = 0
               GOBACK
           END-IF

           PERFORM PROVE-TARGET

           DISPLAY "TEST-REFRESH: " WS-EXPORT-COUNT " ROWS READ, "
               WS-LOAD-COUNT " LOADED INTO "
               FUNCTION TRIM(WS-TARGET-ENV)
           GOBACK.

      *> the export runs read-only: whatever goes wrong here, nothing
      *> is ever written to production.
       EXPORT-FROM-SOURCE.
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-SOURCE-ENV
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "TEST-REFRESH ERROR: PRODUCTION DATABASE "
                   "UNAVAILABLE"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "CHECK-OPERATOR" USING WS-OPERATOR-ID
                                       BY CONTENT "S"
                                       BY REFERENCE WS-AUTHORIZED
           IF WS-AUTHORIZED NOT = "Y"
               DISPLAY "TEST-REFRESH ERROR: OPERATOR " WS-OPERATOR-ID
                   " IS NOT AUTHORIZED TO REFRESH A TEST DATABASE"
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               MOVE 4 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-DB-IDENTITY
           MOVE WS-IDENTITY TO WS-SOURCE-IDENTITY

           CALL "DB-UTIL" USING BY CONTENT "BEGIN"
           EXEC SQL
               SET TRANSACTION ISOLATION LEVEL REPEATABLE READ
                   READ ONLY
           END-EXEC
           EXEC SQL
               SELECT MD5(CAST(RANDOM() AS VARCHAR)
                          || CAST(CLOCK_TIMESTAMP() AS VARCHAR))
                 INTO :WS-SALT
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "TEST-REFRESH ERROR: CANNOT START EXPORT, "
                   "SQLCODE=" SQLCODE
               CALL "DB-UTIL" USING BY CONTENT "ROLLBACK"
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT REFRESH-FILE
           IF WS-REFRESH-FILE-STATUS NOT = "00"
               DISPLAY "TEST-REFRESH ERROR: CANNOT OPEN WORK FILE "
                   WS-REFRESH-FILE-NAME
               CALL "DB-UTIL" USING BY CONTENT "ROLLBACK"
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM EXPORT-MASTERS
           IF NOT WS-FAILED
               PERFORM EXPORT-LEDGER
           END-IF

           CLOSE REFRESH-FILE
           CALL "DB-UTIL" USING BY CONTENT "ROLLBACK"
           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
           IF WS-FAILED
               MOVE 1 TO L-RETURN-CODE
           END-IF
           EXIT.

      *> which database a session is really on - profile names can
      *> be edited to point anywhere.
       GET-DB-IDENTITY.
           MOVE SPACES TO WS-IDENTITY
           EXEC SQL
               SELECT current_database() || '@'
                      || COALESCE(CAST(inet_server_addr() AS VARCHAR),
                                  'local')
                      || ':'
                      || COALESCE(CAST(inet_server_port() AS VARCHAR),
                                  ' ')
                 INTO :WS-IDENTITY
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SPACES TO WS-IDENTITY
           END-IF
           EXIT.

      *> every master, parents before children. cost_center loads
      *> divisions, then departments, then cost centers, so each
      *> parent_code is on file before the row that names it.
       EXPORT-MASTERS.
           EXEC SQL
               DECLARE C-MASTERS CURSOR FOR
               SELECT T.table_name, T.row_text,
                      CHAR_LENGTH(T.row_text)
                 FROM (SELECT 1 AS load_seq, 0 AS sort_key,
                              'chart_of_accounts' AS table_name,
                              CAST(to_jsonb(A) AS VARCHAR) AS row_text
                         FROM chart_of_accounts A
                       UNION ALL
                       SELECT 2, 0, 'company',
                              CAST(to_jsonb(A) AS VARCHAR)
                         FROM company A
                       UNION ALL
                       SELECT 3, 0, 'fiscal_period',
                              CAST(to_jsonb(A) AS VARCHAR)
                         FROM fiscal_period A
                       UNION ALL
                       SELECT 4, CASE A.node_type WHEN 'V' THEN 1
                                                  WHEN 'D' THEN 2
                                                  ELSE 3 END,
                              'cost_center',
                              CAST(to_jsonb(A) AS VARCHAR)
                         FROM cost_center A
                       UNION ALL
                       SELECT 5, 0, 'account_map',
                              CAST(to_jsonb(A) AS VARCHAR)
                         FROM account_map A
                       UNION ALL
                       SELECT 6, 0, 'exchange_rate',
                              CAST(to_jsonb(A) AS VARCHAR)
                         FROM exchange_rate A
                       UNION ALL
                       SELECT 7, 0, 'tax_code',
                              CAST(to_jsonb(A) AS VARCHAR)
                         FROM tax_code A
                       UNION ALL
                       SELECT 8, 0, 'business_calendar',
                              CAST(to_jsonb(A) AS VARCHAR)
                         FROM business_calendar A
                       UNION ALL
                       SELECT 9, 0, 'operator_master',
                              CAST(to_jsonb(A) || jsonb_build_object(
                                  'operator_id', 'OP' || SUBSTR(
                                      MD5(:WS-SALT || A.operator_id),
                                      1, 10),
                                  'operator_name', 'OPERATOR ' ||
                                      SUBSTR(MD5(:WS-SALT
                                          || A.operator_id), 1, 10))
                                   AS VARCHAR)
                         FROM operator_master A
                       UNION ALL
                       SELECT 10, 0, 'counterparty',
                              CAST(to_jsonb(A) || jsonb_build_object(
                                  'counterparty_id', 'CP' || SUBSTR(
                                      MD5(:WS-SALT
                                          || A.counterparty_id),
                                      1, 10),
                                  'counterparty_name',
                                      'COUNTERPARTY ' || SUBSTR(
                                      MD5(:WS-SALT
                                          || A.counterparty_id),
                                      1, 10),
                                  'tax_id', '00-' || LPAD(CAST(
                                      ABS(MOD(HASHTEXT(:WS-SALT
                                          || A.tax_id), 10000000))
                                      AS VARCHAR), 7, '0'))
                                   AS VARCHAR)
                         FROM counterparty A
                       UNION ALL
                       SELECT 11, 0, 'posting_rule',
                              CAST(to_jsonb(A) AS VARCHAR)
                         FROM posting_rule A
                       UNION ALL
                       SELECT 12, 0, 'stmt_line',
                              CAST(to_jsonb(A) AS VARCHAR)
                         FROM stmt_line A
                       UNION ALL
                       SELECT 13, 0, 'stmt_line_map',
                              CAST(to_jsonb(A) AS VARCHAR)
                         FROM stmt_line_map A
                       UNION ALL
                       SELECT 14, 0, 'close_task_template',
                              CAST(to_jsonb(A) AS VARCHAR)
                         FROM close_task_template A
                       UNION ALL
                       SELECT 15, 0, 'doc_sequence',
                              CAST(to_jsonb(A) AS VARCHAR)
                         FROM doc_sequence A
                       UNION ALL
                       SELECT 16, 0, 'allocation_rule',
                              CAST(to_jsonb(A) AS VARCHAR)
                         FROM allocation_rule A
                       UNION ALL
                       SELECT 17, 0, 'budget',
                              CAST(to_jsonb(A) AS VARCHAR)
                         FROM budget A
                       UNION ALL
                       SELECT 18, 0, 'project',
                              CAST(to_jsonb(A) AS VARCHAR)
                         FROM project A
                       UNION ALL
                       SELECT 19, 0, 'reserve_rate',
                              CAST(to_jsonb(A) AS VARCHAR)
                         FROM reserve_rate A
                       UNION ALL
                       SELECT 20, 0, 'reserve_customer',
                              CAST(to_jsonb(A) || jsonb_build_object(
                                  'customer_id', 'CP' || SUBSTR(
                                      MD5(:WS-SALT || A.customer_id),
                                      1, 10))
                                   AS VARCHAR)
                         FROM reserve_customer A
                       UNION ALL
                       SELECT 21, 0, 'reserve_account',
                              CAST(to_jsonb(A) AS VARCHAR)
                         FROM reserve_account A
                       UNION ALL
                       SELECT 22, 0, 'mcc_map',
                              CAST(to_jsonb(A) AS VARCHAR)
                         FROM mcc_map A
                       UNION ALL
                       SELECT 23, 0, 'bank_item_rule',
                              CAST(to_jsonb(A) AS VARCHAR)
                         FROM bank_item_rule A
                       UNION ALL
                       SELECT 24, 0, 'cert_owner',
                              CAST(to_jsonb(A) || jsonb_build_object(
                                  'operator_id', 'OP' || SUBSTR(
                                      MD5(:WS-SALT || A.operator_id),
                                      1, 10))
                                   AS VARCHAR)
                         FROM cert_owner A
                       UNION ALL
                       SELECT 25, 0, 'system_parameter',
                              CAST(to_jsonb(A) || jsonb_build_object(
                                  'requested_by', 'OP' || SUBSTR(
                                      MD5(:WS-SALT || A.requested_by),
                                      1, 10),
                                  'confirmed_by', 'OP' || SUBSTR(
                                      MD5(:WS-SALT || A.confirmed_by),
                                      1, 10))
                                   AS VARCHAR)
                         FROM system_parameter A
                       UNION ALL
                       SELECT 26, 0, 'journal_template',
                              CAST(to_jsonb(A) || jsonb_build_object(
                                  'memo', 'MEMO ' || SUBSTR(
                                      MD5(:WS-SALT || A.memo), 1, 12))
                                   AS VARCHAR)
                         FROM journal_template A
                       UNION ALL
                       SELECT 27, 0, 'asset_master',
                              CAST(to_jsonb(A) AS VARCHAR)
                         FROM asset_master A
                       UNION ALL
                       SELECT 28, 0, 'asset_depr_history',
                              CAST(to_jsonb(A) AS VARCHAR)
                         FROM asset_depr_history A
                       UNION ALL
                       SELECT 29, 0, 'lease_master',
                              CAST(to_jsonb(A) AS VARCHAR)
                         FROM lease_master A
                       UNION ALL
                       SELECT 30, 0, 'amort_schedule',
                              CAST(to_jsonb(A) AS VARCHAR)
                         FROM amort_schedule A
                       UNION ALL
                       SELECT 31, 0, 'commitment',
                              CAST(to_jsonb(A) || jsonb_build_object(
                                  'created_by', 'OP' || SUBSTR(
                                      MD5(:WS-SALT || A.created_by),
                                      1, 10))
                                   AS VARCHAR)
                         FROM commitment A
                       UNION ALL
                       SELECT 32, 0, 'ic_interest_rate',
                              CAST(to_jsonb(A) AS VARCHAR)
                         FROM ic_interest_rate A
                       UNION ALL
                       SELECT 33, 0, 'ic_interest_account',
                              CAST(to_jsonb(A) AS VARCHAR)
                         FROM ic_interest_account A
                       UNION ALL
                       SELECT 34, 0, 'account_xref',
                              CAST(to_jsonb(A) || jsonb_build_object(
                                  'mapped_by', 'OP' || SUBSTR(
                                      MD5(:WS-SALT || A.mapped_by),
                                      1, 10))
                                   AS VARCHAR)
                         FROM account_xref A
                       UNION ALL
                       SELECT 35, 0, 'equity_movement_map',
                              CAST(to_jsonb(A) AS VARCHAR)
                         FROM equity_movement_map A
                       UNION ALL
                       SELECT 36, 0, 'kpi_definition',
                              CAST(to_jsonb(A) AS VARCHAR)
                         FROM kpi_definition A) T
                ORDER BY T.load_seq, T.sort_key
           END-EXEC

           EXEC SQL OPEN C-MASTERS END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "TEST-REFRESH ERROR: MASTER EXPORT FAILED, "
                   "SQLCODE=" SQLCODE
               SET WS-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-FAILED
               EXEC SQL
                   FETCH C-MASTERS
                    INTO :WS-TABLE-NAME, :WS-ROW-TEXT, :WS-ROW-LENGTH
               END-EXEC
               IF SQLCODE = 0
                   PERFORM WRITE-EXPORT-ROW
               END-IF
           END-PERFORM
           IF SQLCODE < 0
               DISPLAY "TEST-REFRESH ERROR: MASTER EXPORT FAILED, "
                   "SQLCODE=" SQLCODE
               SET WS-FAILED TO TRUE
           END-IF

           EXEC SQL CLOSE C-MASTERS END-EXEC
           EXIT.

      *> the ledger for the range. A payroll account is a non-cash
      *> account some payroll (PR) split posts to; a journal row on
      *> one is scaled by its own factor, a split with a leg on one
      *> by a factor per split, the residual cent onto its largest
      *> leg. audit_log goes with every copied journal row and split.
       EXPORT-LEDGER.
           EXEC SQL
               DECLARE C-LEDGER CURSOR FOR
               SELECT T.table_name, T.row_text,
                      CHAR_LENGTH(T.row_text)
                 FROM (SELECT 1 AS load_seq, X.row_id AS row_id,
                              'journal_entry' AS table_name,
                              CAST(to_jsonb(X.je_row)
                                || jsonb_build_object(
                                  'memo', 'MEMO ' || SUBSTR(
                                      MD5(:WS-SALT || X.memo_text),
                                      1, 12),
                                  'source_ref', 'REF ' || SUBSTR(
                                      MD5(:WS-SALT || X.ref_text),
                                      1, 12),
                                  'counterparty_id', 'CP' || SUBSTR(
                                      MD5(:WS-SALT || X.cp_id), 1, 10))
                                || CASE WHEN X.new_amount IS NULL
                                        THEN jsonb_build_object()
                                        ELSE jsonb_build_object(
                                          'amount', X.new_amount,
                                          'home_amount',
                                          ROUND(X.new_amount
                                                * X.rate, 2)) END
                                   AS VARCHAR) AS row_text
                         FROM (SELECT J AS je_row, J.id AS row_id,
                                      J.memo AS memo_text,
                                      J.source_ref AS ref_text,
                                      J.counterparty_id AS cp_id,
                                      J.exchange_rate AS rate,
                                      CASE WHEN EXISTS
                                          (SELECT 1
                                             FROM split_line P
                                             JOIN split_header Q
                                               ON Q.id = P.header_id
                                             JOIN chart_of_accounts C
                                               ON C.account_code
                                                  = P.account_code
                                            WHERE Q.source_code = 'PR'
                                              AND C.cash_flag <> 'Y'
                                              AND P.account_code IN
                                                  (J.debit_account,
                                                   J.credit_account))
                                      THEN ROUND(J.amount * (1
                                          + CAST(:WS-TOLERANCE
                                                 AS NUMERIC) / 100
                                          * (MOD(ABS(MOD(HASHTEXT(
                                              :WS-SALT || CAST(J.id
                                                  AS VARCHAR)),
                                              1000000)), 1001) - 500)
                                          / 500.0), 2)
                                      ELSE NULL END AS new_amount
                                 FROM journal_entry J
                                WHERE J.entry_date
                                      BETWEEN CAST(:WS-RANGE-START
                                                   AS DATE)
                                          AND CAST(:WS-RANGE-END
                                                   AS DATE)) X
                       UNION ALL
                       SELECT 2, H.id, 'split_header',
                              CAST(to_jsonb(H) || jsonb_build_object(
                                  'memo', 'MEMO ' || SUBSTR(
                                      MD5(:WS-SALT || H.memo), 1, 12),
                                  'changed_by', 'OP' || SUBSTR(
                                      MD5(:WS-SALT || H.changed_by),
                                      1, 10))
                                   AS VARCHAR)
                         FROM split_header H
                        WHERE H.entry_date
                              BETWEEN CAST(:WS-RANGE-START AS DATE)
                                  AND CAST(:WS-RANGE-END AS DATE)
                       UNION ALL
                       SELECT 3, M.row_id, 'split_line',
                              CAST(to_jsonb(M.line_row)
                                || CASE WHEN M.pay_flag = 'Y'
                                        THEN jsonb_build_object(
                                          'debit_amount',
                                          GREATEST(M.new_net, 0),
                                          'credit_amount',
                                          GREATEST(0 - M.new_net, 0))
                                        ELSE jsonb_build_object() END
                                   AS VARCHAR)
                         FROM (SELECT S.line_row, S.row_id,
                                      S.pay_flag,
                                      S.scaled_net
                                      - CASE WHEN S.leg_rank = 1
                                             THEN SUM(S.scaled_net)
                                                  OVER (PARTITION BY
                                                        S.header_id)
                                             ELSE 0 END AS new_net
                                 FROM (SELECT R.line_row, R.row_id,
                                              R.header_id, R.pay_flag,
                                              CASE WHEN R.pay_flag
                                                        = 'Y'
                                                   THEN ROUND(R.net
                                                        * R.factor, 2)
                                                   ELSE R.net END
                                                   AS scaled_net,
                                              ROW_NUMBER() OVER
                                                  (PARTITION BY
                                                   R.header_id
                                                   ORDER BY
                                                   ABS(R.net) DESC,
                                                   R.row_id)
                                                   AS leg_rank
                                         FROM (SELECT L AS line_row,
                                                      L.id AS row_id,
                                                      L.header_id,
                                                      L.debit_amount
                                                      - L.credit_amount
                                                          AS net,
                                                      1 + CAST(
                                                      :WS-TOLERANCE AS
                                                      NUMERIC) / 100
                                                      * (MOD(ABS(MOD(
                                                      HASHTEXT(:WS-SALT
                                                      || 'H' || CAST(
                                                      H.id AS VARCHAR)),
                                                      1000000)), 1001)
                                                      - 500) / 500.0
                                                          AS factor,
                                                      CASE WHEN EXISTS
                                               (SELECT 1
                                                  FROM split_line P2
                                                 WHERE P2.header_id
                                                       = H.id
                                                   AND P2.account_code
                                                       IN
                                               (SELECT P.account_code
                                                  FROM split_line P
                                                  JOIN split_header Q
                                                    ON Q.id
                                                       = P.header_id
                                                  JOIN
                                                     chart_of_accounts C
                                                    ON C.account_code
                                                       = P.account_code
                                                 WHERE Q.source_code
                                                       = 'PR'
                                                   AND C.cash_flag
                                                       <> 'Y'))
                                                      THEN 'Y'
                                                      ELSE 'N' END
                                                          AS pay_flag
                                                 FROM split_line L
                                                 JOIN split_header H
                                                   ON H.id
                                                      = L.header_id
                                                WHERE H.entry_date
                                                      BETWEEN CAST(
                                                      :WS-RANGE-START
                                                      AS DATE)
                                                      AND CAST(
                                                      :WS-RANGE-END
                                                      AS DATE)) R) S) M
                       UNION ALL
                       SELECT 4, A.id, 'audit_log',
                              CAST(to_jsonb(A) || jsonb_build_object(
                                  'changed_by', 'OP' || SUBSTR(
                                      MD5(:WS-SALT || A.changed_by),
                                      1, 10))
                                   AS VARCHAR)
                         FROM audit_log A
                        WHERE A.entry_id IN
                              (SELECT J.id
                                 FROM journal_entry J
                                WHERE J.entry_date
                                      BETWEEN CAST(:WS-RANGE-START
                                                   AS DATE)
                                          AND CAST(:WS-RANGE-END
                                                   AS DATE)
                               UNION
                               SELECT H.id
                                 FROM split_header H
                                WHERE H.entry_date
                                      BETWEEN CAST(:WS-RANGE-START
                                                   AS DATE)
                                          AND CAST(:WS-RANGE-END
                                                   AS DATE))) T
                ORDER BY T.load_seq, T.row_id
           END-EXEC

           EXEC SQL OPEN C-LEDGER END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "TEST-REFRESH ERROR: LEDGER EXPORT FAILED, "
                   "SQLCODE=" SQLCODE
               SET WS-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-FAILED
               EXEC SQL
                   FETCH C-LEDGER
                    INTO :WS-TABLE-NAME, :WS-ROW-TEXT, :WS-ROW-LENGTH
               END-EXEC
               IF SQLCODE = 0
                   PERFORM WRITE-EXPORT-ROW
               END-IF
           END-PERFORM
           IF SQLCODE < 0
               DISPLAY "TEST-REFRESH ERROR: LEDGER EXPORT FAILED, "
                   "SQLCODE=" SQLCODE
               SET WS-FAILED TO TRUE
           END-IF

           EXEC SQL CLOSE C-LEDGER END-EXEC
           EXIT.

       WRITE-EXPORT-ROW.
           IF WS-ROW-LENGTH > LENGTH OF FD-REFRESH-ROW
               DISPLAY "TEST-REFRESH ERROR: "
                   FUNCTION TRIM(WS-TABLE-NAME) " ROW OF "
                   WS-ROW-LENGTH " CHARACTERS IS TOO WIDE TO CARRY"
               SET WS-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TABLE-NAME TO FD-REFRESH-TABLE
           MOVE WS-ROW-TEXT   TO FD-REFRESH-ROW
           WRITE FD-REFRESH-REC
           IF WS-REFRESH-FILE-STATUS NOT = "00"
               DISPLAY "TEST-REFRESH ERROR: WORK FILE WRITE FAILED, "
                   "STATUS=" WS-REFRESH-FILE-STATUS
               SET WS-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXPORT-COUNT
           EXIT.

      *> all or nothing: the target's books are cleared and reloaded
      *> in one transaction, and any failure leaves them as they were.
       LOAD-INTO-TARGET.
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-TARGET-ENV
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "TEST-REFRESH ERROR: TARGET DATABASE "
                   FUNCTION TRIM(WS-TARGET-ENV) " UNAVAILABLE"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-DB-IDENTITY
           IF WS-IDENTITY = SPACES
              OR WS-IDENTITY = WS-SOURCE-IDENTITY
               DISPLAY "TEST-REFRESH ERROR: TARGET "
                   FUNCTION TRIM(WS-TARGET-ENV) " IS THE PRODUCTION "
                   "DATABASE " FUNCTION TRIM(WS-SOURCE-IDENTITY)
                   " - NOTHING WRITTEN"
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *> the target's whole ledger is replaced, so the target is
      *> held under the REBUILD lock - in its own run_lock, on this
      *> session - until the load commits; a posting run or rebuild
      *> already under way there refuses the refresh instead. The
      *> lock cannot ride MAIN's shared session: that session is on
      *> whatever DB_ENV names, and a refresh inside it is refused
      *> above.
           MOVE 0 TO WS-LOCK-RC
           CALL "RUN-LOCK" USING BY CONTENT "CLAIM"
                                 BY CONTENT "TEST-REFRESH"
                                 BY CONTENT "REBUILD"
                                 BY REFERENCE WS-LOCK-COMPANY
                                 WS-LOCK-START WS-LOCK-END
                                 WS-OPERATOR-ID WS-LOCK-RC
           IF WS-LOCK-RC NOT = 0
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               MOVE WS-LOCK-RC TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT REFRESH-FILE
           IF WS-REFRESH-FILE-STATUS NOT = "00"
               DISPLAY "TEST-REFRESH ERROR: CANNOT OPEN WORK FILE "
                   WS-REFRESH-FILE-NAME
               PERFORM RELEASE-REFRESH-LOCK
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "DB-UTIL" USING BY CONTENT "BEGIN"
           PERFORM CLEAR-TARGET

           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF OR WS-FAILED
               READ REFRESH-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE FD-REFRESH-TABLE TO WS-TABLE-NAME
                       MOVE FD-REFRESH-ROW   TO WS-ROW-TEXT
                       PERFORM LOAD-ONE-ROW
               END-READ
           END-PERFORM
           CLOSE REFRESH-FILE

           IF NOT WS-FAILED
               PERFORM RESET-SEQUENCES
           END-IF
           IF NOT WS-FAILED
               PERFORM KEEP-REFRESH-OPERATOR
           END-IF

           IF WS-FAILED
               CALL "DB-UTIL" USING BY CONTENT "ROLLBACK"
               DISPLAY "TEST-REFRESH: "
                   FUNCTION TRIM(WS-TARGET-ENV) " LEFT UNCHANGED"
               MOVE 1 TO L-RETURN-CODE
           ELSE
               CALL "DB-UTIL" USING BY CONTENT "COMMIT"
           END-IF
           PERFORM RELEASE-REFRESH-LOCK
           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
           EXIT.

       RELEASE-REFRESH-LOCK.
           CALL "RUN-LOCK" USING BY CONTENT "RELEASE"
                                 BY CONTENT "TEST-REFRESH"
                                 BY CONTENT "REBUILD"
                                 BY REFERENCE WS-LOCK-COMPANY
                                 WS-LOCK-START WS-LOCK-END
                                 WS-OPERATOR-ID WS-LOCK-RC
           EXIT.

      *> children before parents. Everything derived from the ledger
      *> goes with it - balances are rebuilt, archived detail and
      *> batch sign-offs from the old copy would not match the new.
       CLEAR-TARGET.
           MOVE "audit_field_change" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM audit_field_change END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "audit_log" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM audit_log END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "split_line" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM split_line END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "split_header" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM split_header END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "journal_entry" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM journal_entry END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "journal_entry_archive" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM journal_entry_archive END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "account_balance" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM account_balance END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "batch_control_log" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM batch_control_log END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "kpi_definition" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM kpi_definition END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "equity_movement_map" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM equity_movement_map END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "account_xref" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM account_xref END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "ic_interest_account" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM ic_interest_account END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "ic_interest_rate" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM ic_interest_rate END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "commitment" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM commitment END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "amort_schedule" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM amort_schedule END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "lease_master" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM lease_master END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "asset_depr_history" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM asset_depr_history END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "asset_master" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM asset_master END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "journal_template" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM journal_template END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "system_parameter" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM system_parameter END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "cert_owner" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM cert_owner END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "bank_item_rule" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM bank_item_rule END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "mcc_map" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM mcc_map END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "reserve_account" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM reserve_account END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "reserve_customer" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM reserve_customer END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "reserve_rate" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM reserve_rate END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "project" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM project END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "budget" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM budget END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "allocation_rule" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM allocation_rule END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "doc_sequence" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM doc_sequence END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "close_task_template" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM close_task_template END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "stmt_line_map" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM stmt_line_map END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "stmt_line" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM stmt_line END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "posting_rule" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM posting_rule END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "counterparty" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM counterparty END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "operator_master" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM operator_master END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "business_calendar" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM business_calendar END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "tax_code" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM tax_code END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "exchange_rate" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM exchange_rate END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "account_map" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM account_map END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "cost_center" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM cost_center END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "fiscal_period" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM fiscal_period END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "company" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM company END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "chart_of_accounts" TO WS-TABLE-NAME
           EXEC SQL DELETE FROM chart_of_accounts END-EXEC
           PERFORM CHECK-CLEAR-STEP
           EXIT.

      *> the first failure is the one worth reporting - the rest of
      *> the transaction fails behind it.
       CHECK-CLEAR-STEP.
           IF SQLCODE < 0 AND NOT WS-FAILED
               DISPLAY "TEST-REFRESH ERROR: CANNOT CLEAR "
                   FUNCTION TRIM(WS-TABLE-NAME) ", SQLCODE=" SQLCODE
               SET WS-FAILED TO TRUE
           END-IF
           EXIT.

      *> each row goes back in by column name, so the target's column
      *> order need not match production's.
       LOAD-ONE-ROW.
           EVALUATE WS-TABLE-NAME
             WHEN "chart_of_accounts"
                 EXEC SQL
                     INSERT INTO chart_of_accounts
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS chart_of_accounts),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "company"
                 EXEC SQL
                     INSERT INTO company
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS company),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "fiscal_period"
                 EXEC SQL
                     INSERT INTO fiscal_period
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS fiscal_period),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "cost_center"
                 EXEC SQL
                     INSERT INTO cost_center
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS cost_center),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "account_map"
                 EXEC SQL
                     INSERT INTO account_map
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS account_map),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "exchange_rate"
                 EXEC SQL
                     INSERT INTO exchange_rate
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS exchange_rate),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "tax_code"
                 EXEC SQL
                     INSERT INTO tax_code
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS tax_code),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "business_calendar"
                 EXEC SQL
                     INSERT INTO business_calendar
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS business_calendar),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "operator_master"
                 EXEC SQL
                     INSERT INTO operator_master
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS operator_master),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "counterparty"
                 EXEC SQL
                     INSERT INTO counterparty
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS counterparty),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "posting_rule"
                 EXEC SQL
                     INSERT INTO posting_rule
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS posting_rule),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "stmt_line"
                 EXEC SQL
                     INSERT INTO stmt_line
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS stmt_line),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "stmt_line_map"
                 EXEC SQL
                     INSERT INTO stmt_line_map
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS stmt_line_map),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "close_task_template"
                 EXEC SQL
                     INSERT INTO close_task_template
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS close_task_template),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "doc_sequence"
                 EXEC SQL
                     INSERT INTO doc_sequence
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS doc_sequence),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "allocation_rule"
                 EXEC SQL
                     INSERT INTO allocation_rule
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS allocation_rule),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "budget"
                 EXEC SQL
                     INSERT INTO budget
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS budget),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "project"
                 EXEC SQL
                     INSERT INTO project
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS project),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "reserve_rate"
                 EXEC SQL
                     INSERT INTO reserve_rate
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS reserve_rate),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "reserve_customer"
                 EXEC SQL
                     INSERT INTO reserve_customer
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS reserve_customer),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "reserve_account"
                 EXEC SQL
                     INSERT INTO reserve_account
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS reserve_account),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "mcc_map"
                 EXEC SQL
                     INSERT INTO mcc_map
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS mcc_map),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "bank_item_rule"
                 EXEC SQL
                     INSERT INTO bank_item_rule
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS bank_item_rule),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "cert_owner"
                 EXEC SQL
                     INSERT INTO cert_owner
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS cert_owner),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "system_parameter"
                 EXEC SQL
                     INSERT INTO system_parameter
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS system_parameter),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "journal_template"
                 EXEC SQL
                     INSERT INTO journal_template
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS journal_template),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "asset_master"
                 EXEC SQL
                     INSERT INTO asset_master
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS asset_master),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "asset_depr_history"
                 EXEC SQL
                     INSERT INTO asset_depr_history
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS asset_depr_history),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "lease_master"
                 EXEC SQL
                     INSERT INTO lease_master
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS lease_master),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "amort_schedule"
                 EXEC SQL
                     INSERT INTO amort_schedule
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS amort_schedule),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "commitment"
                 EXEC SQL
                     INSERT INTO commitment
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS commitment),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "ic_interest_rate"
                 EXEC SQL
                     INSERT INTO ic_interest_rate
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS ic_interest_rate),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "ic_interest_account"
                 EXEC SQL
                     INSERT INTO ic_interest_account
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS ic_interest_account),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "account_xref"
                 EXEC SQL
                     INSERT INTO account_xref
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS account_xref),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "equity_movement_map"
                 EXEC SQL
                     INSERT INTO equity_movement_map
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS equity_movement_map),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "kpi_definition"
                 EXEC SQL
                     INSERT INTO kpi_definition
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS kpi_definition),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "journal_entry"
                 EXEC SQL
                     INSERT INTO journal_entry
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS journal_entry),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "split_header"
                 EXEC SQL
                     INSERT INTO split_header
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS split_header),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "split_line"
                 EXEC SQL
                     INSERT INTO split_line
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS split_line),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN "audit_log"
                 EXEC SQL
                     INSERT INTO audit_log
                     SELECT * FROM jsonb_populate_record(
                         CAST(NULL AS audit_log),
                         CAST(:WS-ROW-TEXT AS JSONB))
                 END-EXEC
             WHEN OTHER
                 DISPLAY "TEST-REFRESH ERROR: UNKNOWN TABLE "
                     FUNCTION TRIM(WS-TABLE-NAME) " IN WORK FILE"
                 SET WS-FAILED TO TRUE
                 EXIT PARAGRAPH
           END-EVALUATE

           IF SQLCODE NOT = 0
               DISPLAY "TEST-REFRESH ERROR: LOAD OF "
                   FUNCTION TRIM(WS-TABLE-NAME) " FAILED AT ROW "
                   WS-LOAD-COUNT ", SQLCODE=" SQLCODE
               SET WS-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LOAD-COUNT
           EXIT.

      *> the rows came in with production's ids; each serial has to
      *> start past them or the next posting in the copy collides.
       RESET-SEQUENCES.
           MOVE "journal_entry" TO WS-TABLE-NAME
           EXEC SQL
               SELECT COALESCE(setval(pg_get_serial_sequence(
                          'journal_entry', 'id'),
                          COALESCE(MAX(id), 0) + 1, false), 0)
                 INTO :WS-SEQ-VALUE
                 FROM journal_entry
           END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "split_header" TO WS-TABLE-NAME
           EXEC SQL
               SELECT COALESCE(setval(pg_get_serial_sequence(
                          'split_header', 'id'),
                          COALESCE(MAX(id), 0) + 1, false), 0)
                 INTO :WS-SEQ-VALUE
                 FROM split_header
           END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "split_line" TO WS-TABLE-NAME
           EXEC SQL
               SELECT COALESCE(setval(pg_get_serial_sequence(
                          'split_line', 'id'),
                          COALESCE(MAX(id), 0) + 1, false), 0)
                 INTO :WS-SEQ-VALUE
                 FROM split_line
           END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "audit_log" TO WS-TABLE-NAME
           EXEC SQL
               SELECT COALESCE(setval(pg_get_serial_sequence(
                          'audit_log', 'id'),
                          COALESCE(MAX(id), 0) + 1, false), 0)
                 INTO :WS-SEQ-VALUE
                 FROM audit_log
           END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "posting_rule" TO WS-TABLE-NAME
           EXEC SQL
               SELECT COALESCE(setval(pg_get_serial_sequence(
                          'posting_rule', 'id'),
                          COALESCE(MAX(id), 0) + 1, false), 0)
                 INTO :WS-SEQ-VALUE
                 FROM posting_rule
           END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "bank_item_rule" TO WS-TABLE-NAME
           EXEC SQL
               SELECT COALESCE(setval(pg_get_serial_sequence(
                          'bank_item_rule', 'id'),
                          COALESCE(MAX(id), 0) + 1, false), 0)
                 INTO :WS-SEQ-VALUE
                 FROM bank_item_rule
           END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "asset_master" TO WS-TABLE-NAME
           EXEC SQL
               SELECT COALESCE(setval(pg_get_serial_sequence(
                          'asset_master', 'id'),
                          COALESCE(MAX(id), 0) + 1, false), 0)
                 INTO :WS-SEQ-VALUE
                 FROM asset_master
           END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "lease_master" TO WS-TABLE-NAME
           EXEC SQL
               SELECT COALESCE(setval(pg_get_serial_sequence(
                          'lease_master', 'id'),
                          COALESCE(MAX(id), 0) + 1, false), 0)
                 INTO :WS-SEQ-VALUE
                 FROM lease_master
           END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "amort_schedule" TO WS-TABLE-NAME
           EXEC SQL
               SELECT COALESCE(setval(pg_get_serial_sequence(
                          'amort_schedule', 'id'),
                          COALESCE(MAX(id), 0) + 1, false), 0)
                 INTO :WS-SEQ-VALUE
                 FROM amort_schedule
           END-EXEC
           PERFORM CHECK-CLEAR-STEP
           MOVE "commitment" TO WS-TABLE-NAME
           EXEC SQL
               SELECT COALESCE(setval(pg_get_serial_sequence(
                          'commitment', 'id'),
                          COALESCE(MAX(id), 0) + 1, false), 0)
                 INTO :WS-SEQ-VALUE
                 FROM commitment
           END-EXEC
           PERFORM CHECK-CLEAR-STEP
           EXIT.

      *> every operator id in the copy is masked, the refresher's
      *> included; without this nobody could administer the target.
       KEEP-REFRESH-OPERATOR.
           MOVE "operator_master" TO WS-TABLE-NAME
           EXEC SQL
               INSERT INTO operator_master
                   (operator_id, operator_name, role, active_flag)
               SELECT :WS-OPERATOR-ID, 'TEST REFRESH OPERATOR',
                      'S', 'Y'
                WHERE NOT EXISTS
                      (SELECT 1 FROM operator_master
                        WHERE operator_id = :WS-OPERATOR-ID)
           END-EXEC
           PERFORM CHECK-CLEAR-STEP
           EXIT.

      *> the rebuild and the check connect on their own through
      *> DB_ENV, so it points at the target while they run and goes
      *> back to what it was afterwards.
       PROVE-TARGET.
           ACCEPT WS-ORIGINAL-ENV FROM ENVIRONMENT "DB_ENV"
           DISPLAY "DB_ENV" UPON ENVIRONMENT-NAME
           DISPLAY WS-TARGET-ENV UPON ENVIRONMENT-VALUE

           MOVE 0 TO WS-STEP-RC
           CALL "BALANCE-ROLLUP" USING WS-RANGE-START WS-RANGE-END
                                       WS-STEP-RC
           IF WS-STEP-RC NOT = 0
               DISPLAY "TEST-REFRESH ERROR: BALANCE REBUILD ON "
                   FUNCTION TRIM(WS-TARGET-ENV) " FAILED, RC="
                   WS-STEP-RC
               MOVE 1 TO L-RETURN-CODE
           ELSE
               MOVE 0 TO WS-STEP-RC
               CALL "INTEGRITY-CHECK" USING WS-STEP-RC
               IF WS-STEP-RC NOT = 0
                   DISPLAY "TEST-REFRESH ERROR: MASKED COPY ON "
                       FUNCTION TRIM(WS-TARGET-ENV)
                       " FAILED INTEGRITY-CHECK"
                   MOVE 1 TO L-RETURN-CODE
               ELSE
                   DISPLAY "TEST-REFRESH: MASKED COPY ON "
                       FUNCTION TRIM(WS-TARGET-ENV)
                       " PASSED INTEGRITY-CHECK"
               END-IF
           END-IF

           DISPLAY "DB_ENV" UPON ENVIRONMENT-NAME
           DISPLAY WS-ORIGINAL-ENV UPON ENVIRONMENT-VALUE
           EXIT.

       END PROGRAM TEST-REFRESH.
