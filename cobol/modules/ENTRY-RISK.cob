       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTRY-RISK.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-START-DATE     PIC X(10).
       01  WS-END-DATE       PIC X(10).
       01  WS-LATE-DAYS      PIC 9(3).
       01  WS-ENTRY-ID       PIC 9(9).
       01  WS-ENTRY-DATE     PIC X(10).
       01  WS-SOURCE-CODE    PIC X(2).
       01  WS-DEBIT-ACCOUNT  PIC X(50).
       01  WS-CREDIT-ACCOUNT PIC X(50).
       01  WS-HOME-AMOUNT    PIC 9(11)V99.
       01  WS-DAY-FLAG       PIC X(1).
       01  WS-LATE-REVENUE   PIC X(1).
       01  WS-PAIR-COUNT     PIC 9(9).
       01  WS-LEAD-DIGIT     PIC 9(1).
       01  WS-POSTED-BY      PIC X(50).
       01  WS-ACCOUNT-CODE   PIC X(50).
       01  WS-DIGIT-COUNT    PIC 9(9).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01  WS-CONNECT-STATUS PIC X(1).
       01  WS-ENV-NAME       PIC X(30).
       01  WS-PARAM-NAME     PIC X(30).
       01  WS-PARAM-COMPANY  PIC X(5).
       01  WS-PARAM-VALUE    PIC X(100).
       01  WS-DATE-STATUS    PIC X(1).
       01  WS-RPT-LINE       PIC X(132).
       01  WS-AMOUNT-EDIT    PIC -(12)9.99.
       01  WS-COUNT-EDIT     PIC Z(8)9.
       01  WS-RANK-EDIT      PIC ZZ9.
       01  WS-MAD-EDIT       PIC 9.9(6).
       01  WS-SETTING-TEXT   PIC X(20).
       01  WS-THRESHOLD      PIC 9(9)V99   VALUE 0.
       01  WS-THRESHOLD-FLOOR PIC 9(9)V99  VALUE 0.
       01  WS-TOP-LIMIT      PIC 9(4).
       01  WS-SCORED-COUNT   PIC 9(9)      VALUE 0.
       01  WS-FLAGGED-COUNT  PIC 9(9)      VALUE 0.
       01  WS-SCORE          PIC 9(3).
       01  WS-TESTS          PIC X(40).
       01  WS-TESTS-PTR      PIC 9(3).
       01  WS-TEST-SUB       PIC 9(2).
       01  WS-DIGIT-SUB      PIC 9(2).
       01  WS-WHOLE-THOUSANDS PIC 9(9).
       01  WS-THOUSANDS-REM  PIC 9(9)V99.

      *> the red-flag tests, their weights and what each one looks
      *> for. An entry's score is the sum of the weights of the tests
      *> it trips; the heavier weights go to the patterns that say
      *> most about intent (a manual entry to revenue at the close, an
      *> amount sized to stay under the approval limit).
       01  WS-TEST-DEFINITIONS.
           05  FILLER PIC X(6)  VALUE "WKND".
           05  FILLER PIC 9(2)  VALUE 2.
           05  FILLER PIC X(50) VALUE
               "DATED OR KEYED ON A WEEKEND".
           05  FILLER PIC X(6)  VALUE "HOL".
           05  FILLER PIC 9(2)  VALUE 2.
           05  FILLER PIC X(50) VALUE
               "DATED OR KEYED ON A BUSINESS-CALENDAR HOLIDAY".
           05  FILLER PIC X(6)  VALUE "ROUND".
           05  FILLER PIC 9(2)  VALUE 1.
           05  FILLER PIC X(50) VALUE
               "ROUND THOUSANDS AMOUNT".
           05  FILLER PIC X(6)  VALUE "THRESH".
           05  FILLER PIC 9(2)  VALUE 3.
           05  FILLER PIC X(50) VALUE
               "WITHIN 10 PCT BELOW APPROVAL_THRESHOLD".
           05  FILLER PIC X(6)  VALUE "RARE".
           05  FILLER PIC 9(2)  VALUE 2.
           05  FILLER PIC X(50) VALUE
               "ACCOUNT PAIR USED TWICE OR LESS IN A YEAR".
           05  FILLER PIC X(6)  VALUE "LATEGJ".
           05  FILLER PIC 9(2)  VALUE 3.
           05  FILLER PIC X(50) VALUE
               "MANUAL GJ ENTRY TO REVENUE LATE IN THE PERIOD".
           05  FILLER PIC X(6)  VALUE "BENF".
           05  FILLER PIC 9(2)  VALUE 1.
           05  FILLER PIC X(50) VALUE
               "OVER-REPRESENTED FIRST DIGIT ON A NON-BENFORD ACCT".
       01  WS-TEST-TABLE REDEFINES WS-TEST-DEFINITIONS.
           05  WS-TEST-ROW OCCURS 7 TIMES.
               10  WS-TEST-CODE      PIC X(6).
               10  WS-TEST-WEIGHT    PIC 9(2).
               10  WS-TEST-DESC      PIC X(50).
       01  WS-TEST-HIT-TABLE.
           05  WS-TEST-HITS  PIC 9(9) OCCURS 7 TIMES.
       01  WS-TEST-TRIPPED-TABLE.
           05  WS-TEST-TRIPPED PIC X(1) OCCURS 7 TIMES.

      *> Benford's expected first-digit proportions, log10(1 + 1/d).
       01  WS-BENFORD-VALUES.
           05  FILLER PIC 9V9(6) VALUE 0.301030.
           05  FILLER PIC 9V9(6) VALUE 0.176091.
           05  FILLER PIC 9V9(6) VALUE 0.124939.
           05  FILLER PIC 9V9(6) VALUE 0.096910.
           05  FILLER PIC 9V9(6) VALUE 0.079181.
           05  FILLER PIC 9V9(6) VALUE 0.066947.
           05  FILLER PIC 9V9(6) VALUE 0.057992.
           05  FILLER PIC 9V9(6) VALUE 0.051153.
           05  FILLER PIC 9V9(6) VALUE 0.045757.
       01  WS-BENFORD-TABLE REDEFINES WS-BENFORD-VALUES.
           05  WS-BENFORD-EXPECTED PIC 9V9(6) OCCURS 9 TIMES.

      *> an account is only tested with enough entries behind it for
      *> its distribution to mean anything, and is nonconforming when
      *> the mean absolute deviation from Benford passes 0.015 - the
      *> usual first-digit nonconformity cut-off.
       01  WS-BENFORD-MIN-N  PIC 9(9)      VALUE 50.
       01  WS-BENFORD-MAD-LIMIT PIC 9V9(6) VALUE 0.015000.
       01  WS-BF-ACCOUNT     PIC X(50)     VALUE SPACES.
       01  WS-BF-N           PIC 9(9)      VALUE 0.
       01  WS-BF-COUNT-TABLE.
           05  WS-BF-COUNT   PIC 9(9) OCCURS 9 TIMES.
       01  WS-BF-ACTUAL      PIC 9V9(6).
       01  WS-BF-DEVIATION   PIC 9V9(6).
       01  WS-BF-DEVIATION-SUM PIC 9(2)V9(6).
       01  WS-BF-MAD         PIC 9V9(6).

       01  WS-NC-TABLE.
           05  WS-NC-ROW OCCURS 500 TIMES
                   INDEXED BY WS-NC-IDX.
               10  WS-NC-ACCOUNT     PIC X(50).
               10  WS-NC-N           PIC 9(9).
               10  WS-NC-MAD         PIC 9V9(6).
               10  WS-NC-OVER        PIC X(1) OCCURS 9 TIMES.
       01  WS-NC-COUNT       PIC 9(4)      VALUE 0.
       01  WS-NC-FOUND       PIC X(1).

      *> the riskiest entries so far, kept in rank order - highest
      *> score first, then largest amount, then lowest entry id - as
      *> the period is scored, so only the ranked list is ever held.
       01  WS-RANK-TABLE.
           05  WS-RANK-ROW OCCURS 201 TIMES
                   INDEXED BY WS-RK-IDX WS-RK-PREV.
               10  WS-RK-SCORE       PIC 9(3).
               10  WS-RK-AMOUNT      PIC 9(11)V99.
               10  WS-RK-ENTRY-ID    PIC 9(9).
               10  WS-RK-DATE        PIC X(10).
               10  WS-RK-SOURCE      PIC X(2).
               10  WS-RK-DEBIT       PIC X(50).
               10  WS-RK-CREDIT      PIC X(50).
               10  WS-RK-TESTS       PIC X(40).
               10  WS-RK-POSTED-BY   PIC X(50).
       01  WS-RANK-HOLD.
           05  WS-RH-SCORE           PIC 9(3).
           05  WS-RH-AMOUNT          PIC 9(11)V99.
           05  WS-RH-ENTRY-ID        PIC 9(9).
           05  WS-RH-DATE            PIC X(10).
           05  WS-RH-SOURCE          PIC X(2).
           05  WS-RH-DEBIT           PIC X(50).
           05  WS-RH-CREDIT          PIC X(50).
           05  WS-RH-TESTS           PIC X(40).
           05  WS-RH-POSTED-BY       PIC X(50).
       01  WS-RANK-COUNT     PIC 9(4)      VALUE 0.
       01  WS-RANK-SETTLED   PIC X(1).
       01  WS-RANK-NUMBER    PIC 9(4).

       LINKAGE SECTION.
       01  L-START-DATE      PIC X(10).
       01  L-END-DATE        PIC X(10).
       01  L-TOP-COUNT       PIC 9(4).
       01  L-RETURN-CODE     PIC 9(4).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-START-DATE
               L-END-DATE
               L-TOP-COUNT
               L-RETURN-CODE.

      *> red-flag analytics over a period's journal. Every active
      *> entry dated in the range - live and archived - is scored
      *> against the tests in WS-TEST-DEFINITIONS:
      *>   WKND/HOL - dated, or keyed (posted_at), on a Saturday,
      *>              Sunday or business_calendar holiday;
      *>   ROUND    - a whole number of thousands;
      *>   THRESH   - within 10 percent below APPROVAL_THRESHOLD (not
      *>              tested when no threshold is set);
      *>   RARE     - a debit/credit account pair used no more than
      *>              twice in the year to the end date;
      *>   LATEGJ   - a manual GJ entry to a revenue account in the
      *>              last RISK_LATE_DAYS days of the period (default
      *>              3);
      *>   BENF     - on an account whose first-digit distribution
      *>              for the period is nonconforming to Benford's
      *>              law, with a first digit that account shows more
      *>              of than Benford expects.
      *> The report summarizes hits per test, lists the nonconforming
      *> accounts, then ranks the flagged entries - the top 50 unless
      *> another count (up to 200) is given - with the tests each
      *> tripped and the operator who posted it (the first audit_log
      *> row against the entry).
       MAIN-LOGIC.
           MOVE L-START-DATE TO WS-START-DATE
           MOVE L-END-DATE   TO WS-END-DATE
           MOVE L-TOP-COUNT  TO WS-TOP-LIMIT
           MOVE 0            TO L-RETURN-CODE
           IF WS-TOP-LIMIT = 0
               MOVE 50 TO WS-TOP-LIMIT
           END-IF
           IF WS-TOP-LIMIT > 200
               MOVE 200 TO WS-TOP-LIMIT
           END-IF

           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-START-DATE
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               DISPLAY "ENTRY-RISK ERROR: BAD START DATE "
                   WS-START-DATE
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF
           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-END-DATE
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               DISPLAY "ENTRY-RISK ERROR: BAD END DATE " WS-END-DATE
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "ENTRY-RISK ERROR: DATABASE CONNECTION "
                   "UNAVAILABLE"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           MOVE "APPROVAL_THRESHOLD" TO WS-PARAM-NAME
           MOVE SPACES TO WS-PARAM-COMPANY
           CALL "GET-PARAM" USING WS-PARAM-NAME WS-PARAM-COMPANY
                                  WS-PARAM-VALUE
           MOVE WS-PARAM-VALUE TO WS-SETTING-TEXT
           IF WS-SETTING-TEXT NOT = SPACES
               MOVE WS-SETTING-TEXT TO WS-THRESHOLD
               COMPUTE WS-THRESHOLD-FLOOR = WS-THRESHOLD * 0.9
           END-IF
           MOVE SPACES TO WS-SETTING-TEXT
           MOVE "RISK_LATE_DAYS" TO WS-PARAM-NAME
           MOVE SPACES TO WS-PARAM-COMPANY
           CALL "GET-PARAM" USING WS-PARAM-NAME WS-PARAM-COMPANY
                                  WS-PARAM-VALUE
           MOVE WS-PARAM-VALUE TO WS-SETTING-TEXT
           IF WS-SETTING-TEXT = SPACES
               MOVE 3 TO WS-LATE-DAYS
           ELSE
               MOVE WS-SETTING-TEXT TO WS-LATE-DAYS
           END-IF

           MOVE ALL ZEROS TO WS-TEST-HIT-TABLE
           PERFORM LOAD-BENFORD
           PERFORM SCORE-ENTRIES
           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"

           PERFORM PRINT-REPORT
           GOBACK.

      *> first-digit counts per account for the period, both legs of
      *> every entry of 1.00 or more, read in account order so each
      *> account is judged as its last digit row arrives.
       LOAD-BENFORD.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT B.account_code, B.lead_digit, COUNT(*)
                 FROM (SELECT J.debit_account AS account_code,
                              CAST(SUBSTR(CAST(TRUNC(J.home_amount)
                                   AS TEXT), 1, 1) AS INTEGER)
                                AS lead_digit
                         FROM journal_entry J
                        WHERE J.status_flag = 'A'
                          AND J.entry_date BETWEEN :WS-START-DATE
                                               AND :WS-END-DATE
                          AND J.home_amount >= 1
                       UNION ALL
                       SELECT J.credit_account,
                              CAST(SUBSTR(CAST(TRUNC(J.home_amount)
                                   AS TEXT), 1, 1) AS INTEGER)
                         FROM journal_entry J
                        WHERE J.status_flag = 'A'
                          AND J.entry_date BETWEEN :WS-START-DATE
                                               AND :WS-END-DATE
                          AND J.home_amount >= 1
                       UNION ALL
                       SELECT A.debit_account,
                              CAST(SUBSTR(CAST(TRUNC(A.home_amount)
                                   AS TEXT), 1, 1) AS INTEGER)
                         FROM journal_entry_archive A
                        WHERE A.status_flag = 'A'
                          AND A.entry_date BETWEEN :WS-START-DATE
                                               AND :WS-END-DATE
                          AND A.home_amount >= 1
                       UNION ALL
                       SELECT A.credit_account,
                              CAST(SUBSTR(CAST(TRUNC(A.home_amount)
                                   AS TEXT), 1, 1) AS INTEGER)
                         FROM journal_entry_archive A
                        WHERE A.status_flag = 'A'
                          AND A.entry_date BETWEEN :WS-START-DATE
                                               AND :WS-END-DATE
                          AND A.home_amount >= 1) B
                GROUP BY B.account_code, B.lead_digit
                ORDER BY B.account_code, B.lead_digit
           END-EXEC

           EXEC SQL OPEN C1 END-EXEC

           MOVE SPACES    TO WS-BF-ACCOUNT
           MOVE 0         TO WS-BF-N
           MOVE ALL ZEROS TO WS-BF-COUNT-TABLE
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C1 INTO :WS-ACCOUNT-CODE, :WS-LEAD-DIGIT,
                       :WS-DIGIT-COUNT
               END-EXEC
               IF SQLCODE = 0
                   IF WS-ACCOUNT-CODE NOT = WS-BF-ACCOUNT
                       PERFORM JUDGE-BENFORD-ACCOUNT
                       MOVE WS-ACCOUNT-CODE TO WS-BF-ACCOUNT
                       MOVE 0               TO WS-BF-N
                       MOVE ALL ZEROS       TO WS-BF-COUNT-TABLE
                   END-IF
                   IF WS-LEAD-DIGIT > 0
                       MOVE WS-DIGIT-COUNT
                           TO WS-BF-COUNT (WS-LEAD-DIGIT)
                       ADD WS-DIGIT-COUNT TO WS-BF-N
                   END-IF
               END-IF
           END-PERFORM
           PERFORM JUDGE-BENFORD-ACCOUNT

           EXEC SQL CLOSE C1 END-EXEC
           EXIT.

       JUDGE-BENFORD-ACCOUNT.
           IF WS-BF-ACCOUNT = SPACES OR WS-BF-N < WS-BENFORD-MIN-N
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-BF-DEVIATION-SUM
           PERFORM VARYING WS-DIGIT-SUB FROM 1 BY 1
                   UNTIL WS-DIGIT-SUB > 9
               COMPUTE WS-BF-ACTUAL ROUNDED =
                   WS-BF-COUNT (WS-DIGIT-SUB) / WS-BF-N
               IF WS-BF-ACTUAL > WS-BENFORD-EXPECTED (WS-DIGIT-SUB)
                   COMPUTE WS-BF-DEVIATION = WS-BF-ACTUAL
                       - WS-BENFORD-EXPECTED (WS-DIGIT-SUB)
               ELSE
                   COMPUTE WS-BF-DEVIATION =
                       WS-BENFORD-EXPECTED (WS-DIGIT-SUB)
                       - WS-BF-ACTUAL
               END-IF
               ADD WS-BF-DEVIATION TO WS-BF-DEVIATION-SUM
           END-PERFORM
           COMPUTE WS-BF-MAD ROUNDED = WS-BF-DEVIATION-SUM / 9

           IF WS-BF-MAD <= WS-BENFORD-MAD-LIMIT
               EXIT PARAGRAPH
           END-IF
           IF WS-NC-COUNT >= 500
               DISPLAY "ENTRY-RISK WARNING: MORE THAN 500 "
                   "NONCONFORMING ACCOUNTS, " WS-BF-ACCOUNT
                   " NOT TESTED"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-NC-COUNT
           SET WS-NC-IDX TO WS-NC-COUNT
           MOVE WS-BF-ACCOUNT TO WS-NC-ACCOUNT (WS-NC-IDX)
           MOVE WS-BF-N       TO WS-NC-N (WS-NC-IDX)
           MOVE WS-BF-MAD     TO WS-NC-MAD (WS-NC-IDX)
           PERFORM VARYING WS-DIGIT-SUB FROM 1 BY 1
                   UNTIL WS-DIGIT-SUB > 9
               COMPUTE WS-BF-ACTUAL ROUNDED =
                   WS-BF-COUNT (WS-DIGIT-SUB) / WS-BF-N
               IF WS-BF-ACTUAL > WS-BENFORD-EXPECTED (WS-DIGIT-SUB)
                   MOVE "Y" TO WS-NC-OVER (WS-NC-IDX, WS-DIGIT-SUB)
               ELSE
                   MOVE "N" TO WS-NC-OVER (WS-NC-IDX, WS-DIGIT-SUB)
               END-IF
           END-PERFORM
           EXIT.

      *> one row per entry in the period with what the database can
      *> judge already worked out: the day flag (W weekend, H
      *> holiday), the late-revenue flag, the account pair's use in
      *> the year to the end date and who posted it.
       SCORE-ENTRIES.
           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT E.id, E.entry_date, E.source_code,
                      E.debit_account, E.credit_account, E.home_amount,
                      CASE WHEN EXTRACT(DOW FROM E.entry_date)
                                IN (0, 6)
                             OR EXTRACT(DOW FROM E.posted_at)
                                IN (0, 6)
                           THEN 'W'
                           WHEN EXISTS
                                (SELECT 1 FROM business_calendar H
                                  WHERE H.day_type = 'H'
                                    AND H.cal_date IN
                                        (E.entry_date,
                                         CAST(E.posted_at AS DATE)))
                           THEN 'H'
                           ELSE ' ' END,
                      CASE WHEN E.source_code = 'GJ'
                            AND E.entry_date >
                                CAST(:WS-END-DATE AS DATE)
                                - :WS-LATE-DAYS
                            AND (DC.account_type = 'R'
                                 OR CC.account_type = 'R')
                           THEN 'Y' ELSE 'N' END,
                      COALESCE(PC.pair_count, 0),
                      CASE WHEN E.home_amount >= 1
                           THEN CAST(SUBSTR(CAST(TRUNC(E.home_amount)
                                     AS TEXT), 1, 1) AS INTEGER)
                           ELSE 0 END,
                      COALESCE((SELECT L.changed_by FROM audit_log L
                                 WHERE L.entry_id = E.id
                                 ORDER BY L.id LIMIT 1), 'UNKNOWN')
                 FROM (SELECT id, entry_date, source_code,
                              debit_account, credit_account,
                              COALESCE(home_amount, 0) AS home_amount,
                              posted_at
                         FROM journal_entry
                        WHERE status_flag = 'A'
                          AND entry_date BETWEEN :WS-START-DATE
                                             AND :WS-END-DATE
                       UNION ALL
                       SELECT id, entry_date, source_code,
                              debit_account, credit_account,
                              COALESCE(home_amount, 0), posted_at
                         FROM journal_entry_archive
                        WHERE status_flag = 'A'
                          AND entry_date BETWEEN :WS-START-DATE
                                             AND :WS-END-DATE) E
                 LEFT JOIN chart_of_accounts DC
                   ON DC.account_code = E.debit_account
                 LEFT JOIN chart_of_accounts CC
                   ON CC.account_code = E.credit_account
                 LEFT JOIN
                      (SELECT P.debit_account, P.credit_account,
                              COUNT(*) AS pair_count
                         FROM (SELECT debit_account, credit_account
                                 FROM journal_entry
                                WHERE status_flag = 'A'
                                  AND entry_date BETWEEN
                                      CAST(:WS-END-DATE AS DATE) - 365
                                      AND :WS-END-DATE
                               UNION ALL
                               SELECT debit_account, credit_account
                                 FROM journal_entry_archive
                                WHERE status_flag = 'A'
                                  AND entry_date BETWEEN
                                      CAST(:WS-END-DATE AS DATE) - 365
                                      AND :WS-END-DATE) P
                        GROUP BY P.debit_account, P.credit_account) PC
                   ON PC.debit_account = E.debit_account
                  AND PC.credit_account = E.credit_account
                ORDER BY E.id
           END-EXEC

           EXEC SQL OPEN C2 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C2 INTO :WS-ENTRY-ID, :WS-ENTRY-DATE,
                       :WS-SOURCE-CODE, :WS-DEBIT-ACCOUNT,
                       :WS-CREDIT-ACCOUNT, :WS-HOME-AMOUNT,
                       :WS-DAY-FLAG, :WS-LATE-REVENUE,
                       :WS-PAIR-COUNT, :WS-LEAD-DIGIT, :WS-POSTED-BY
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-SCORED-COUNT
                   PERFORM SCORE-ONE-ENTRY
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C2 END-EXEC
           EXIT.

       SCORE-ONE-ENTRY.
           MOVE ALL "N" TO WS-TEST-TRIPPED-TABLE

           IF WS-DAY-FLAG = "W"
               MOVE "Y" TO WS-TEST-TRIPPED (1)
           END-IF
           IF WS-DAY-FLAG = "H"
               MOVE "Y" TO WS-TEST-TRIPPED (2)
           END-IF

           IF WS-HOME-AMOUNT >= 1000
               DIVIDE WS-HOME-AMOUNT BY 1000
                   GIVING WS-WHOLE-THOUSANDS
                   REMAINDER WS-THOUSANDS-REM
               IF WS-THOUSANDS-REM = 0
                   MOVE "Y" TO WS-TEST-TRIPPED (3)
               END-IF
           END-IF

           IF WS-THRESHOLD > 0
              AND WS-HOME-AMOUNT >= WS-THRESHOLD-FLOOR
              AND WS-HOME-AMOUNT <= WS-THRESHOLD
               MOVE "Y" TO WS-TEST-TRIPPED (4)
           END-IF

           IF WS-PAIR-COUNT <= 2
               MOVE "Y" TO WS-TEST-TRIPPED (5)
           END-IF

           IF WS-LATE-REVENUE = "Y"
               MOVE "Y" TO WS-TEST-TRIPPED (6)
           END-IF

           IF WS-LEAD-DIGIT > 0 AND WS-NC-COUNT > 0
               MOVE WS-DEBIT-ACCOUNT TO WS-ACCOUNT-CODE
               PERFORM FIND-NONCONFORMING
               IF WS-NC-FOUND = "Y"
                  AND WS-NC-OVER (WS-NC-IDX, WS-LEAD-DIGIT) = "Y"
                   MOVE "Y" TO WS-TEST-TRIPPED (7)
               END-IF
               MOVE WS-CREDIT-ACCOUNT TO WS-ACCOUNT-CODE
               PERFORM FIND-NONCONFORMING
               IF WS-NC-FOUND = "Y"
                  AND WS-NC-OVER (WS-NC-IDX, WS-LEAD-DIGIT) = "Y"
                   MOVE "Y" TO WS-TEST-TRIPPED (7)
               END-IF
           END-IF

           MOVE 0 TO WS-SCORE
           MOVE SPACES TO WS-TESTS
           MOVE 1 TO WS-TESTS-PTR
           PERFORM VARYING WS-TEST-SUB FROM 1 BY 1
                   UNTIL WS-TEST-SUB > 7
               IF WS-TEST-TRIPPED (WS-TEST-SUB) = "Y"
                   ADD WS-TEST-WEIGHT (WS-TEST-SUB) TO WS-SCORE
                   ADD 1 TO WS-TEST-HITS (WS-TEST-SUB)
                   STRING WS-TEST-CODE (WS-TEST-SUB) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       INTO WS-TESTS
                       WITH POINTER WS-TESTS-PTR
                   END-STRING
               END-IF
           END-PERFORM

           IF WS-SCORE > 0
               ADD 1 TO WS-FLAGGED-COUNT
               PERFORM RANK-ENTRY
           END-IF
           EXIT.

       FIND-NONCONFORMING.
           MOVE "N" TO WS-NC-FOUND
           SET WS-NC-IDX TO 1
           SEARCH WS-NC-ROW
               AT END
                   MOVE "N" TO WS-NC-FOUND
               WHEN WS-NC-IDX > WS-NC-COUNT
                   MOVE "N" TO WS-NC-FOUND
               WHEN WS-NC-ACCOUNT (WS-NC-IDX) = WS-ACCOUNT-CODE
                   MOVE "Y" TO WS-NC-FOUND
           END-SEARCH
           EXIT.

      *> drops the entry in at the bottom of the ranked list (or over
      *> the current last place once the list is full, if it beats
      *> it) and walks it up past every row it outranks.
       RANK-ENTRY.
           IF WS-RANK-COUNT >= WS-TOP-LIMIT
               SET WS-RK-IDX TO WS-RANK-COUNT
               IF WS-SCORE < WS-RK-SCORE (WS-RK-IDX)
                   EXIT PARAGRAPH
               END-IF
               IF WS-SCORE = WS-RK-SCORE (WS-RK-IDX)
                  AND WS-HOME-AMOUNT <= WS-RK-AMOUNT (WS-RK-IDX)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               ADD 1 TO WS-RANK-COUNT
               SET WS-RK-IDX TO WS-RANK-COUNT
           END-IF

           MOVE WS-SCORE          TO WS-RK-SCORE (WS-RK-IDX)
           MOVE WS-HOME-AMOUNT    TO WS-RK-AMOUNT (WS-RK-IDX)
           MOVE WS-ENTRY-ID       TO WS-RK-ENTRY-ID (WS-RK-IDX)
           MOVE WS-ENTRY-DATE     TO WS-RK-DATE (WS-RK-IDX)
           MOVE WS-SOURCE-CODE    TO WS-RK-SOURCE (WS-RK-IDX)
           MOVE WS-DEBIT-ACCOUNT  TO WS-RK-DEBIT (WS-RK-IDX)
           MOVE WS-CREDIT-ACCOUNT TO WS-RK-CREDIT (WS-RK-IDX)
           MOVE WS-TESTS          TO WS-RK-TESTS (WS-RK-IDX)
           MOVE WS-POSTED-BY      TO WS-RK-POSTED-BY (WS-RK-IDX)

      *> entries arrive in id order, so an equal score and amount
      *> already on the list keeps its place ahead of this one.
           MOVE "N" TO WS-RANK-SETTLED
           PERFORM UNTIL WS-RANK-SETTLED = "Y"
               IF WS-RK-IDX = 1
                   MOVE "Y" TO WS-RANK-SETTLED
               ELSE
                   SET WS-RK-PREV TO WS-RK-IDX
                   SET WS-RK-PREV DOWN BY 1
                   IF WS-RK-SCORE (WS-RK-IDX) > WS-RK-SCORE (WS-RK-PREV)
                      OR (WS-RK-SCORE (WS-RK-IDX)
                            = WS-RK-SCORE (WS-RK-PREV)
                          AND WS-RK-AMOUNT (WS-RK-IDX)
                            > WS-RK-AMOUNT (WS-RK-PREV))
                       MOVE WS-RANK-ROW (WS-RK-PREV) TO WS-RANK-HOLD
                       MOVE WS-RANK-ROW (WS-RK-IDX)
                           TO WS-RANK-ROW (WS-RK-PREV)
                       MOVE WS-RANK-HOLD TO WS-RANK-ROW (WS-RK-IDX)
                       SET WS-RK-IDX DOWN BY 1
                   ELSE
                       MOVE "Y" TO WS-RANK-SETTLED
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       PRINT-REPORT.
           MOVE SPACES TO WS-RPT-LINE
           STRING "JOURNAL ENTRY RISK ANALYTICS " WS-START-DATE
               " TO " WS-END-DATE
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "INIT"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           MOVE "TEST"        TO WS-RPT-LINE (1:4)
           MOVE "WT"          TO WS-RPT-LINE (9:2)
           MOVE "WHAT IT FLAGS" TO WS-RPT-LINE (13:13)
           MOVE "HITS"        TO WS-RPT-LINE (70:4)
           CALL "REPORT-WRITER" USING BY CONTENT "HEADING"
                                BY REFERENCE WS-RPT-LINE

           PERFORM VARYING WS-TEST-SUB FROM 1 BY 1
                   UNTIL WS-TEST-SUB > 7
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-TEST-CODE (WS-TEST-SUB)   TO WS-RPT-LINE (1:6)
               MOVE WS-TEST-WEIGHT (WS-TEST-SUB) TO WS-RPT-LINE (9:2)
               MOVE WS-TEST-DESC (WS-TEST-SUB)   TO WS-RPT-LINE (13:50)
               MOVE WS-TEST-HITS (WS-TEST-SUB)   TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT                TO WS-RPT-LINE (65:9)
               IF WS-TEST-SUB = 4 AND WS-THRESHOLD = 0
                   MOVE "NOT TESTED - NO APPROVAL_THRESHOLD"
                       TO WS-RPT-LINE (76:34)
               END-IF
               CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                    BY REFERENCE WS-RPT-LINE
           END-PERFORM

           MOVE SPACES TO WS-RPT-LINE
           STRING "ENTRIES SCORED=" WS-SCORED-COUNT
               "  FLAGGED=" WS-FLAGGED-COUNT
               "  NON-BENFORD ACCOUNTS=" WS-NC-COUNT
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                BY REFERENCE WS-RPT-LINE

           IF WS-NC-COUNT > 0
               MOVE SPACES TO WS-RPT-LINE
               MOVE "NON-BENFORD ACCOUNT" TO WS-RPT-LINE (1:19)
               MOVE "LEGS"        TO WS-RPT-LINE (56:4)
               MOVE "MAD"         TO WS-RPT-LINE (63:3)
               MOVE "OVER-REPRESENTED DIGITS" TO WS-RPT-LINE (72:23)
               CALL "REPORT-WRITER" USING BY CONTENT "HEADING"
                                    BY REFERENCE WS-RPT-LINE
               PERFORM PRINT-ONE-NONCONFORMING
                   VARYING WS-NC-IDX FROM 1 BY 1
                   UNTIL WS-NC-IDX > WS-NC-COUNT
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           MOVE "RANK"          TO WS-RPT-LINE (1:4)
           MOVE "ENTRY"         TO WS-RPT-LINE (6:5)
           MOVE "DATE"          TO WS-RPT-LINE (16:4)
           MOVE "SR"            TO WS-RPT-LINE (27:2)
           MOVE "DEBIT ACCOUNT" TO WS-RPT-LINE (30:13)
           MOVE "CREDIT ACCOUNT" TO WS-RPT-LINE (46:14)
           MOVE "AMOUNT"        TO WS-RPT-LINE (72:6)
           MOVE "SCR"           TO WS-RPT-LINE (79:3)
           MOVE "TESTS"         TO WS-RPT-LINE (83:5)
           MOVE "POSTED BY"     TO WS-RPT-LINE (118:9)
           CALL "REPORT-WRITER" USING BY CONTENT "HEADING"
                                BY REFERENCE WS-RPT-LINE

           PERFORM PRINT-ONE-RANKED
               VARYING WS-RK-IDX FROM 1 BY 1
               UNTIL WS-RK-IDX > WS-RANK-COUNT

           MOVE SPACES TO WS-RPT-LINE
           STRING "RANKED=" WS-RANK-COUNT " OF " WS-FLAGGED-COUNT
               " FLAGGED ENTRIES"
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING BY CONTENT "CLOSE"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

       PRINT-ONE-NONCONFORMING.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-NC-ACCOUNT (WS-NC-IDX) TO WS-RPT-LINE (1:50)
           MOVE WS-NC-N (WS-NC-IDX)       TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT             TO WS-RPT-LINE (51:9)
           MOVE WS-NC-MAD (WS-NC-IDX)     TO WS-MAD-EDIT
           MOVE WS-MAD-EDIT               TO WS-RPT-LINE (62:8)
           MOVE 72 TO WS-TESTS-PTR
           PERFORM VARYING WS-DIGIT-SUB FROM 1 BY 1
                   UNTIL WS-DIGIT-SUB > 9
               IF WS-NC-OVER (WS-NC-IDX, WS-DIGIT-SUB) = "Y"
                   MOVE WS-DIGIT-SUB (2:1)
                       TO WS-RPT-LINE (WS-TESTS-PTR:1)
                   ADD 2 TO WS-TESTS-PTR
               END-IF
           END-PERFORM
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

       PRINT-ONE-RANKED.
           MOVE SPACES TO WS-RPT-LINE
           SET WS-RANK-NUMBER TO WS-RK-IDX
           MOVE WS-RANK-NUMBER TO WS-RANK-EDIT
           MOVE WS-RANK-EDIT                 TO WS-RPT-LINE (2:3)
           MOVE WS-RK-ENTRY-ID (WS-RK-IDX)   TO WS-RPT-LINE (6:9)
           MOVE WS-RK-DATE (WS-RK-IDX)       TO WS-RPT-LINE (16:10)
           MOVE WS-RK-SOURCE (WS-RK-IDX)     TO WS-RPT-LINE (27:2)
           MOVE WS-RK-DEBIT (WS-RK-IDX)      TO WS-RPT-LINE (30:15)
           MOVE WS-RK-CREDIT (WS-RK-IDX)     TO WS-RPT-LINE (46:15)
           MOVE WS-RK-AMOUNT (WS-RK-IDX)     TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT               TO WS-RPT-LINE (62:16)
           MOVE WS-RK-SCORE (WS-RK-IDX)      TO WS-RANK-EDIT
           MOVE WS-RANK-EDIT                 TO WS-RPT-LINE (79:3)
           MOVE WS-RK-TESTS (WS-RK-IDX)      TO WS-RPT-LINE (83:34)
           MOVE WS-RK-POSTED-BY (WS-RK-IDX)  TO WS-RPT-LINE (118:15)
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

       END PROGRAM ENTRY-RISK.
