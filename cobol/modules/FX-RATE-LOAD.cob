       IDENTIFICATION DIVISION.
       PROGRAM-ID. FX-RATE-LOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the rate provider's published file - one pipe-delimited line
      *> per currency: currency|ratedate|rate, the rate being units
      *> of home currency per unit of the foreign one, as keyed
      *> through MAINTAIN-REFDATA EXCHANGE-RATE. A blank rate date
      *> means the run's rate date.
           SELECT RATE-FILE ASSIGN DYNAMIC WS-RATE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RATE-FILE-STATUS.

      *> rejected lines land here with a reason, as BUDGET-LOAD's do.
           SELECT REJECT-FILE ASSIGN DYNAMIC WS-REJECT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REJECT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE.
       01  FD-RATE-LINE        PIC X(256).

       FD  REJECT-FILE.
       01  FD-REJECT-LINE      PIC X(400).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-RATE-DATE      PIC X(10).
       01  WS-WINDOW-START   PIC X(10).
       01  WS-CURRENCY       PIC X(3).
       01  WS-RATE           PIC 9(3)V9(6).
       01  WS-PRIOR-RATE     PIC 9(3)V9(6).
       01  WS-PRIOR-DATE     PIC X(10).
       01  WS-ON-FILE-RATE   PIC 9(3)V9(6).
       01  WS-ROW-COUNT      PIC 9(9).
       01  WS-PENDING-ID     PIC 9(9).
       01  WS-TABLE-NAME     PIC X(20)     VALUE "EXCHANGE-RATE".
       01  WS-OP             PIC X(10)     VALUE "SET".
       01  WS-KEY1           PIC X(50).
       01  WS-KEY2           PIC X(100).
       01  WS-VAL1           PIC X(100).
       01  WS-VAL2           PIC X(100)    VALUE "FEED".
       01  WS-AUDIT-ACTION   PIC X(20).
       01  WS-OPERATOR-ID    PIC X(50).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01  WS-RATE-FILE-NAME      PIC X(256).
       01  WS-RATE-FILE-STATUS    PIC X(2).
       01  WS-REJECT-FILE-NAME    PIC X(256).
       01  WS-REJECT-FILE-STATUS  PIC X(2).
       01  WS-EOF-FLAG            PIC X(1)    VALUE "N".
           88  WS-EOF                         VALUE "Y".

       01  WS-INPUT-LINE       PIC X(256).
       01  WS-CURRENCY-TEXT    PIC X(10).
       01  WS-DATE-TEXT        PIC X(10).
       01  WS-RATE-TEXT        PIC X(20).
       01  WS-FIELD-COUNT      PIC 9(3).
       01  WS-REJECT-REASON    PIC X(50).
       01  WS-REJECT-LINE      PIC X(400).
       01  WS-CONNECT-STATUS   PIC X(1).
       01  WS-ENV-NAME         PIC X(30).
       01  WS-DATE-STATUS      PIC X(1).
       01  WS-AUTHORIZED       PIC X(1).
       01  WS-GUARD-STATUS     PIC X(1).
       01  WS-GUARD-OUTCOME    PIC X(10).
       01  WS-PARAM-NAME       PIC X(30).
       01  WS-PARAM-COMPANY    PIC X(5).
       01  WS-PARAM-VALUE      PIC X(100).
       01  WS-TOLERANCE-PCT    PIC 9(3)V99.
       01  WS-DEVIATION-PCT    PIC 9(12)V99.
       01  WS-RATE-EDIT        PIC ZZ9.9(6).
       01  WS-PCT-EDIT         PIC Z(11)9.99.
       01  WS-DATE-NUM         PIC 9(8).
       01  WS-DAY-INT          PIC 9(7).
       01  WS-ALERT-MESSAGE    PIC X(200).
       01  WS-COUNT-EDIT       PIC Z(4)9.

       01  WS-APPLIED-COUNT    PIC 9(5)      VALUE 0.
       01  WS-UNCHANGED-COUNT  PIC 9(5)      VALUE 0.
       01  WS-STAGED-COUNT     PIC 9(5)      VALUE 0.
       01  WS-REJECT-COUNT     PIC 9(5)      VALUE 0.
       01  WS-ERROR-COUNT      PIC 9(5)      VALUE 0.

      *> a currency quoted twice in one file is a provider error, not
      *> a correction - the second line is rejected.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-CURRENCY OCCURS 500 TIMES
                   INDEXED BY WS-SEEN-IDX
                                 PIC X(3).
       01  WS-SEEN-COUNT       PIC 9(5)      VALUE 0.
       01  WS-FOUND-FLAG       PIC X(1).

      *> currencies the ledger needs a rate for that the file did not
      *> supply, buffered so the alert can be raised once the session
      *> is closed - ALERT-POST connects for itself.
       01  WS-MISSING-TABLE.
           05  WS-MISSING-CURRENCY OCCURS 500 TIMES
                   INDEXED BY WS-MISSING-IDX
                                 PIC X(3).
       01  WS-MISSING-COUNT    PIC 9(5)      VALUE 0.

       LINKAGE SECTION.
       01  L-RATE-DATE       PIC X(10).
       01  L-RATE-FILE       PIC X(256).
       01  L-RETURN-CODE     PIC 9(4).
       01  L-OPERATOR-ID     PIC X(50).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-RATE-DATE
               L-RATE-FILE
               L-RETURN-CODE
               L-OPERATOR-ID.

      *> the daily rate feed. Each currency's published rate is
      *> checked against its previous rate on file (the latest dated
      *> before the run's rate date) under the same
      *> REFDATA_RATE_TOLERANCE the keyed path uses (default 25
      *> percent). A rate within tolerance is applied straight to
      *> exchange_rate and audit-logged as a keyed apply is; a rate
      *> outside it - or the first rate ever for a currency - is not
      *> applied but staged on refdata_pending, marked FEED, for a
      *> second operator to CONFIRM through MAINTAIN-REFDATA. Every
      *> currency the ledger uses (a rate in the last 31 days, a
      *> company's functional currency, or a posted entry's
      *> currency) that the file left without a rate for the day is
      *> listed and raised as an alert, so the gap is chased before
      *> REVALUE-FX or the consolidation needs it. The file guard
      *> refuses a file already loaded clean. FX_RATE_REJECT_FILE
      *> names the reject log (default fx_rate_rejects.log).
       MAIN-LOGIC.
           MOVE L-RATE-DATE   TO WS-RATE-DATE
           MOVE L-RATE-FILE   TO WS-RATE-FILE-NAME
           MOVE L-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE 0             TO L-RETURN-CODE

           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-RATE-DATE
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               DISPLAY "FX-RATE-LOAD ERROR: BAD RATE DATE "
                   WS-RATE-DATE
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           MOVE "Y" TO WS-GUARD-STATUS
           CALL "FILE-GUARD" USING BY CONTENT "CHECK"
                                   BY CONTENT "FX-RATE-LOAD"
                                   BY REFERENCE WS-RATE-FILE-NAME
                                   WS-GUARD-STATUS
                                   WS-GUARD-OUTCOME
                                   WS-OPERATOR-ID
           IF WS-GUARD-STATUS = "N"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-REJECT-FILE-NAME
               FROM ENVIRONMENT "FX_RATE_REJECT_FILE"
           IF WS-REJECT-FILE-NAME = SPACES
               MOVE "fx_rate_rejects.log" TO WS-REJECT-FILE-NAME
           END-IF

           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS NOT = "00"
               DISPLAY "FX-RATE-LOAD ERROR: CANNOT OPEN "
                   WS-RATE-FILE-NAME
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REJECT-FILE
           IF WS-REJECT-FILE-STATUS NOT = "00"
               DISPLAY "FX-RATE-LOAD ERROR: CANNOT OPEN REJECT LOG "
                   WS-REJECT-FILE-NAME
               MOVE 1 TO L-RETURN-CODE
               CLOSE RATE-FILE
               GOBACK
           END-IF

           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "FX-RATE-LOAD ERROR: DATABASE CONNECTION "
                   "UNAVAILABLE"
               MOVE 1 TO L-RETURN-CODE
               CLOSE RATE-FILE
               CLOSE REJECT-FILE
               GOBACK
           END-IF

           CALL "CHECK-OPERATOR" USING WS-OPERATOR-ID
                                       BY CONTENT "E"
                                       BY REFERENCE WS-AUTHORIZED
           IF WS-AUTHORIZED NOT = "Y"
               DISPLAY "FX-RATE-LOAD ERROR: OPERATOR NOT AUTHORIZED"
               MOVE 4 TO L-RETURN-CODE
               CLOSE RATE-FILE
               CLOSE REJECT-FILE
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           MOVE "REFDATA_RATE_TOLERANCE" TO WS-PARAM-NAME
           MOVE SPACES TO WS-PARAM-COMPANY
           CALL "GET-PARAM" USING WS-PARAM-NAME WS-PARAM-COMPANY
                                  WS-PARAM-VALUE
           IF WS-PARAM-VALUE = SPACES
               MOVE 25 TO WS-TOLERANCE-PCT
           ELSE
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                   TO WS-TOLERANCE-PCT
           END-IF

           PERFORM UNTIL WS-EOF
               READ RATE-FILE INTO WS-INPUT-LINE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-INPUT-LINE NOT = SPACES
                           PERFORM LOAD-ONE-RATE
                       END-IF
               END-READ
           END-PERFORM

           PERFORM FIND-MISSING-CURRENCIES

           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT".
           CLOSE RATE-FILE
           CLOSE REJECT-FILE

           PERFORM REPORT-MISSING-CURRENCIES

           DISPLAY "FX-RATE-LOAD SUMMARY " WS-RATE-DATE
               ": APPLIED=" WS-APPLIED-COUNT
               " UNCHANGED=" WS-UNCHANGED-COUNT
               " STAGED=" WS-STAGED-COUNT
               " MISSING=" WS-MISSING-COUNT
               " REJECTED=" WS-REJECT-COUNT
               " ERRORS=" WS-ERROR-COUNT

           IF WS-REJECT-COUNT NOT = 0 OR WS-ERROR-COUNT NOT = 0
               MOVE 1 TO L-RETURN-CODE
               MOVE "ERRORS" TO WS-GUARD-OUTCOME
           ELSE
               MOVE "OK" TO WS-GUARD-OUTCOME
           END-IF
           CALL "FILE-GUARD" USING BY CONTENT "RECORD"
                                   BY CONTENT "FX-RATE-LOAD"
                                   BY REFERENCE WS-RATE-FILE-NAME
                                   WS-GUARD-STATUS
                                   WS-GUARD-OUTCOME
                                   WS-OPERATOR-ID
           GOBACK.

       LOAD-ONE-RATE.
           MOVE SPACES TO WS-CURRENCY-TEXT WS-DATE-TEXT WS-RATE-TEXT
           MOVE 0 TO WS-FIELD-COUNT
           UNSTRING WS-INPUT-LINE DELIMITED BY "|"
               INTO WS-CURRENCY-TEXT WS-DATE-TEXT WS-RATE-TEXT
               TALLYING IN WS-FIELD-COUNT

           IF WS-FIELD-COUNT < 3
               MOVE "TOO FEW FIELDS" TO WS-REJECT-REASON
               PERFORM REJECT-ONE-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(WS-CURRENCY-TEXT) TO WS-CURRENCY-TEXT
           IF WS-CURRENCY-TEXT (4:) NOT = SPACES
               OR WS-CURRENCY-TEXT (1:3) IS NOT ALPHABETIC-UPPER
               OR WS-CURRENCY-TEXT (3:1) = SPACE
               MOVE "BAD CURRENCY CODE" TO WS-REJECT-REASON
               PERFORM REJECT-ONE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENCY-TEXT (1:3) TO WS-CURRENCY
           IF WS-CURRENCY = "USD"
               MOVE "GROUP CURRENCY CARRIES NO RATE"
                   TO WS-REJECT-REASON
               PERFORM REJECT-ONE-LINE
               EXIT PARAGRAPH
           END-IF

      *> a file dated for another day is the wrong file - loading it
      *> under this date would post yesterday's market as today's.
           IF WS-DATE-TEXT NOT = SPACES
               AND WS-DATE-TEXT NOT = WS-RATE-DATE
               MOVE "RATE DATE IS NOT THE RUN'S RATE DATE"
                   TO WS-REJECT-REASON
               PERFORM REJECT-ONE-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-RATE-TEXT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-RATE-TEXT) NOT = 0
               MOVE "RATE NOT NUMERIC" TO WS-REJECT-REASON
               PERFORM REJECT-ONE-LINE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-RATE-TEXT) NOT > 0
               OR FUNCTION NUMVAL(WS-RATE-TEXT) NOT < 1000
               MOVE "RATE OUT OF RANGE" TO WS-REJECT-REASON
               PERFORM REJECT-ONE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-RATE-TEXT) TO WS-RATE
           IF WS-RATE = 0
               MOVE "RATE OUT OF RANGE" TO WS-REJECT-REASON
               PERFORM REJECT-ONE-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-SEEN-CURRENCY
           IF WS-FOUND-FLAG = "Y"
               MOVE "CURRENCY QUOTED TWICE IN FILE"
                   TO WS-REJECT-REASON
               PERFORM REJECT-ONE-LINE
               EXIT PARAGRAPH
           END-IF

      *> a rate already on file for the day at the same value is
      *> a reload, not a change.
           MOVE 0 TO WS-ON-FILE-RATE
           EXEC SQL
               SELECT COALESCE(MAX(rate), 0) INTO :WS-ON-FILE-RATE
                 FROM exchange_rate
                WHERE currency_code = :WS-CURRENCY
                  AND rate_date = :WS-RATE-DATE
           END-EXEC
           IF WS-ON-FILE-RATE = WS-RATE
               ADD 1 TO WS-UNCHANGED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PRIOR-RATE
           MOVE SPACES TO WS-PRIOR-DATE
           EXEC SQL
               SELECT rate, CAST(rate_date AS VARCHAR)
                 INTO :WS-PRIOR-RATE, :WS-PRIOR-DATE
                 FROM exchange_rate
                WHERE currency_code = :WS-CURRENCY
                  AND rate_date < :WS-RATE-DATE
                ORDER BY rate_date DESC
                LIMIT 1
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-PRIOR-RATE = 0
               DISPLAY "FX-RATE-LOAD: " WS-CURRENCY
                   " HAS NO PRIOR RATE - STAGED FOR CONFIRMATION"
               PERFORM STAGE-ONE-RATE
               EXIT PARAGRAPH
           END-IF

           IF WS-RATE > WS-PRIOR-RATE
               COMPUTE WS-DEVIATION-PCT ROUNDED =
                   (WS-RATE - WS-PRIOR-RATE) * 100 / WS-PRIOR-RATE
           ELSE
               COMPUTE WS-DEVIATION-PCT ROUNDED =
                   (WS-PRIOR-RATE - WS-RATE) * 100 / WS-PRIOR-RATE
           END-IF
           IF WS-DEVIATION-PCT > WS-TOLERANCE-PCT
               MOVE WS-DEVIATION-PCT TO WS-PCT-EDIT
               DISPLAY "FX-RATE-LOAD: " WS-CURRENCY " RATE "
                   FUNCTION TRIM(WS-RATE-TEXT) " IS "
                   FUNCTION TRIM(WS-PCT-EDIT) " PCT OFF "
                   WS-PRIOR-DATE "'S - STAGED FOR CONFIRMATION"
               PERFORM STAGE-ONE-RATE
               EXIT PARAGRAPH
           END-IF

           PERFORM APPLY-ONE-RATE
           EXIT.

       CHECK-SEEN-CURRENCY.
           MOVE "N" TO WS-FOUND-FLAG
           SET WS-SEEN-IDX TO 1
           SEARCH WS-SEEN-CURRENCY
               AT END
                   CONTINUE
               WHEN WS-SEEN-IDX > WS-SEEN-COUNT
                   CONTINUE
               WHEN WS-SEEN-CURRENCY (WS-SEEN-IDX) = WS-CURRENCY
                   MOVE "Y" TO WS-FOUND-FLAG
           END-SEARCH
           IF WS-FOUND-FLAG = "N" AND WS-SEEN-COUNT < 500
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-CURRENCY TO WS-SEEN-CURRENCY (WS-SEEN-COUNT)
           END-IF
           EXIT.

      *> the same "count, then insert or update" upsert and REF-APPLY
      *> audit row a confirmed keyed rate gets.
       APPLY-ONE-RATE.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM exchange_rate
                WHERE currency_code = :WS-CURRENCY
                  AND rate_date = :WS-RATE-DATE
           END-EXEC
           IF WS-ROW-COUNT = 0
               EXEC SQL
                   INSERT INTO exchange_rate
                       (currency_code, rate_date, rate)
                   VALUES (:WS-CURRENCY, :WS-RATE-DATE, :WS-RATE)
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE exchange_rate
                      SET rate = :WS-RATE
                    WHERE currency_code = :WS-CURRENCY
                      AND rate_date = :WS-RATE-DATE
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               DISPLAY "FX-RATE-LOAD ERROR APPLYING " WS-CURRENCY
                   ", SQLCODE=" SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "REF-APPLY" TO WS-AUDIT-ACTION
           PERFORM LOG-RATE-AUDIT
           ADD 1 TO WS-APPLIED-COUNT
           EXIT.

      *> staged exactly as MAINTAIN-REFDATA SET stages a keyed rate,
      *> with v2 FEED telling the confirmer it came from the provider
      *> outside tolerance. A rate already waiting for the same day
      *> is not staged twice.
       STAGE-ONE-RATE.
           MOVE WS-CURRENCY  TO WS-KEY1
           MOVE WS-RATE-DATE TO WS-KEY2
           MOVE WS-RATE TO WS-RATE-EDIT
           MOVE FUNCTION TRIM(WS-RATE-EDIT) TO WS-VAL1
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM refdata_pending
                WHERE table_name = :WS-TABLE-NAME
                  AND key1 = :WS-KEY1
                  AND key2 = :WS-KEY2
                  AND status = 'PENDING'
           END-EXEC
           IF WS-ROW-COUNT NOT = 0
               DISPLAY "FX-RATE-LOAD: " WS-CURRENCY " RATE FOR "
                   WS-RATE-DATE " ALREADY WAITING FOR CONFIRMATION"
               ADD 1 TO WS-STAGED-COUNT
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               INSERT INTO refdata_pending
                   (table_name, op, key1, key2, val1, val2,
                    requested_by)
               VALUES
                   (:WS-TABLE-NAME, :WS-OP, :WS-KEY1, :WS-KEY2,
                    :WS-VAL1, :WS-VAL2, :WS-OPERATOR-ID)
               RETURNING id INTO :WS-PENDING-ID
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "FX-RATE-LOAD ERROR STAGING " WS-CURRENCY
                   ", SQLCODE=" SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "REF-STAGE" TO WS-AUDIT-ACTION
           PERFORM LOG-RATE-AUDIT
           DISPLAY "FX-RATE-LOAD: " WS-CURRENCY " STAGED AS PENDING "
               WS-PENDING-ID
           ADD 1 TO WS-STAGED-COUNT
           EXIT.

      *> the currencies the ledger is using, less those with a rate
      *> for the day on file or waiting for confirmation.
       FIND-MISSING-CURRENCIES.
           MOVE WS-RATE-DATE (1:4) TO WS-DATE-NUM (1:4)
           MOVE WS-RATE-DATE (6:2) TO WS-DATE-NUM (5:2)
           MOVE WS-RATE-DATE (9:2) TO WS-DATE-NUM (7:2)
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM) - 31
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
           MOVE SPACES TO WS-WINDOW-START
           STRING WS-DATE-NUM (1:4) "-" WS-DATE-NUM (5:2) "-"
               WS-DATE-NUM (7:2)
               DELIMITED BY SIZE
               INTO WS-WINDOW-START
           END-STRING

           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT U.currency_code
                 FROM (SELECT currency_code
                         FROM exchange_rate
                        WHERE rate_date >= :WS-WINDOW-START
                          AND rate_date <  :WS-RATE-DATE
                       UNION
                       SELECT functional_currency
                         FROM company
                       UNION
                       SELECT DISTINCT currency_code
                         FROM journal_entry
                        WHERE status_flag = 'A') U
                WHERE U.currency_code <> 'USD'
                  AND NOT EXISTS
                      (SELECT 1 FROM exchange_rate R
                        WHERE R.currency_code = U.currency_code
                          AND R.rate_date = :WS-RATE-DATE)
                  AND NOT EXISTS
                      (SELECT 1 FROM refdata_pending P
                        WHERE P.table_name = 'EXCHANGE-RATE'
                          AND P.key1 = U.currency_code
                          AND P.key2 = :WS-RATE-DATE
                          AND P.status = 'PENDING')
                ORDER BY U.currency_code
           END-EXEC

           EXEC SQL OPEN C1 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C1 INTO :WS-CURRENCY
               END-EXEC
               IF SQLCODE = 0 AND WS-MISSING-COUNT < 500
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE WS-CURRENCY
                       TO WS-MISSING-CURRENCY (WS-MISSING-COUNT)
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C1 END-EXEC
           EXIT.

       REPORT-MISSING-CURRENCIES.
           IF WS-MISSING-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "FX-RATE-LOAD: CURRENCIES WITH NO RATE FOR "
               WS-RATE-DATE ":"
           PERFORM DISPLAY-ONE-MISSING
               VARYING WS-MISSING-IDX FROM 1 BY 1
               UNTIL WS-MISSING-IDX > WS-MISSING-COUNT

           MOVE WS-MISSING-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "RATE FEED " WS-RATE-DATE " LEFT "
               FUNCTION TRIM(WS-COUNT-EDIT)
               " CURRENCY(IES) IN USE WITHOUT A RATE, FIRST "
               WS-MISSING-CURRENCY (1)
               " - KEY OR LOAD THEM BEFORE REVALUATION"
               DELIMITED BY SIZE
               INTO WS-ALERT-MESSAGE
           END-STRING
           CALL "ALERT-POST" USING BY CONTENT "W"
                                   BY CONTENT "FX-RATE-LOAD"
                                   BY REFERENCE WS-ALERT-MESSAGE
           EXIT.

       DISPLAY-ONE-MISSING.
           DISPLAY "  MISSING " WS-MISSING-CURRENCY (WS-MISSING-IDX)
           EXIT.

       REJECT-ONE-LINE.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-REJECT-LINE
           STRING
               "REJECTED: " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               " LINE=" DELIMITED BY SIZE
               WS-INPUT-LINE DELIMITED BY SIZE
               INTO WS-REJECT-LINE
           END-STRING
           MOVE WS-REJECT-LINE TO FD-REJECT-LINE
           WRITE FD-REJECT-LINE
           EXIT.

      *> same entry_id-0 convention as MAINTAIN-REFDATA's audit rows.
       LOG-RATE-AUDIT.
           EXEC SQL
               INSERT INTO audit_log (entry_id, action, changed_by)
               VALUES (0, :WS-AUDIT-ACTION, :WS-OPERATOR-ID)
           END-EXEC
           EXIT.

       END PROGRAM FX-RATE-LOAD.
