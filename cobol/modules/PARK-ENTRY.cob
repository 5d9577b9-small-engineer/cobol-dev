       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARK-ENTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> a parked split's legs, in CREATE-SPLIT-ENTRY's own
      *> account|debit|credit|costcenter|project lines-file shape.
           SELECT LINES-FILE ASSIGN DYNAMIC WS-LINES-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LINES-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LINES-FILE.
       01  FD-LINE-REC         PIC X(256).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-PARK-ID        PIC 9(9).
       01  WS-KIND           PIC X(1).
       01  WS-RELEASE-DATE   PIC X(10).
       01  WS-ENTRY-DATE     PIC X(10).
       01  WS-DEBIT          PIC X(50).
       01  WS-CREDIT         PIC X(50).
       01  WS-AMOUNT         PIC 9(9)V99.
       01  WS-MEMO           PIC X(100).
       01  WS-IS-ACCRUAL     PIC X(1).
       01  WS-CURRENCY-CODE  PIC X(3).
       01  WS-EXCHANGE-RATE  PIC 9(3)V9(6).
       01  WS-FORCE-DUP      PIC X(1).
       01  WS-COST-CENTER    PIC X(10).
       01  WS-SOURCE-REF     PIC X(50).
       01  WS-SOURCE-CODE    PIC X(2).
       01  WS-TAX-CODE       PIC X(10).
       01  WS-CTL-OVERRIDE   PIC X(1).
       01  WS-COMMITMENT-ID  PIC 9(9).
       01  WS-UOM            PIC X(10).
       01  WS-LEDGER         PIC X(1).
       01  WS-PROJECT-CODE   PIC X(10).
       01  WS-COUNTERPARTY-ID PIC X(20).
       01  WS-OPERATOR-ID    PIC X(50).
       01  WS-OWNER          PIC X(50).
       01  WS-STATUS         PIC X(10).
       01  WS-ROW-COUNT      PIC 9(9).
       01  WS-LINE-ACCOUNT   PIC X(50).
       01  WS-LINE-DEBIT     PIC 9(9)V99.
       01  WS-LINE-CREDIT    PIC 9(9)V99.
       01  WS-LINE-COST-CENTER PIC X(10).
       01  WS-LINE-PROJECT   PIC X(10).
       01  WS-LIST-TOTAL     PIC 9(11)V99.
       01  WS-LIST-RC        PIC 9(4).
       01  WS-AUDIT-ACTION   PIC X(20).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01  WS-LINES-FILE-NAME   PIC X(256).
       01  WS-LINES-FILE-STATUS PIC X(2).
       01  WS-EOF-FLAG          PIC X(1)    VALUE "N".
           88  WS-EOF                       VALUE "Y".
       01  WS-INPUT-LINE        PIC X(256).
       01  WS-LINE-TEXT-DEBIT   PIC X(20).
       01  WS-LINE-TEXT-CREDIT  PIC X(20).
       01  WS-LEG-COUNT         PIC 9(5)    VALUE 0.
       01  WS-LEG-ERROR-COUNT   PIC 9(5)    VALUE 0.

       01  WS-CONNECT-STATUS  PIC X(1).
       01  WS-ENV-NAME        PIC X(30).
       01  WS-DATE-STATUS     PIC X(1).
       01  WS-AUTHORIZED      PIC X(1).
       01  WS-LIST-COUNT      PIC 9(5)      VALUE 0.
       01  WS-AMOUNT-EDIT     PIC Z(10)9.99.
       01  WS-RC-TEXT         PIC X(9).

       LINKAGE SECTION.
       01  L-MODE             PIC X(10).
       01  L-KIND             PIC X(1).
       01  L-PARK-ID          PIC 9(9).
       01  L-RELEASE-DATE     PIC X(10).
       01  L-DATE             PIC X(10).
       01  L-DEBIT            PIC X(50).
       01  L-CREDIT           PIC X(50).
       01  L-AMOUNT           PIC 9(9)V99.
       01  L-MEMO             PIC X(100).
       01  L-IS-ACCRUAL       PIC X(1).
       01  L-CURRENCY-CODE    PIC X(3).
       01  L-EXCHANGE-RATE    PIC 9(3)V9(6).
       01  L-FORCE-DUP        PIC X(1).
       01  L-COST-CENTER      PIC X(10).
       01  L-SOURCE-REF       PIC X(50).
       01  L-SOURCE-CODE      PIC X(2).
       01  L-TAX-CODE         PIC X(10).
       01  L-CONTROL-OVERRIDE PIC X(1).
       01  L-COMMITMENT-ID    PIC 9(9).
       01  L-UOM              PIC X(10).
       01  L-LEDGER           PIC X(1).
       01  L-PROJECT-CODE     PIC X(10).
       01  L-COUNTERPARTY-ID  PIC X(20).
       01  L-LINES-FILE       PIC X(256).
       01  L-RETURN-CODE      PIC 9(4).
       01  L-OPERATOR-ID      PIC X(50).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-MODE
               L-KIND
               L-PARK-ID
               L-RELEASE-DATE
               L-DATE
               L-DEBIT
               L-CREDIT
               L-AMOUNT
               L-MEMO
               L-IS-ACCRUAL
               L-CURRENCY-CODE
               L-EXCHANGE-RATE
               L-FORCE-DUP
               L-COST-CENTER
               L-SOURCE-REF
               L-SOURCE-CODE
               L-TAX-CODE
               L-CONTROL-OVERRIDE
               L-COMMITMENT-ID
               L-UOM
               L-LEDGER
               L-PROJECT-CODE
               L-COUNTERPARTY-ID
               L-LINES-FILE
               L-RETURN-CODE
               L-OPERATOR-ID.

      *> the parked-entry store: somewhere to keep an entry that is
      *> not ready to post, or not due yet, without it touching a
      *> balance. PARK takes the same payload CREATE-ENTRY (kind E)
      *> or CREATE-SPLIT-ENTRY (kind S, legs read from the lines
      *> file) takes, plus an optional release date; a non-zero park
      *> id re-parks that item in place - the owner's edit. Nothing
      *> is validated beyond the shape of what was keyed: an
      *> incomplete entry is exactly what parking is for, and
      *> PARK-RELEASE puts the whole payload through the posting
      *> path when it is released. LIST shows the operator's own
      *> parked and failed items; DISCARD withdraws one. Only the
      *> operator who parked an item may change or discard it.
       MAIN-LOGIC.
           MOVE L-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE 0             TO L-RETURN-CODE

           IF L-MODE NOT = "PARK" AND L-MODE NOT = "LIST"
               AND L-MODE NOT = "DISCARD"
               DISPLAY "PARK-ENTRY ERROR: MODE MUST BE PARK, LIST OR "
                   "DISCARD, GOT " L-MODE
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           IF L-MODE = "PARK"
               PERFORM EDIT-PARK-PAYLOAD
               IF L-RETURN-CODE NOT = 0
                   GOBACK
               END-IF
           END-IF

           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "PARK-ENTRY ERROR: DATABASE CONNECTION "
                   "UNAVAILABLE"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           CALL "CHECK-OPERATOR" USING WS-OPERATOR-ID
                                       BY CONTENT "E"
                                       BY REFERENCE WS-AUTHORIZED
           IF WS-AUTHORIZED NOT = "Y"
               DISPLAY "PARK-ENTRY ERROR: OPERATOR NOT AUTHORIZED"
               MOVE 4 TO L-RETURN-CODE
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           EVALUATE L-MODE
             WHEN "PARK"
                 PERFORM PARK-ONE-ENTRY
             WHEN "LIST"
                 PERFORM LIST-PARKED
             WHEN "DISCARD"
                 PERFORM DISCARD-ONE-ENTRY
           END-EVALUATE

           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT".
           GOBACK.

      *> the shape checks: a known kind, dates that are dates when
      *> given, and an entry date or a release date to post on.
       EDIT-PARK-PAYLOAD.
           MOVE L-KIND         TO WS-KIND
           MOVE L-PARK-ID      TO WS-PARK-ID
           MOVE L-RELEASE-DATE TO WS-RELEASE-DATE
           MOVE L-DATE         TO WS-ENTRY-DATE
           IF WS-KIND NOT = "E" AND WS-KIND NOT = "S"
               DISPLAY "PARK-ENTRY ERROR: KIND MUST BE E OR S, GOT "
                   WS-KIND
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RELEASE-DATE NOT = SPACES
               CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                      BY REFERENCE WS-RELEASE-DATE
                                      BY REFERENCE WS-DATE-STATUS
               IF WS-DATE-STATUS NOT = "Y"
                   DISPLAY "PARK-ENTRY ERROR: BAD RELEASE DATE "
                       WS-RELEASE-DATE
                   MOVE 1 TO L-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-ENTRY-DATE NOT = SPACES
               CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                      BY REFERENCE WS-ENTRY-DATE
                                      BY REFERENCE WS-DATE-STATUS
               IF WS-DATE-STATUS NOT = "Y"
                   DISPLAY "PARK-ENTRY ERROR: BAD ENTRY DATE "
                       WS-ENTRY-DATE
                   MOVE 1 TO L-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE L-MEMO             TO WS-MEMO
           MOVE L-IS-ACCRUAL       TO WS-IS-ACCRUAL
           IF WS-IS-ACCRUAL NOT = "Y"
               MOVE "N" TO WS-IS-ACCRUAL
           END-IF
           MOVE L-CONTROL-OVERRIDE TO WS-CTL-OVERRIDE
           MOVE L-SOURCE-CODE      TO WS-SOURCE-CODE
           MOVE L-COMMITMENT-ID    TO WS-COMMITMENT-ID
           MOVE L-LINES-FILE       TO WS-LINES-FILE-NAME

      *> a split carries only the fields CREATE-SPLIT-ENTRY takes;
      *> the rest of the entry payload is left empty on its row.
           IF WS-KIND = "E"
               MOVE L-DEBIT           TO WS-DEBIT
               MOVE L-CREDIT          TO WS-CREDIT
               MOVE L-AMOUNT          TO WS-AMOUNT
               MOVE L-CURRENCY-CODE   TO WS-CURRENCY-CODE
               MOVE L-EXCHANGE-RATE   TO WS-EXCHANGE-RATE
               MOVE L-FORCE-DUP       TO WS-FORCE-DUP
               MOVE L-COST-CENTER     TO WS-COST-CENTER
               MOVE L-SOURCE-REF      TO WS-SOURCE-REF
               MOVE L-TAX-CODE        TO WS-TAX-CODE
               MOVE L-UOM             TO WS-UOM
               MOVE L-LEDGER          TO WS-LEDGER
               MOVE L-PROJECT-CODE    TO WS-PROJECT-CODE
               MOVE L-COUNTERPARTY-ID TO WS-COUNTERPARTY-ID
           ELSE
               MOVE SPACES TO WS-DEBIT WS-CREDIT WS-CURRENCY-CODE
                   WS-FORCE-DUP WS-COST-CENTER WS-SOURCE-REF
                   WS-TAX-CODE WS-UOM WS-LEDGER WS-PROJECT-CODE
                   WS-COUNTERPARTY-ID
               MOVE 0 TO WS-AMOUNT WS-EXCHANGE-RATE
           END-IF
           EXIT.

       PARK-ONE-ENTRY.
           CALL "DB-UTIL" USING BY CONTENT "BEGIN"
           IF WS-PARK-ID = 0
               PERFORM INSERT-PARKED-ENTRY
           ELSE
               PERFORM CHECK-OWNED-ENTRY
               IF L-RETURN-CODE = 0
                   PERFORM UPDATE-PARKED-ENTRY
               END-IF
           END-IF

      *> an edit without a lines file keeps the legs already parked.
           IF L-RETURN-CODE = 0 AND WS-KIND = "S"
               AND WS-LINES-FILE-NAME NOT = SPACES
               PERFORM LOAD-PARKED-LEGS
           END-IF

           IF L-RETURN-CODE NOT = 0
               CALL "DB-UTIL" USING BY CONTENT "ROLLBACK"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               INSERT INTO audit_log (entry_id, action, changed_by)
               VALUES (:WS-PARK-ID, :WS-AUDIT-ACTION, :WS-OPERATOR-ID)
           END-EXEC
           CALL "DB-UTIL" USING BY CONTENT "COMMIT"

           MOVE WS-PARK-ID TO L-PARK-ID
           IF WS-RELEASE-DATE = SPACES
               DISPLAY "PARK-ENTRY: PARKED AS " WS-PARK-ID
                   " - NO RELEASE DATE, HELD UNTIL RELEASED"
           ELSE
               DISPLAY "PARK-ENTRY: PARKED AS " WS-PARK-ID
                   " FOR RELEASE ON " WS-RELEASE-DATE
           END-IF
           EXIT.

       INSERT-PARKED-ENTRY.
           EXEC SQL
               INSERT INTO parked_entry
                   (entry_kind, release_date, entry_date,
                    debit_account, credit_account, amount, memo,
                    is_accrual, currency_code, exchange_rate,
                    force_dup, cost_center, source_ref, source_code,
                    tax_code, ctl_override, commitment_id, uom,
                    ledger_code, project_code, counterparty_id,
                    parked_by)
               VALUES
                   (:WS-KIND,
                    CAST(NULLIF(TRIM(:WS-RELEASE-DATE), '') AS DATE),
                    CAST(NULLIF(TRIM(:WS-ENTRY-DATE), '') AS DATE),
                    :WS-DEBIT, :WS-CREDIT, :WS-AMOUNT, :WS-MEMO,
                    :WS-IS-ACCRUAL, :WS-CURRENCY-CODE,
                    :WS-EXCHANGE-RATE, :WS-FORCE-DUP,
                    :WS-COST-CENTER, :WS-SOURCE-REF, :WS-SOURCE-CODE,
                    :WS-TAX-CODE, :WS-CTL-OVERRIDE,
                    :WS-COMMITMENT-ID, :WS-UOM, :WS-LEDGER,
                    :WS-PROJECT-CODE,
                    NULLIF(TRIM(:WS-COUNTERPARTY-ID), ''),
                    :WS-OPERATOR-ID)
               RETURNING id INTO :WS-PARK-ID
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "PARK-ENTRY ERROR, SQLCODE=" SQLCODE
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "PARK" TO WS-AUDIT-ACTION
           EXIT.

      *> an edit puts the item back to PARKED, clearing a failed
      *> release's outcome, so the next release run tries it afresh.
       UPDATE-PARKED-ENTRY.
           EXEC SQL
               UPDATE parked_entry
                  SET entry_kind     = :WS-KIND,
                      release_date   =
                          CAST(NULLIF(TRIM(:WS-RELEASE-DATE), '')
                               AS DATE),
                      entry_date     =
                          CAST(NULLIF(TRIM(:WS-ENTRY-DATE), '')
                               AS DATE),
                      debit_account  = :WS-DEBIT,
                      credit_account = :WS-CREDIT,
                      amount         = :WS-AMOUNT,
                      memo           = :WS-MEMO,
                      is_accrual     = :WS-IS-ACCRUAL,
                      currency_code  = :WS-CURRENCY-CODE,
                      exchange_rate  = :WS-EXCHANGE-RATE,
                      force_dup      = :WS-FORCE-DUP,
                      cost_center    = :WS-COST-CENTER,
                      source_ref     = :WS-SOURCE-REF,
                      source_code    = :WS-SOURCE-CODE,
                      tax_code       = :WS-TAX-CODE,
                      ctl_override   = :WS-CTL-OVERRIDE,
                      commitment_id  = :WS-COMMITMENT-ID,
                      uom            = :WS-UOM,
                      ledger_code    = :WS-LEDGER,
                      project_code   = :WS-PROJECT-CODE,
                      counterparty_id =
                          NULLIF(TRIM(:WS-COUNTERPARTY-ID), ''),
                      status         = 'PARKED',
                      release_rc     = NULL
                WHERE id = :WS-PARK-ID
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "PARK-ENTRY ERROR, SQLCODE=" SQLCODE
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      *> an item re-parked as a simple entry sheds any legs it had.
           IF WS-KIND = "E"
               EXEC SQL
                   DELETE FROM parked_split_line
                    WHERE parked_id = :WS-PARK-ID
               END-EXEC
           END-IF
           MOVE "PARK-EDIT" TO WS-AUDIT-ACTION
           EXIT.

      *> the item must still be waiting (parked, or failed at
      *> release) and must be the operator's own.
       CHECK-OWNED-ENTRY.
           MOVE SPACES TO WS-OWNER WS-STATUS
           EXEC SQL
               SELECT parked_by, status
                 INTO :WS-OWNER, :WS-STATUS
                 FROM parked_entry
                WHERE id = :WS-PARK-ID
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "PARK-ENTRY ERROR: NO PARKED ENTRY "
                   WS-PARK-ID
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-OWNER NOT = WS-OPERATOR-ID
               DISPLAY "PARK-ENTRY ERROR: PARKED ENTRY " WS-PARK-ID
                   " BELONGS TO " FUNCTION TRIM(WS-OWNER)
               MOVE 4 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-STATUS NOT = "PARKED" AND WS-STATUS NOT = "FAILED"
               DISPLAY "PARK-ENTRY ERROR: PARKED ENTRY " WS-PARK-ID
                   " IS " FUNCTION TRIM(WS-STATUS)
                   " AND CAN NO LONGER CHANGE"
               MOVE 1 TO L-RETURN-CODE
           END-IF
           EXIT.

      *> the legs replace whatever the item held before. Amounts must
      *> be numbers; whether the legs balance or name real accounts
      *> is CREATE-SPLIT-ENTRY's to judge at release.
       LOAD-PARKED-LEGS.
           EXEC SQL
               DELETE FROM parked_split_line
                WHERE parked_id = :WS-PARK-ID
           END-EXEC

           OPEN INPUT LINES-FILE
           IF WS-LINES-FILE-STATUS NOT = "00"
               DISPLAY "PARK-ENTRY ERROR: CANNOT OPEN "
                   FUNCTION TRIM(WS-LINES-FILE-NAME)
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO WS-LEG-COUNT WS-LEG-ERROR-COUNT
           PERFORM UNTIL WS-EOF
               READ LINES-FILE INTO WS-INPUT-LINE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-INPUT-LINE NOT = SPACES
                           PERFORM PARK-ONE-LEG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LINES-FILE

           IF WS-LEG-ERROR-COUNT NOT = 0
               MOVE 1 TO L-RETURN-CODE
           END-IF
           EXIT.

       PARK-ONE-LEG.
           MOVE SPACES TO WS-LINE-ACCOUNT WS-LINE-TEXT-DEBIT
               WS-LINE-TEXT-CREDIT WS-LINE-COST-CENTER
               WS-LINE-PROJECT
           UNSTRING WS-INPUT-LINE DELIMITED BY "|"
               INTO WS-LINE-ACCOUNT WS-LINE-TEXT-DEBIT
                    WS-LINE-TEXT-CREDIT WS-LINE-COST-CENTER
                    WS-LINE-PROJECT
           IF WS-LINE-TEXT-DEBIT = SPACES
               MOVE "0" TO WS-LINE-TEXT-DEBIT
           END-IF
           IF WS-LINE-TEXT-CREDIT = SPACES
               MOVE "0" TO WS-LINE-TEXT-CREDIT
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-LINE-TEXT-DEBIT) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-LINE-TEXT-CREDIT) NOT = 0
               DISPLAY "PARK-ENTRY ERROR: LEG AMOUNT NOT NUMERIC: "
                   FUNCTION TRIM(WS-INPUT-LINE)
               ADD 1 TO WS-LEG-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-LINE-TEXT-DEBIT)  TO WS-LINE-DEBIT
           MOVE FUNCTION NUMVAL(WS-LINE-TEXT-CREDIT) TO WS-LINE-CREDIT

           EXEC SQL
               INSERT INTO parked_split_line
                   (parked_id, account_code, debit_amount,
                    credit_amount, cost_center, project_code)
               VALUES
                   (:WS-PARK-ID, :WS-LINE-ACCOUNT, :WS-LINE-DEBIT,
                    :WS-LINE-CREDIT, :WS-LINE-COST-CENTER,
                    :WS-LINE-PROJECT)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "PARK-ENTRY ERROR ON LEG "
                   FUNCTION TRIM(WS-LINE-ACCOUNT) ", SQLCODE=" SQLCODE
               ADD 1 TO WS-LEG-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LEG-COUNT
           EXIT.

       LIST-PARKED.
           DISPLAY "PARKED ENTRIES FOR " FUNCTION TRIM(WS-OPERATOR-ID)
           DISPLAY "ID        K STATUS     RELEASE    ENTRY DATE "
               "        AMOUNT LAST RC   MEMO"
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT P.id, P.entry_kind, P.status,
                      COALESCE(CAST(P.release_date AS VARCHAR), ' '),
                      COALESCE(CAST(P.entry_date AS VARCHAR), ' '),
                      CASE WHEN P.entry_kind = 'S'
                           THEN COALESCE((SELECT SUM(L.debit_amount)
                                  FROM parked_split_line L
                                 WHERE L.parked_id = P.id), 0)
                           ELSE P.amount END,
                      COALESCE(P.release_rc, 0),
                      COALESCE(P.memo, ' ')
                 FROM parked_entry P
                WHERE P.parked_by = :WS-OPERATOR-ID
                  AND P.status IN ('PARKED', 'FAILED')
                ORDER BY P.release_date, P.id
           END-EXEC

           EXEC SQL OPEN C1 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C1 INTO :WS-PARK-ID, :WS-KIND, :WS-STATUS,
                       :WS-RELEASE-DATE, :WS-ENTRY-DATE,
                       :WS-LIST-TOTAL, :WS-LIST-RC, :WS-MEMO
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-LIST-COUNT
                   MOVE WS-LIST-TOTAL TO WS-AMOUNT-EDIT
                   MOVE SPACES TO WS-RC-TEXT
                   IF WS-STATUS = "FAILED"
                       MOVE WS-LIST-RC TO WS-RC-TEXT
                   END-IF
                   DISPLAY WS-PARK-ID " " WS-KIND " " WS-STATUS (1:10)
                       " " WS-RELEASE-DATE " " WS-ENTRY-DATE " "
                       WS-AMOUNT-EDIT " " WS-RC-TEXT " "
                       WS-MEMO (1:40)
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C1 END-EXEC
           DISPLAY "PARKED=" WS-LIST-COUNT
           EXIT.

       DISCARD-ONE-ENTRY.
           MOVE L-PARK-ID TO WS-PARK-ID
           PERFORM CHECK-OWNED-ENTRY
           IF L-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE parked_entry
                  SET status = 'DISCARDED'
                WHERE id = :WS-PARK-ID
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "PARK-ENTRY ERROR, SQLCODE=" SQLCODE
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "PARK-DISCARD" TO WS-AUDIT-ACTION
           EXEC SQL
               INSERT INTO audit_log (entry_id, action, changed_by)
               VALUES (:WS-PARK-ID, :WS-AUDIT-ACTION, :WS-OPERATOR-ID)
           END-EXEC
           DISPLAY "PARK-ENTRY: PARKED ENTRY " WS-PARK-ID " DISCARDED"
           EXIT.

       END PROGRAM PARK-ENTRY.
