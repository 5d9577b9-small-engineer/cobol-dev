       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARK-RELEASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> a parked split's legs are written back out here, in the
      *> lines-file shape CREATE-SPLIT-ENTRY takes.
           SELECT PARKED-FILE ASSIGN DYNAMIC WS-PARKED-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PARKED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARKED-FILE.
       01  FD-PARKED-LINE      PIC X(256).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-RUN-DATE       PIC X(10).
       01  WS-PARK-ID        PIC 9(9).
       01  WS-KIND           PIC X(1).
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
       01  WS-OWNER          PIC X(50).
       01  WS-STATUS         PIC X(10).
       01  WS-OPERATOR-ID    PIC X(50).
       01  WS-RELEASE-RC     PIC 9(4).
       01  WS-RELEASED-ID    PIC 9(9).
       01  WS-NEW-STATUS     PIC X(10).
       01  WS-LEG-ACCOUNT    PIC X(50).
       01  WS-LEG-DEBIT      PIC 9(11)V99.
       01  WS-LEG-CREDIT     PIC 9(11)V99.
       01  WS-LEG-COST-CENTER PIC X(10).
       01  WS-LEG-PROJECT    PIC X(10).
       01  WS-AUDIT-ACTION   PIC X(20).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01  WS-CONNECT-STATUS  PIC X(1).
       01  WS-ENV-NAME        PIC X(30).
       01  WS-DATE-STATUS     PIC X(1).
       01  WS-AUTHORIZED      PIC X(1).
       01  WS-TODAY-RAW       PIC 9(8).
       01  WS-POST-DATE       PIC X(10).
       01  WS-BATCH-ID        PIC X(30)     VALUE SPACES.
       01  WS-NOT-APPROVED    PIC X(1)      VALUE "N".
       01  WS-CE-ENTRY-ID     PIC 9(9).
       01  WS-POST-RC         PIC 9(4).
       01  WS-RELEASED-COUNT  PIC 9(5)      VALUE 0.
       01  WS-HELD-COUNT      PIC 9(5)      VALUE 0.
       01  WS-FAILED-COUNT    PIC 9(5)      VALUE 0.
       01  WS-COUNT-EDIT      PIC Z(4)9.
       01  WS-HELD-EDIT       PIC Z(4)9.
       01  WS-FAILED-EDIT     PIC Z(4)9.
       01  WS-AMOUNT-EDIT     PIC Z(10)9.99.
       01  WS-DEBIT-EDIT      PIC Z(10)9.99.
       01  WS-CREDIT-EDIT     PIC Z(10)9.99.
       01  WS-RC-EDIT         PIC Z(3)9.
       01  WS-OUTCOME         PIC X(20).
       01  WS-RPT-LINE        PIC X(132).
       01  WS-ALERT-MESSAGE   PIC X(200).
       01  WS-PARKED-FILE-NAME   PIC X(256).
       01  WS-PARKED-FILE-STATUS PIC X(2).
       01  WS-PARKED-LINE     PIC X(256).

      *> every item due is buffered here while cursor C1 is open, and
      *> the session closed, before anything is posted - CREATE-ENTRY
      *> and CREATE-SPLIT-ENTRY connect and disconnect for themselves.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ROW OCCURS 500 TIMES
                   INDEXED BY WS-ITEM-IDX.
               10  WS-IT-PARK-ID         PIC 9(9).
               10  WS-IT-KIND            PIC X(1).
               10  WS-IT-ENTRY-DATE      PIC X(10).
               10  WS-IT-DEBIT           PIC X(50).
               10  WS-IT-CREDIT          PIC X(50).
               10  WS-IT-AMOUNT          PIC 9(9)V99.
               10  WS-IT-MEMO            PIC X(100).
               10  WS-IT-IS-ACCRUAL      PIC X(1).
               10  WS-IT-CURRENCY-CODE   PIC X(3).
               10  WS-IT-EXCHANGE-RATE   PIC 9(3)V9(6).
               10  WS-IT-FORCE-DUP       PIC X(1).
               10  WS-IT-COST-CENTER     PIC X(10).
               10  WS-IT-SOURCE-REF      PIC X(50).
               10  WS-IT-SOURCE-CODE     PIC X(2).
               10  WS-IT-TAX-CODE        PIC X(10).
               10  WS-IT-CTL-OVERRIDE    PIC X(1).
               10  WS-IT-COMMITMENT-ID   PIC 9(9).
               10  WS-IT-UOM             PIC X(10).
               10  WS-IT-LEDGER          PIC X(1).
               10  WS-IT-PROJECT-CODE    PIC X(10).
               10  WS-IT-COUNTERPARTY    PIC X(20).
               10  WS-IT-OWNER           PIC X(50).
               10  WS-IT-LEG-FIRST       PIC 9(5).
               10  WS-IT-LEG-COUNT       PIC 9(5).
       01  WS-ITEM-COUNT      PIC 9(5)      VALUE 0.
       01  WS-LEG-TABLE.
           05  WS-LEG-ROW OCCURS 9999 TIMES
                   INDEXED BY WS-LEG-IDX.
               10  WS-LG-ACCOUNT         PIC X(50).
               10  WS-LG-DEBIT           PIC 9(11)V99.
               10  WS-LG-CREDIT          PIC 9(11)V99.
               10  WS-LG-COST-CENTER     PIC X(10).
               10  WS-LG-PROJECT         PIC X(10).
       01  WS-LEG-COUNT       PIC 9(5)      VALUE 0.
       01  WS-LEG-LAST        PIC 9(5).

       LINKAGE SECTION.
       01  L-RUN-DATE         PIC X(10).
       01  L-PARK-ID          PIC 9(9).
       01  L-RETURN-CODE      PIC 9(4).
       01  L-OPERATOR-ID      PIC X(50).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-RUN-DATE
               L-PARK-ID
               L-RETURN-CODE
               L-OPERATOR-ID.

      *> releases parked entries through the ordinary posting path.
      *> With no park id it is the daily run: every PARKED item whose
      *> release date has come (L-RUN-DATE, or today when blank) is
      *> posted, oldest release date first. With a park id it is the
      *> owner releasing one parked or failed item now, whatever its
      *> release date. Each item is posted under the operator who
      *> parked it, so approval, controls and the audit trail see the
      *> keyer and not whoever ran the release; an item with no entry
      *> date takes the run date. A posting the ledger refuses leaves
      *> the item FAILED with the return code, for its owner to edit
      *> and re-park; one held for approval has still left the park
      *> and counts as released.
       MAIN-LOGIC.
           MOVE L-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE L-PARK-ID     TO WS-PARK-ID
           MOVE 0             TO L-RETURN-CODE

           MOVE L-RUN-DATE TO WS-RUN-DATE
           IF WS-RUN-DATE = SPACES
               ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
               MOVE SPACES TO WS-RUN-DATE
               STRING WS-TODAY-RAW (1:4) "-" WS-TODAY-RAW (5:2) "-"
                   WS-TODAY-RAW (7:2)
                   DELIMITED BY SIZE
                   INTO WS-RUN-DATE
               END-STRING
           END-IF
           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-RUN-DATE
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               DISPLAY "PARK-RELEASE ERROR: BAD RUN DATE " WS-RUN-DATE
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "PARK-RELEASE ERROR: DATABASE CONNECTION "
                   "UNAVAILABLE"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           CALL "CHECK-OPERATOR" USING WS-OPERATOR-ID
                                       BY CONTENT "E"
                                       BY REFERENCE WS-AUTHORIZED
           IF WS-AUTHORIZED NOT = "Y"
               DISPLAY "PARK-RELEASE ERROR: OPERATOR NOT AUTHORIZED"
               MOVE 4 TO L-RETURN-CODE
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           IF WS-PARK-ID NOT = 0
               PERFORM CHECK-OWNED-ENTRY
               IF L-RETURN-CODE NOT = 0
                   CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
                   GOBACK
               END-IF
           END-IF

           PERFORM LOAD-DUE-ITEMS
           PERFORM LOAD-ONE-ITEM-LEGS
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"

           ACCEPT WS-PARKED-FILE-NAME
               FROM ENVIRONMENT "PARKED_WORK_FILE"
           IF WS-PARKED-FILE-NAME = SPACES
               MOVE "parked_release.lines" TO WS-PARKED-FILE-NAME
           END-IF

           PERFORM START-RELEASE-REPORT
           PERFORM RELEASE-ONE-ITEM
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
           PERFORM FINISH-RELEASE-REPORT

           IF WS-FAILED-COUNT > 0
               MOVE WS-FAILED-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "PARKED ENTRY RELEASE " WS-RUN-DATE ": "
                   FUNCTION TRIM(WS-COUNT-EDIT)
                   " ITEM(S) REFUSED AND LEFT FAILED FOR THEIR OWNERS"
                   DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               END-STRING
               CALL "ALERT-POST" USING BY CONTENT "W"
                                       BY CONTENT "PARK-RELEASE"
                                       BY REFERENCE WS-ALERT-MESSAGE
               MOVE 1 TO L-RETURN-CODE
           END-IF

           DISPLAY "PARK-RELEASE: RELEASED=" WS-RELEASED-COUNT
               " HELD-FOR-APPROVAL=" WS-HELD-COUNT
               " FAILED=" WS-FAILED-COUNT
           GOBACK.

      *> a single-item release is its owner's to make, and only of an
      *> item still waiting.
       CHECK-OWNED-ENTRY.
           MOVE SPACES TO WS-OWNER WS-STATUS
           EXEC SQL
               SELECT parked_by, status
                 INTO :WS-OWNER, :WS-STATUS
                 FROM parked_entry
                WHERE id = :WS-PARK-ID
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "PARK-RELEASE ERROR: NO PARKED ENTRY "
                   WS-PARK-ID
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-OWNER NOT = WS-OPERATOR-ID
               DISPLAY "PARK-RELEASE ERROR: PARKED ENTRY " WS-PARK-ID
                   " BELONGS TO " FUNCTION TRIM(WS-OWNER)
               MOVE 4 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-STATUS NOT = "PARKED" AND WS-STATUS NOT = "FAILED"
               DISPLAY "PARK-RELEASE ERROR: PARKED ENTRY " WS-PARK-ID
                   " IS " FUNCTION TRIM(WS-STATUS)
               MOVE 1 TO L-RETURN-CODE
           END-IF
           EXIT.

       LOAD-DUE-ITEMS.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT id, entry_kind,
                      COALESCE(CAST(entry_date AS VARCHAR), ' '),
                      COALESCE(debit_account, ' '),
                      COALESCE(credit_account, ' '),
                      amount, COALESCE(memo, ' '), is_accrual,
                      COALESCE(currency_code, ' '), exchange_rate,
                      COALESCE(force_dup, ' '),
                      COALESCE(cost_center, ' '),
                      COALESCE(source_ref, ' '),
                      COALESCE(source_code, ' '),
                      COALESCE(tax_code, ' '),
                      COALESCE(ctl_override, ' '),
                      commitment_id, COALESCE(uom, ' '),
                      COALESCE(ledger_code, ' '),
                      COALESCE(project_code, ' '),
                      COALESCE(counterparty_id, ' '), parked_by
                 FROM parked_entry
                WHERE (:WS-PARK-ID = 0
                       AND status = 'PARKED'
                       AND release_date <= CAST(:WS-RUN-DATE AS DATE))
                   OR id = :WS-PARK-ID
                ORDER BY release_date, id
           END-EXEC

           EXEC SQL OPEN C1 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C1 INTO :WS-PARK-ID, :WS-KIND,
                       :WS-ENTRY-DATE, :WS-DEBIT, :WS-CREDIT,
                       :WS-AMOUNT, :WS-MEMO, :WS-IS-ACCRUAL,
                       :WS-CURRENCY-CODE, :WS-EXCHANGE-RATE,
                       :WS-FORCE-DUP, :WS-COST-CENTER,
                       :WS-SOURCE-REF, :WS-SOURCE-CODE,
                       :WS-TAX-CODE, :WS-CTL-OVERRIDE,
                       :WS-COMMITMENT-ID, :WS-UOM, :WS-LEDGER,
                       :WS-PROJECT-CODE, :WS-COUNTERPARTY-ID,
                       :WS-OWNER
               END-EXEC
               IF SQLCODE = 0
                   IF WS-ITEM-COUNT < 500
                       PERFORM BUFFER-ONE-ITEM
                   ELSE
                       DISPLAY "PARK-RELEASE ERROR: MORE THAN 500 "
                           "ITEMS DUE, PARKED ENTRY " WS-PARK-ID
                           " LEFT FOR A RERUN"
                       ADD 1 TO WS-FAILED-COUNT
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C1 END-EXEC
           EXIT.

       BUFFER-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           MOVE WS-PARK-ID       TO WS-IT-PARK-ID (WS-ITEM-COUNT)
           MOVE WS-KIND          TO WS-IT-KIND (WS-ITEM-COUNT)
           MOVE WS-ENTRY-DATE    TO WS-IT-ENTRY-DATE (WS-ITEM-COUNT)
           MOVE WS-DEBIT         TO WS-IT-DEBIT (WS-ITEM-COUNT)
           MOVE WS-CREDIT        TO WS-IT-CREDIT (WS-ITEM-COUNT)
           MOVE WS-AMOUNT        TO WS-IT-AMOUNT (WS-ITEM-COUNT)
           MOVE WS-MEMO          TO WS-IT-MEMO (WS-ITEM-COUNT)
           MOVE WS-IS-ACCRUAL    TO WS-IT-IS-ACCRUAL (WS-ITEM-COUNT)
           MOVE WS-CURRENCY-CODE
               TO WS-IT-CURRENCY-CODE (WS-ITEM-COUNT)
           MOVE WS-EXCHANGE-RATE
               TO WS-IT-EXCHANGE-RATE (WS-ITEM-COUNT)
           MOVE WS-FORCE-DUP     TO WS-IT-FORCE-DUP (WS-ITEM-COUNT)
           MOVE WS-COST-CENTER   TO WS-IT-COST-CENTER (WS-ITEM-COUNT)
           MOVE WS-SOURCE-REF    TO WS-IT-SOURCE-REF (WS-ITEM-COUNT)
           MOVE WS-SOURCE-CODE   TO WS-IT-SOURCE-CODE (WS-ITEM-COUNT)
           MOVE WS-TAX-CODE      TO WS-IT-TAX-CODE (WS-ITEM-COUNT)
           MOVE WS-CTL-OVERRIDE
               TO WS-IT-CTL-OVERRIDE (WS-ITEM-COUNT)
           MOVE WS-COMMITMENT-ID
               TO WS-IT-COMMITMENT-ID (WS-ITEM-COUNT)
           MOVE WS-UOM           TO WS-IT-UOM (WS-ITEM-COUNT)
           MOVE WS-LEDGER        TO WS-IT-LEDGER (WS-ITEM-COUNT)
           MOVE WS-PROJECT-CODE
               TO WS-IT-PROJECT-CODE (WS-ITEM-COUNT)
           MOVE WS-COUNTERPARTY-ID
               TO WS-IT-COUNTERPARTY (WS-ITEM-COUNT)
           MOVE WS-OWNER         TO WS-IT-OWNER (WS-ITEM-COUNT)
           MOVE 0 TO WS-IT-LEG-FIRST (WS-ITEM-COUNT)
                     WS-IT-LEG-COUNT (WS-ITEM-COUNT)
           EXIT.

       LOAD-ONE-ITEM-LEGS.
           IF WS-IT-KIND (WS-ITEM-IDX) NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IT-PARK-ID (WS-ITEM-IDX) TO WS-PARK-ID
           COMPUTE WS-IT-LEG-FIRST (WS-ITEM-IDX) = WS-LEG-COUNT + 1
           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT account_code, debit_amount, credit_amount,
                      COALESCE(cost_center, ' '),
                      COALESCE(project_code, ' ')
                 FROM parked_split_line
                WHERE parked_id = :WS-PARK-ID
                ORDER BY id
           END-EXEC

           EXEC SQL OPEN C2 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C2 INTO :WS-LEG-ACCOUNT, :WS-LEG-DEBIT,
                       :WS-LEG-CREDIT, :WS-LEG-COST-CENTER,
                       :WS-LEG-PROJECT
               END-EXEC
               IF SQLCODE = 0
                   IF WS-LEG-COUNT < 9999
                       ADD 1 TO WS-LEG-COUNT
                       ADD 1 TO WS-IT-LEG-COUNT (WS-ITEM-IDX)
                       MOVE WS-LEG-ACCOUNT
                           TO WS-LG-ACCOUNT (WS-LEG-COUNT)
                       MOVE WS-LEG-DEBIT
                           TO WS-LG-DEBIT (WS-LEG-COUNT)
                       MOVE WS-LEG-CREDIT
                           TO WS-LG-CREDIT (WS-LEG-COUNT)
                       MOVE WS-LEG-COST-CENTER
                           TO WS-LG-COST-CENTER (WS-LEG-COUNT)
                       MOVE WS-LEG-PROJECT
                           TO WS-LG-PROJECT (WS-LEG-COUNT)
                   ELSE
      *> a split short of legs must not post at all; with none it
      *> fails at release and stays with its owner.
                       MOVE 0 TO WS-IT-LEG-COUNT (WS-ITEM-IDX)
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C2 END-EXEC
           EXIT.

       RELEASE-ONE-ITEM.
           MOVE WS-IT-PARK-ID (WS-ITEM-IDX)   TO WS-PARK-ID
           MOVE WS-IT-OWNER (WS-ITEM-IDX)     TO WS-OWNER
           MOVE WS-IT-MEMO (WS-ITEM-IDX)      TO WS-MEMO
           MOVE WS-IT-ENTRY-DATE (WS-ITEM-IDX) TO WS-POST-DATE
           IF WS-POST-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-POST-DATE
           END-IF
           MOVE 0 TO WS-POST-RC WS-CE-ENTRY-ID

           IF WS-IT-KIND (WS-ITEM-IDX) = "E"
               PERFORM POST-ONE-ENTRY
           ELSE
               PERFORM POST-ONE-SPLIT
           END-IF

           EVALUATE WS-POST-RC
             WHEN 0
                 MOVE "RELEASED" TO WS-NEW-STATUS
                 MOVE "RELEASED" TO WS-OUTCOME
                 ADD 1 TO WS-RELEASED-COUNT
             WHEN 2
                 MOVE "RELEASED" TO WS-NEW-STATUS
                 MOVE "HELD FOR APPROVAL" TO WS-OUTCOME
                 ADD 1 TO WS-HELD-COUNT
             WHEN OTHER
                 MOVE "FAILED" TO WS-NEW-STATUS
                 MOVE "FAILED" TO WS-OUTCOME
                 ADD 1 TO WS-FAILED-COUNT
           END-EVALUATE

           PERFORM MARK-ONE-ITEM
           PERFORM REPORT-ONE-ITEM
           EXIT.

       POST-ONE-ENTRY.
           MOVE WS-IT-AMOUNT (WS-ITEM-IDX) TO WS-AMOUNT
           CALL "CREATE-ENTRY"
                USING WS-POST-DATE
                      WS-IT-DEBIT (WS-ITEM-IDX)
                      WS-IT-CREDIT (WS-ITEM-IDX)
                      WS-AMOUNT
                      WS-MEMO
                      WS-POST-RC
                      WS-OWNER
                      WS-BATCH-ID
                      WS-IT-CURRENCY-CODE (WS-ITEM-IDX)
                      WS-IT-EXCHANGE-RATE (WS-ITEM-IDX)
                      WS-IT-FORCE-DUP (WS-ITEM-IDX)
                      WS-NOT-APPROVED
                      WS-IT-IS-ACCRUAL (WS-ITEM-IDX)
                      WS-IT-COST-CENTER (WS-ITEM-IDX)
                      WS-IT-SOURCE-REF (WS-ITEM-IDX)
                      WS-IT-SOURCE-CODE (WS-ITEM-IDX)
                      WS-CE-ENTRY-ID
                      WS-IT-TAX-CODE (WS-ITEM-IDX)
                      WS-IT-CTL-OVERRIDE (WS-ITEM-IDX)
                      WS-IT-COMMITMENT-ID (WS-ITEM-IDX)
                      WS-IT-UOM (WS-ITEM-IDX)
                      WS-IT-LEDGER (WS-ITEM-IDX)
                      WS-IT-PROJECT-CODE (WS-ITEM-IDX)
                      WS-IT-COUNTERPARTY (WS-ITEM-IDX)
           EXIT.

       POST-ONE-SPLIT.
           IF WS-IT-LEG-COUNT (WS-ITEM-IDX) < 2
               DISPLAY "PARK-RELEASE ERROR: PARKED SPLIT " WS-PARK-ID
                   " HAS FEWER THAN TWO LEGS"
               MOVE 1 TO WS-POST-RC
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PARKED-FILE
           IF WS-PARKED-FILE-STATUS NOT = "00"
               DISPLAY "PARK-RELEASE ERROR: CANNOT OPEN WORK FILE "
                   WS-PARKED-FILE-NAME
               MOVE 1 TO WS-POST-RC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LEG-LAST = WS-IT-LEG-FIRST (WS-ITEM-IDX)
               + WS-IT-LEG-COUNT (WS-ITEM-IDX) - 1
           PERFORM WRITE-ONE-PARKED-LEG
               VARYING WS-LEG-IDX FROM WS-IT-LEG-FIRST (WS-ITEM-IDX)
               BY 1 UNTIL WS-LEG-IDX > WS-LEG-LAST
           CLOSE PARKED-FILE

           CALL "CREATE-SPLIT-ENTRY"
                USING WS-POST-DATE WS-MEMO WS-PARKED-FILE-NAME
                      WS-POST-RC WS-OWNER
                      WS-IT-CTL-OVERRIDE (WS-ITEM-IDX)
                      WS-IT-SOURCE-CODE (WS-ITEM-IDX)
                      WS-IT-COMMITMENT-ID (WS-ITEM-IDX)
                      WS-IT-IS-ACCRUAL (WS-ITEM-IDX)
           EXIT.

       WRITE-ONE-PARKED-LEG.
           MOVE WS-LG-DEBIT (WS-LEG-IDX)  TO WS-DEBIT-EDIT
           MOVE WS-LG-CREDIT (WS-LEG-IDX) TO WS-CREDIT-EDIT
           MOVE SPACES TO WS-PARKED-LINE
           STRING FUNCTION TRIM(WS-LG-ACCOUNT (WS-LEG-IDX)) "|"
               FUNCTION TRIM(WS-DEBIT-EDIT) "|"
               FUNCTION TRIM(WS-CREDIT-EDIT) "|"
               FUNCTION TRIM(WS-LG-COST-CENTER (WS-LEG-IDX)) "|"
               FUNCTION TRIM(WS-LG-PROJECT (WS-LEG-IDX))
               DELIMITED BY SIZE
               INTO WS-PARKED-LINE
           END-STRING
           MOVE WS-PARKED-LINE TO FD-PARKED-LINE
           WRITE FD-PARKED-LINE
           EXIT.

      *> each outcome is recorded as soon as it is known, in its own
      *> session, so a rerun after a crash never posts an item twice.
       MARK-ONE-ITEM.
           MOVE WS-POST-RC     TO WS-RELEASE-RC
           MOVE WS-CE-ENTRY-ID TO WS-RELEASED-ID
           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "PARK-RELEASE WARNING: PARKED ENTRY "
                   WS-PARK-ID " " FUNCTION TRIM(WS-OUTCOME)
                   " BUT COULD NOT BE MARKED"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE parked_entry
                  SET status            = :WS-NEW-STATUS,
                      release_rc        = :WS-RELEASE-RC,
                      released_entry_id =
                          NULLIF(:WS-RELEASED-ID, 0),
                      released_at       = CURRENT_TIMESTAMP,
                      released_by       = :WS-OPERATOR-ID
                WHERE id = :WS-PARK-ID
           END-EXEC

           IF WS-NEW-STATUS = "RELEASED"
               MOVE "PARK-RELEASE" TO WS-AUDIT-ACTION
           ELSE
               MOVE "PARK-FAIL" TO WS-AUDIT-ACTION
           END-IF
           EXEC SQL
               INSERT INTO audit_log (entry_id, action, changed_by)
               VALUES (:WS-PARK-ID, :WS-AUDIT-ACTION, :WS-OPERATOR-ID)
           END-EXEC

           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
           EXIT.

       START-RELEASE-REPORT.
           MOVE SPACES TO WS-RPT-LINE
           STRING "PARKED ENTRY RELEASE " WS-RUN-DATE
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "INIT"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING "PARK ID   K OWNER                POST DATE  "
               "       AMOUNT OUTCOME             RC"
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "HEADING"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

       REPORT-ONE-ITEM.
           IF WS-IT-KIND (WS-ITEM-IDX) = "E"
               MOVE WS-IT-AMOUNT (WS-ITEM-IDX) TO WS-AMOUNT-EDIT
           ELSE
               MOVE 0 TO WS-LEG-DEBIT
               IF WS-IT-LEG-COUNT (WS-ITEM-IDX) > 0
                   COMPUTE WS-LEG-LAST = WS-IT-LEG-FIRST (WS-ITEM-IDX)
                       + WS-IT-LEG-COUNT (WS-ITEM-IDX) - 1
                   PERFORM ADD-ONE-LEG-DEBIT
                       VARYING WS-LEG-IDX
                       FROM WS-IT-LEG-FIRST (WS-ITEM-IDX)
                       BY 1 UNTIL WS-LEG-IDX > WS-LEG-LAST
               END-IF
               MOVE WS-LEG-DEBIT TO WS-AMOUNT-EDIT
           END-IF
           MOVE WS-POST-RC TO WS-RC-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-PARK-ID " " WS-IT-KIND (WS-ITEM-IDX) " "
               WS-OWNER (1:20) " " WS-POST-DATE " "
               WS-AMOUNT-EDIT " " WS-OUTCOME " " WS-RC-EDIT
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

       ADD-ONE-LEG-DEBIT.
           ADD WS-LG-DEBIT (WS-LEG-IDX) TO WS-LEG-DEBIT
           EXIT.

       FINISH-RELEASE-REPORT.
           MOVE WS-RELEASED-COUNT TO WS-COUNT-EDIT
           MOVE WS-HELD-COUNT     TO WS-HELD-EDIT
           MOVE WS-FAILED-COUNT   TO WS-FAILED-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "RELEASED " FUNCTION TRIM(WS-COUNT-EDIT)
               "  HELD FOR APPROVAL " FUNCTION TRIM(WS-HELD-EDIT)
               "  FAILED " FUNCTION TRIM(WS-FAILED-EDIT)
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING BY CONTENT "CLOSE"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

       END PROGRAM PARK-RELEASE.
