       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> one bank statement item per line, pipe-delimited
      *> date|amount|reference, optionally followed by the bank's
      *> |typecode|valuedate|D-or-C. A BAI2 or MT940 file is
      *> converted to this layout by BANK-STMT-LOAD first, so the
      *> file read here is either the one named on the action or
      *> its work file.
           SELECT BANK-FILE ASSIGN DYNAMIC WS-STMT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BANK-FILE-STATUS.

       01  WS-BANK-REF-SQL     PIC X(50).
       01  WS-OUT-ITEM-ID      PIC 9(9).
       01  WS-OUT-COUNT        PIC 9(9).
       01  WS-BANK-TYPE-CODE   PIC X(10).
       01  WS-BANK-VALUE-DATE  PIC X(10).
       01  WS-BANK-DC          PIC X(1).
       01  WS-RULE-ID          PIC 9(9).
       01  WS-RULE-OFFSET      PIC X(50).
       01  WS-RULE-CC          PIC X(10).
       01  WS-RULE-DIRECTION   PIC X(1).
       COPY JOURNAL-ENTRY.
       EXEC SQL END DECLARE SECTION END-EXEC.


       01  WS-BANK-FILE-NAME    PIC X(256).
       01  WS-BANK-FILE-STATUS  PIC X(2).
       01  WS-STMT-FILE-NAME    PIC X(256).
       01  WS-STMT-FORMAT       PIC X(1).
       01  WS-BANK-ACCOUNT      PIC X(35).
       01  WS-LOAD-RC           PIC 9(4).
       01  WS-EOF-FLAG          PIC X(1)    VALUE "N".
           88  WS-EOF                       VALUE "Y".

       01  WS-UNMATCHED-ENTRY-COUNT   PIC 9(9) VALUE 0.
       01  WS-CONNECT-STATUS     PIC X(1).
       01  WS-ENV-NAME           PIC X(30).
       01  WS-PARAM-NAME         PIC X(30).
       01  WS-PARAM-COMPANY      PIC X(5).
       01  WS-PARAM-VALUE        PIC X(100).
       01  WS-ALERT-MESSAGE      PIC X(200).
       01  WS-TOLERANCE-TEXT     PIC X(9).
       01  WS-TOLERANCE          PIC 9(9)  VALUE 0.
               10  WS-TBL-DATE      PIC X(10).
               10  WS-TBL-AMOUNT    PIC 9(11)V99.
               10  WS-TBL-REFERENCE PIC X(50).
               10  WS-TBL-TYPE-CODE PIC X(10).
               10  WS-TBL-VALUE-DATE PIC X(10).
               10  WS-TBL-DC        PIC X(1).
       01  WS-CARRIED-COUNT      PIC 9(9)  VALUE 0.
       01  WS-CARRIED-CLEARED    PIC 9(9)  VALUE 0.
       01  WS-GUARD-STATUS       PIC X(1).
               10  WS-UMT-AMOUNT   PIC 9(11)V99.
       01  WS-UNMATCHED-TBL-COUNT PIC 9(9)  VALUE 0.

      *> bank-originated lines a bank_item_rule recognizes - fees,
      *> charges, interest - buffered during matching and posted
      *> once this run's session is down, since CREATE-ENTRY opens
      *> and closes its own. A carried item keeps its
      *> outstanding_item id so it can be cleared once posted.
       01  WS-AUTOPOST-TABLE.
           05  WS-AUTOPOST-ROW OCCURS 999 TIMES
                   INDEXED BY WS-AUTOPOST-IDX.
               10  WS-APT-ITEM-ID    PIC 9(9).
               10  WS-APT-DATE       PIC X(10).
               10  WS-APT-AMOUNT     PIC 9(9)V99.
               10  WS-APT-REFERENCE  PIC X(50).
               10  WS-APT-TYPE-CODE  PIC X(10).
               10  WS-APT-VALUE-DATE PIC X(10).
               10  WS-APT-DC         PIC X(1).
               10  WS-APT-RULE-ID    PIC 9(9).
               10  WS-APT-OFFSET     PIC X(50).
               10  WS-APT-CC         PIC X(10).
               10  WS-APT-DIRECTION  PIC X(1).
               10  WS-APT-ENTRY-ID   PIC 9(9).
               10  WS-APT-RC         PIC 9(4).
       01  WS-AUTOPOST-COUNT      PIC 9(9)  VALUE 0.
       01  WS-AUTOPOSTED-COUNT    PIC 9(9)  VALUE 0.
       01  WS-AUTOPOST-FAILED     PIC 9(9)  VALUE 0.
       01  WS-RULE-HIT-FLAG       PIC X(1).
           88  WS-RULE-HIT                  VALUE "Y".

      *> CREATE-ENTRY parameters for the auto-posted bank items,
      *> under their own BK source code with the bank's reference as
      *> source_ref.
       01  WS-POST-MEMO           PIC X(100).
       01  WS-POST-DEBIT          PIC X(50).
       01  WS-POST-CREDIT         PIC X(50).
       01  WS-POST-SOURCE-REF     PIC X(50).
       01  WS-BATCH-ID            PIC X(30)     VALUE SPACES.
       01  WS-CURRENCY-CODE       PIC X(3)      VALUE SPACES.
       01  WS-EXCHANGE-RATE       PIC 9(3)V9(6) VALUE 0.
       01  WS-FORCE-DUP           PIC X(1)      VALUE "Y".
       01  WS-NOT-APPROVED        PIC X(1)      VALUE "N".
       01  WS-NOT-ACCRUAL         PIC X(1)      VALUE "N".
       01  WS-SOURCE-CODE         PIC X(2)      VALUE "BK".
       01  WS-CE-ENTRY-ID         PIC 9(9).
       01  WS-TAX-CODE            PIC X(10)     VALUE SPACES.
       01  WS-CTL-OVERRIDE        PIC X(1)      VALUE SPACES.
       01  WS-COMMITMENT-ID       PIC 9(9)      VALUE 0.
       01  WS-NO-UOM              PIC X(10)     VALUE SPACES.
       01  WS-NO-PROJECT          PIC X(10)     VALUE SPACES.
       01  WS-NO-COUNTERPARTY     PIC X(20)     VALUE SPACES.
       01  WS-LEDGER-CODE         PIC X(1)      VALUE SPACES.
       01  WS-CE-RETURN-CODE      PIC 9(4).

       LINKAGE SECTION.
       01  L-CASH-ACCOUNT      PIC X(50).
       01  L-START-DATE        PIC X(10).
       01  L-END-DATE          PIC X(10).
       01  L-BANK-FILE         PIC X(256).
       01  L-BANK-ACCOUNT      PIC X(100).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-CASH-ACCOUNT
               L-START-DATE
               L-END-DATE
               L-BANK-FILE
               L-BANK-ACCOUNT.

      *> matches each bank statement line against an unreconciled
      *> journal_entry row for the cash account over the same period,
           MOVE L-START-DATE   TO WS-START-DATE
           MOVE L-END-DATE     TO WS-END-DATE
           MOVE L-BANK-FILE    TO WS-BANK-FILE-NAME
           MOVE L-BANK-ACCOUNT TO WS-BANK-ACCOUNT

      *> a bank statement already matched clean must not be matched
      *> again - its second pass would mark a different set of
               GOBACK
           END-IF

      *> the bank's native BAI2 / MT940 file is taken as sent: the
      *> loader rewrites it as statement lines and proves opening
      *> balance plus detail to closing balance first. A statement
      *> that does not prove is not matched at all - matching half a
      *> statement would reconcile against money the bank has not
      *> accounted for. Only the section for this cash account's
      *> bank account is taken - another account's lines matched or
      *> auto-posted against this cash account would be wrong twice.
           MOVE 0 TO WS-LOAD-RC
           CALL "BANK-STMT-LOAD" USING WS-BANK-FILE-NAME
                                       WS-STMT-FILE-NAME
                                       WS-STMT-FORMAT
                                       WS-LOAD-RC
                                       WS-BANK-ACCOUNT
           IF WS-LOAD-RC NOT = 0
               DISPLAY "RECONCILE ERROR: BANK STATEMENT "
                   WS-BANK-FILE-NAME " REJECTED, NOTHING MATCHED"
               MOVE "ERRORS" TO WS-GUARD-OUTCOME
               CALL "FILE-GUARD" USING BY CONTENT "RECORD"
                                       BY CONTENT "RECONCILE"
                                       BY REFERENCE WS-BANK-FILE-NAME
                                       WS-GUARD-STATUS
                                       WS-GUARD-OUTCOME
                                       WS-OPERATOR-ID
               GOBACK
           END-IF

           OPEN INPUT BANK-FILE
           IF WS-BANK-FILE-STATUS NOT = "00"
               DISPLAY "RECONCILE ERROR: CANNOT OPEN " WS-STMT-FILE-NAME
               GOBACK
           END-IF

           DISPLAY "BANK RECONCILIATION FOR " WS-CASH-ACCOUNT " "
               WS-START-DATE " TO " WS-END-DATE

           MOVE "RECON_TOLERANCE" TO WS-PARAM-NAME
           MOVE SPACES TO WS-PARAM-COMPANY
           CALL "GET-PARAM" USING WS-PARAM-NAME WS-PARAM-COMPANY
                                  WS-PARAM-VALUE
           MOVE WS-PARAM-VALUE TO WS-TOLERANCE-TEXT
           IF WS-TOLERANCE-TEXT = SPACES
               MOVE 0 TO WS-TOLERANCE
           ELSE
               MOVE WS-TOLERANCE-TEXT TO WS-TOLERANCE
           END-IF

      *> last run's leftovers come first - the stale check or
      *> deposit-in-transit that finally posted must clear before new
      *> activity is touched, or it would show up as "unmatched" for
           PERFORM REPORT-UNMATCHED-ENTRIES
           PERFORM RECORD-UNMATCHED-ENTRIES

           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"

      *> the bank-originated lines the rule master recognized post
      *> now, through the normal CREATE-ENTRY edits, and are marked
      *> reconciled in the same run - nobody keys the monthly
      *> service charge by hand any more.
           IF WS-AUTOPOST-COUNT > 0
               PERFORM POST-BANK-ITEMS
           END-IF

           DISPLAY "RECONCILE SUMMARY: MATCHED=" WS-MATCHED-COUNT
               " CARRIED ITEMS CLEARED=" WS-CARRIED-CLEARED
               " AUTO-POSTED=" WS-AUTOPOSTED-COUNT
               " UNMATCHED BANK ITEMS=" WS-UNMATCHED-BANK-COUNT
               " UNMATCHED ENTRIES=" WS-UNMATCHED-ENTRY-COUNT

      *> unmatched residue is normal reconciliation work, not a
      *> failed run - the statement itself was consumed clean.
           MOVE "OK" TO WS-GUARD-OUTCOME
      *> residue past the tolerance goes on the alert queue instead
      *> of only scrolling by in the console. RECON_TOLERANCE is the
      *> number of unmatched items (both sides together) the shop is
      *> prepared to chase by hand; unset means zero - read from
      *> the parameter table while the session was up. Posted only
      *> after this run's own session is down, the way BATCH-CONTROL
      *> does it - ALERT-POST connects and disconnects on its own,
      *> which must never land on top of a connection this program
      *> is still using.
           COMPUTE WS-RESIDUE-COUNT =
               WS-UNMATCHED-BANK-COUNT + WS-UNMATCHED-ENTRY-COUNT
           IF WS-RESIDUE-COUNT > WS-TOLERANCE
           EXEC SQL
               DECLARE C3 CURSOR FOR
               SELECT id, CAST(item_date AS VARCHAR), amount,
                      COALESCE(reference, ' '),
                      COALESCE(bank_type_code, ' '),
                      COALESCE(CAST(value_date AS VARCHAR), ' '),
                      COALESCE(dc, ' ')
                 FROM outstanding_item
                WHERE cash_account = :WS-CASH-ACCOUNT
                  AND item_type = 'B'
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C3 INTO :WS-OUT-ITEM-ID, :WS-BANK-DATE,
                       :WS-BANK-AMOUNT, :WS-BANK-REF-SQL,
                       :WS-BANK-TYPE-CODE, :WS-BANK-VALUE-DATE,
                       :WS-BANK-DC
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-CARRIED-COUNT
                       TO WS-TBL-AMOUNT (WS-CARRIED-COUNT)
                   MOVE WS-BANK-REF-SQL
                       TO WS-TBL-REFERENCE (WS-CARRIED-COUNT)
                   MOVE WS-BANK-TYPE-CODE
                       TO WS-TBL-TYPE-CODE (WS-CARRIED-COUNT)
                   MOVE WS-BANK-VALUE-DATE
                       TO WS-TBL-VALUE-DATE (WS-CARRIED-COUNT)
                   MOVE WS-BANK-DC
                       TO WS-TBL-DC (WS-CARRIED-COUNT)
               END-IF
           END-PERFORM

           MOVE WS-TBL-AMOUNT (WS-CARRIED-IDX)    TO WS-BANK-AMOUNT
           MOVE WS-TBL-REFERENCE (WS-CARRIED-IDX) TO WS-BANK-REF-SQL
           MOVE WS-TBL-ITEM-ID (WS-CARRIED-IDX)   TO WS-OUT-ITEM-ID
           MOVE WS-TBL-TYPE-CODE (WS-CARRIED-IDX) TO WS-BANK-TYPE-CODE
           MOVE WS-TBL-VALUE-DATE (WS-CARRIED-IDX)
               TO WS-BANK-VALUE-DATE
           MOVE WS-TBL-DC (WS-CARRIED-IDX)        TO WS-BANK-DC

           EXEC SQL
               SELECT id INTO :WS-MATCH-ID
                LIMIT 1
           END-EXEC

      *> still nothing on the ledger for it - but a fee or interest
      *> line carried from before the rule existed is the bank's own
      *> doing, and gets posted rather than aged another month.
           IF SQLCODE NOT = 0
               PERFORM FIND-BANK-ITEM-RULE
               IF WS-RULE-HIT
                   PERFORM BUFFER-BANK-ITEM
               END-IF
               EXIT PARAGRAPH
           END-IF

      *> on a hit, otherwise counts the bank item as unmatched and
      *> puts it on the carried-forward list for the next run.
       MATCH-ONE-BANK-LINE.
           MOVE SPACES TO WS-BANK-TYPE-CODE WS-BANK-VALUE-DATE
                          WS-BANK-DC
           UNSTRING WS-INPUT-LINE DELIMITED BY "|"
               INTO WS-BANK-DATE WS-BANK-AMOUNT-TEXT WS-BANK-REFERENCE
                    WS-BANK-TYPE-CODE WS-BANK-VALUE-DATE WS-BANK-DC
           MOVE WS-BANK-AMOUNT-TEXT TO WS-BANK-AMOUNT

           EXEC SQL
                   " TO ENTRY " WS-MATCH-ID
               ADD 1 TO WS-MATCHED-COUNT
           ELSE
               MOVE WS-BANK-REFERENCE TO WS-BANK-REF-SQL
               MOVE 0 TO WS-OUT-ITEM-ID
               PERFORM FIND-BANK-ITEM-RULE
               IF WS-RULE-HIT
                   PERFORM BUFFER-BANK-ITEM
               ELSE
                   DISPLAY "UNMATCHED BANK ITEM " WS-BANK-DATE " "
                       WS-BANK-AMOUNT " " WS-BANK-REFERENCE
                       " TYPE " WS-BANK-TYPE-CODE
                       " VALUE " WS-BANK-VALUE-DATE
                   ADD 1 TO WS-UNMATCHED-BANK-COUNT
                   PERFORM RECORD-OUTSTANDING-BANK-ITEM
               END-IF
           END-IF
           EXIT.

      *> the most specific active rule for this cash account whose
      *> pattern fits the bank reference (match-on R) or the bank's
      *> type code (match-on T). When the statement says which way
      *> the money moved, the rule's direction has to agree - an
      *> interest rule never swallows a same-named charge.
       FIND-BANK-ITEM-RULE.
           MOVE "N" TO WS-RULE-HIT-FLAG
           EXEC SQL
               SELECT id, offset_account, COALESCE(cost_center, ' '),
                      direction
                 INTO :WS-RULE-ID, :WS-RULE-OFFSET, :WS-RULE-CC,
                      :WS-RULE-DIRECTION
                 FROM bank_item_rule
                WHERE cash_account = :WS-CASH-ACCOUNT
                  AND active_flag = 'Y'
                  AND ((match_on = 'R'
                        AND TRIM(:WS-BANK-REF-SQL) LIKE pattern)
                    OR (match_on = 'T'
                        AND TRIM(:WS-BANK-TYPE-CODE) LIKE pattern))
                  AND (:WS-BANK-DC = ' '
                       OR direction = :WS-BANK-DC)
                ORDER BY LENGTH(pattern) DESC, id
                LIMIT 1
           END-EXEC
           IF SQLCODE = 0
               MOVE "Y" TO WS-RULE-HIT-FLAG
           END-IF
           EXIT.

       BUFFER-BANK-ITEM.
           IF WS-AUTOPOST-COUNT >= 999
               DISPLAY "RECONCILE WARNING: AUTO-POST BUFFER FULL, "
                   "BANK ITEM " WS-BANK-REF-SQL (1:20) " LEFT OPEN"
               IF WS-OUT-ITEM-ID = 0
                   ADD 1 TO WS-UNMATCHED-BANK-COUNT
                   PERFORM RECORD-OUTSTANDING-BANK-ITEM
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AUTOPOST-COUNT
           SET WS-AUTOPOST-IDX TO WS-AUTOPOST-COUNT
           MOVE WS-OUT-ITEM-ID     TO WS-APT-ITEM-ID (WS-AUTOPOST-IDX)
           MOVE WS-BANK-DATE       TO WS-APT-DATE (WS-AUTOPOST-IDX)
           MOVE WS-BANK-AMOUNT     TO WS-APT-AMOUNT (WS-AUTOPOST-IDX)
           MOVE WS-BANK-REF-SQL
               TO WS-APT-REFERENCE (WS-AUTOPOST-IDX)
           MOVE WS-BANK-TYPE-CODE
               TO WS-APT-TYPE-CODE (WS-AUTOPOST-IDX)
           MOVE WS-BANK-VALUE-DATE
               TO WS-APT-VALUE-DATE (WS-AUTOPOST-IDX)
           MOVE WS-BANK-DC         TO WS-APT-DC (WS-AUTOPOST-IDX)
           MOVE WS-RULE-ID         TO WS-APT-RULE-ID (WS-AUTOPOST-IDX)
           MOVE WS-RULE-OFFSET     TO WS-APT-OFFSET (WS-AUTOPOST-IDX)
           MOVE WS-RULE-CC         TO WS-APT-CC (WS-AUTOPOST-IDX)
           MOVE WS-RULE-DIRECTION
               TO WS-APT-DIRECTION (WS-AUTOPOST-IDX)
           MOVE 0 TO WS-APT-ENTRY-ID (WS-AUTOPOST-IDX)
           MOVE 0 TO WS-APT-RC (WS-AUTOPOST-IDX)
           EXIT.

      *> one CREATE-ENTRY per recognized bank item, then one session
      *> to mark what posted reconciled (and clear any carried item
      *> it came from). An item CREATE-ENTRY refused - closed period,
      *> held for approval, dead account - is not lost: it goes on
      *> outstanding_item like any unmatched bank line, to age until
      *> someone deals with it.
       POST-BANK-ITEMS.
           PERFORM POST-ONE-BANK-ITEM
               VARYING WS-AUTOPOST-IDX FROM 1 BY 1
               UNTIL WS-AUTOPOST-IDX > WS-AUTOPOST-COUNT

           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "RECONCILE ERROR: DATABASE CONNECTION "
                   "UNAVAILABLE, AUTO-POSTED ITEMS NOT MARKED "
                   "RECONCILED"
               EXIT PARAGRAPH
           END-IF
           PERFORM MARK-ONE-BANK-ITEM
               VARYING WS-AUTOPOST-IDX FROM 1 BY 1
               UNTIL WS-AUTOPOST-IDX > WS-AUTOPOST-COUNT
           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
           EXIT.

      *> the bank took the money (D): debit the offset, credit cash.
      *> The bank paid it (C): debit cash, credit the offset.
       POST-ONE-BANK-ITEM.
           IF WS-APT-DIRECTION (WS-AUTOPOST-IDX) = "D"
               MOVE WS-APT-OFFSET (WS-AUTOPOST-IDX) TO WS-POST-DEBIT
               MOVE WS-CASH-ACCOUNT                 TO WS-POST-CREDIT
           ELSE
               MOVE WS-CASH-ACCOUNT                 TO WS-POST-DEBIT
               MOVE WS-APT-OFFSET (WS-AUTOPOST-IDX) TO WS-POST-CREDIT
           END-IF
           MOVE WS-APT-DATE (WS-AUTOPOST-IDX)   TO WS-BANK-DATE
           MOVE WS-APT-CC (WS-AUTOPOST-IDX)     TO WS-RULE-CC
           MOVE WS-APT-REFERENCE (WS-AUTOPOST-IDX)
               TO WS-POST-SOURCE-REF
           MOVE SPACES TO WS-POST-MEMO
           STRING "BANK ITEM "
               FUNCTION TRIM(WS-APT-TYPE-CODE (WS-AUTOPOST-IDX))
               " " FUNCTION TRIM(WS-APT-REFERENCE (WS-AUTOPOST-IDX))
               " RULE " WS-APT-RULE-ID (WS-AUTOPOST-IDX)
               INTO WS-POST-MEMO
           END-STRING
           MOVE 0 TO WS-CE-RETURN-CODE
           MOVE 0 TO WS-CE-ENTRY-ID

           CALL "CREATE-ENTRY"
                USING WS-BANK-DATE WS-POST-DEBIT WS-POST-CREDIT
                      WS-APT-AMOUNT (WS-AUTOPOST-IDX) WS-POST-MEMO
                      WS-CE-RETURN-CODE WS-OPERATOR-ID WS-BATCH-ID
                      WS-CURRENCY-CODE WS-EXCHANGE-RATE WS-FORCE-DUP
                      WS-NOT-APPROVED WS-NOT-ACCRUAL WS-RULE-CC
                      WS-POST-SOURCE-REF WS-SOURCE-CODE WS-CE-ENTRY-ID
                      WS-TAX-CODE WS-CTL-OVERRIDE
                      WS-COMMITMENT-ID WS-NO-UOM
                      WS-LEDGER-CODE WS-NO-PROJECT WS-NO-COUNTERPARTY

           MOVE WS-CE-RETURN-CODE TO WS-APT-RC (WS-AUTOPOST-IDX)
           MOVE WS-CE-ENTRY-ID    TO WS-APT-ENTRY-ID (WS-AUTOPOST-IDX)
           IF WS-CE-RETURN-CODE = 0
               DISPLAY "AUTO-POSTED BANK ITEM "
                   WS-APT-REFERENCE (WS-AUTOPOST-IDX) (1:20)
                   " TYPE " WS-APT-TYPE-CODE (WS-AUTOPOST-IDX)
                   " AS ENTRY " WS-CE-ENTRY-ID
               ADD 1 TO WS-AUTOPOSTED-COUNT
           ELSE
               DISPLAY "RECONCILE ERROR: BANK ITEM "
                   WS-APT-REFERENCE (WS-AUTOPOST-IDX) (1:20)
                   " NOT AUTO-POSTED, RC=" WS-CE-RETURN-CODE
               ADD 1 TO WS-AUTOPOST-FAILED
           END-IF
           EXIT.

       MARK-ONE-BANK-ITEM.
           IF WS-APT-RC (WS-AUTOPOST-IDX) NOT = 0
      *> a carried item is already on outstanding_item and simply
      *> stays open; a new line gets its row now.
               IF WS-APT-ITEM-ID (WS-AUTOPOST-IDX) = 0
                   MOVE WS-APT-DATE (WS-AUTOPOST-IDX)
                       TO WS-BANK-DATE
                   MOVE WS-APT-AMOUNT (WS-AUTOPOST-IDX)
                       TO WS-BANK-AMOUNT
                   MOVE WS-APT-REFERENCE (WS-AUTOPOST-IDX)
                       TO WS-BANK-REFERENCE
                   MOVE WS-APT-TYPE-CODE (WS-AUTOPOST-IDX)
                       TO WS-BANK-TYPE-CODE
                   MOVE WS-APT-VALUE-DATE (WS-AUTOPOST-IDX)
                       TO WS-BANK-VALUE-DATE
                   MOVE WS-APT-DC (WS-AUTOPOST-IDX)
                       TO WS-BANK-DC
                   ADD 1 TO WS-UNMATCHED-BANK-COUNT
                   PERFORM RECORD-OUTSTANDING-BANK-ITEM
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE WS-APT-ENTRY-ID (WS-AUTOPOST-IDX) TO WS-MATCH-ID
           EXEC SQL
               UPDATE journal_entry
                  SET reconciled_flag = 'Y'
                WHERE id = :WS-MATCH-ID
           END-EXEC
           IF WS-APT-ITEM-ID (WS-AUTOPOST-IDX) > 0
               MOVE WS-APT-ITEM-ID (WS-AUTOPOST-IDX) TO WS-OUT-ITEM-ID
               EXEC SQL
                   UPDATE outstanding_item
                      SET status = 'CLEARED',
                          cleared_at = CURRENT_TIMESTAMP
                    WHERE id = :WS-OUT-ITEM-ID
               END-EXEC
               ADD 1 TO WS-CARRIED-CLEARED
           END-IF
           EXIT.

      *> first time this bank item goes unmatched it gets a row with
      *> today as first-seen; a re-presented statement line for an
      *> item already being carried keeps the original first-seen
      *> date, so the aging clock never resets. The bank's type code
      *> and value date ride along so the aging shows what kind of
      *> item it is without going back to the statement, and its
      *> debit/credit mark so a carried item retried next run still
      *> only fits a bank-item rule of its own direction.
       RECORD-OUTSTANDING-BANK-ITEM.
           MOVE WS-BANK-REFERENCE TO WS-BANK-REF-SQL
           EXEC SQL
               EXEC SQL
                   INSERT INTO outstanding_item
                       (cash_account, item_type, item_date,
                        amount, reference, bank_type_code,
                        value_date, dc)
                   VALUES
                       (:WS-CASH-ACCOUNT, 'B', :WS-BANK-DATE,
                        :WS-BANK-AMOUNT, :WS-BANK-REF-SQL,
                        NULLIF(TRIM(:WS-BANK-TYPE-CODE), ''),
                        CAST(NULLIF(TRIM(:WS-BANK-VALUE-DATE), '')
                             AS DATE),
                        NULLIF(TRIM(:WS-BANK-DC), ''))
               END-EXEC
           END-IF
           EXIT.
