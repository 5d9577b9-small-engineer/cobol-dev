       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUITY-STMT.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-YR-START       PIC X(10).
       01  WS-YR-END         PIC X(10).
       01  WS-SUM-START      PIC X(10)     VALUE "0001-01-01".
       01  WS-LINE-CODE      PIC X(10).
       01  WS-CAPTION        PIC X(60).
       01  WS-ACCOUNT-CODE   PIC X(50).
       01  WS-DEBIT-TOTAL    PIC 9(11)V99.
       01  WS-CREDIT-TOTAL   PIC 9(11)V99.
       01  WS-MV-SOURCE      PIC X(2).
       01  WS-MV-COUNTER     PIC X(50).
       01  WS-MV-SIDE        PIC X(1).
       01  WS-MV-AMOUNT      PIC 9(11)V99.
       01  WS-MAP-KIND-IN    PIC X(1).
       01  WS-MAP-KEY-IN     PIC X(50).
       01  WS-MAP-TYPE-IN    PIC X(2).
       01  WS-ROW-COUNT      PIC 9(9).
       01  WS-LEDGER-SIDE    PIC X(1).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01  WS-CONNECT-STATUS PIC X(1).
       01  WS-ENV-NAME       PIC X(30).
       01  WS-RPT-LINE       PIC X(132).
       01  WS-DATE-STATUS    PIC X(1).
       01  WS-FY-START       PIC X(10).
       01  WS-FY-END         PIC X(10).
       01  WS-PY-START       PIC X(10).
       01  WS-PY-END         PIC X(10).
       01  WS-DATE-WORK      PIC X(10).
       01  WS-DATE-NUM       PIC 9(8).
       01  WS-DAY-INT        PIC 9(7).
       01  WS-PY-YEAR        PIC 9(4).
       01  WS-MV-TYPE        PIC X(2).
       01  WS-MV-SIGNED      PIC S9(12)V99.
       01  WS-FOUND-FLAG     PIC X(1).
       01  WS-DIFF           PIC S9(12)V99.
       01  WS-DIFF-FLAG      PIC X(1).
       01  WS-ROW-LABEL      PIC X(40).
       01  WS-CUR-EDIT       PIC -(11)9.99.
       01  WS-PRI-EDIT       PIC -(11)9.99.
       01  WS-YE-COUNT       PIC 9(9).
       01  WS-UNMAPPED-COUNT PIC 9(9).

      *> the equity components - section Q detail lines of the line
      *> master - buffered before any of them is summed, so the
      *> movement cursor never runs under the line cursor.
       01  WS-COMP-TABLE.
           05  WS-COMP-ROW OCCURS 50 TIMES
                   INDEXED BY WS-COMP-IDX.
               10  WS-CMP-LINE           PIC X(10).
               10  WS-CMP-CAPTION        PIC X(60).
       01  WS-COMP-COUNT     PIC 9(3)      VALUE 0.

      *> the movement-type map, read once up front: kind A keys a
      *> movement by the account on the other side of the entry,
      *> kind S by the entry's source code.
       01  WS-MAP-TABLE.
           05  WS-MAP-ROW OCCURS 500 TIMES
                   INDEXED BY WS-MAP-IDX.
               10  WS-MAP-KIND           PIC X(1).
               10  WS-MAP-KEY            PIC X(50).
               10  WS-MAP-TYPE           PIC X(2).
       01  WS-MAP-COUNT      PIC 9(3)      VALUE 0.

      *> one set of figures per column - 1 the fiscal year asked
      *> for, 2 the prior year - for the component being printed
      *> and, in WS-TOTAL-COLS, for all components together. Every
      *> figure is credit-positive, equity's normal side.
       01  WS-YEAR-IDX       PIC 9(1).
       01  WS-COMP-COLS.
           05  WS-COMP-COL OCCURS 2 TIMES.
               10  WS-C-OPENING          PIC S9(12)V99.
               10  WS-C-NET-INCOME       PIC S9(12)V99.
               10  WS-C-DIVIDENDS        PIC S9(12)V99.
               10  WS-C-CONTRIBUTIONS    PIC S9(12)V99.
               10  WS-C-TRANSLATION      PIC S9(12)V99.
               10  WS-C-OTHER            PIC S9(12)V99.
               10  WS-C-CLOSING          PIC S9(12)V99.
               10  WS-C-BALANCE-SHEET    PIC S9(12)V99.
       01  WS-TOTAL-COLS.
           05  WS-TOTAL-COL OCCURS 2 TIMES.
               10  WS-T-OPENING          PIC S9(12)V99.
               10  WS-T-NET-INCOME       PIC S9(12)V99.
               10  WS-T-DIVIDENDS        PIC S9(12)V99.
               10  WS-T-CONTRIBUTIONS    PIC S9(12)V99.
               10  WS-T-TRANSLATION      PIC S9(12)V99.
               10  WS-T-OTHER            PIC S9(12)V99.
               10  WS-T-CLOSING          PIC S9(12)V99.
               10  WS-T-BALANCE-SHEET    PIC S9(12)V99.

       LINKAGE SECTION.
       01  L-FY-START        PIC X(10).
       01  L-FY-END          PIC X(10).
       01  L-LEDGER          PIC X(1).

       PROCEDURE DIVISION USING L-FY-START L-FY-END L-LEDGER.

      *> the fourth primary statement, changes in equity, for one
      *> fiscal year with the prior year alongside. Each equity
      *> component - a section Q detail line of the line master, with
      *> the accounts stmt_line_map puts on it - opens at its
      *> from-inception balance the day before the year starts, then
      *> moves by:
      *>   net income        the closing entries YEAR-END-CLOSE posts
      *>                     (source YE) to retained earnings
      *>   dividends,        classified by equity_movement_map
      *>   contributions,    (MAINTAIN-REFDATA EQ-MOVE) - first on the
      *>   translation,      account on the other side of the entry,
      *>   other             then on its source code; TRANSLATE-FX's
      *>                     CT postings are translation unless mapped
      *>                     otherwise, and anything unmapped is other
      *> and closes at the year end. The closing balance is proved to
      *> the figure STMT-REPORT prints for the line on the balance
      *> sheet at the same date, the way CASHFLOW-STMT proves to the
      *> change in cash.
       MAIN-LOGIC.
           MOVE L-FY-START TO WS-FY-START
           MOVE L-FY-END   TO WS-FY-END
      *> blank or L = the statutory view (L+B rows), G = the group
      *> view (G+B), A = everything - same convention as TRIAL-BAL
      *> and STMT-REPORT, so the statement proves to the balance
      *> sheet printed with the same ledger.
           EVALUATE L-LEDGER
             WHEN "G"
                 MOVE "G" TO WS-LEDGER-SIDE
             WHEN "A"
                 MOVE "A" TO WS-LEDGER-SIDE
             WHEN OTHER
                 MOVE "L" TO WS-LEDGER-SIDE
           END-EVALUATE

           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-FY-START
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               DISPLAY "EQUITY-STMT ERROR: BAD FISCAL YEAR START "
                   WS-FY-START
               GOBACK
           END-IF
           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-FY-END
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               DISPLAY "EQUITY-STMT ERROR: BAD FISCAL YEAR END "
                   WS-FY-END
               GOBACK
           END-IF
           IF WS-FY-END < WS-FY-START
               DISPLAY "EQUITY-STMT ERROR: YEAR END " WS-FY-END
                   " BEFORE YEAR START " WS-FY-START
               GOBACK
           END-IF

           PERFORM COMPUTE-PRIOR-YEAR

           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "EQUITY-STMT ERROR: DATABASE CONNECTION "
                   "UNAVAILABLE"
               GOBACK
           END-IF

           PERFORM LOAD-EQUITY-COMPONENTS
           PERFORM LOAD-MOVEMENT-MAP

           MOVE SPACES TO WS-RPT-LINE
           STRING "STATEMENT OF CHANGES IN EQUITY " WS-FY-START
               " TO " WS-FY-END " (PRIOR YEAR " WS-PY-START
               " TO " WS-PY-END ")"
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "INIT"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING "COMPONENT / MOVEMENT                      "
               "       CURRENT YEAR        PRIOR YEAR"
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "HEADING"
                                BY REFERENCE WS-RPT-LINE

           INITIALIZE WS-TOTAL-COLS
           PERFORM REPORT-ONE-COMPONENT
               VARYING WS-COMP-IDX FROM 1 BY 1
               UNTIL WS-COMP-IDX > WS-COMP-COUNT

           PERFORM PRINT-EQUITY-TOTALS
           PERFORM REPORT-CLOSE-STATUS
           PERFORM REPORT-UNMAPPED-EQUITY

           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING BY CONTENT "CLOSE"
                                BY REFERENCE WS-RPT-LINE

           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT".
           GOBACK.

      *> the comparative year ends the day before this one starts
      *> and starts on the same month and day a year earlier.
       COMPUTE-PRIOR-YEAR.
           MOVE WS-FY-START TO WS-DATE-WORK
           PERFORM DATE-TO-DAY
           SUBTRACT 1 FROM WS-DAY-INT
           PERFORM DAY-TO-DATE
           MOVE WS-DATE-WORK TO WS-PY-END

           MOVE WS-FY-START (1:4) TO WS-PY-YEAR
           SUBTRACT 1 FROM WS-PY-YEAR
           MOVE WS-FY-START TO WS-PY-START
           MOVE WS-PY-YEAR  TO WS-PY-START (1:4)
           IF WS-PY-START (6:5) = "02-29"
               MOVE "03-01" TO WS-PY-START (6:5)
           END-IF
           EXIT.

       LOAD-EQUITY-COMPONENTS.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT line_code, caption
                 FROM stmt_line
                WHERE section = 'Q'
                  AND subtotal_level = 0
                ORDER BY sort_order
           END-EXEC

           EXEC SQL OPEN C1 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C1 INTO :WS-LINE-CODE, :WS-CAPTION
               END-EXEC
               IF SQLCODE = 0
                   IF WS-COMP-COUNT < 50
                       ADD 1 TO WS-COMP-COUNT
                       MOVE WS-LINE-CODE
                           TO WS-CMP-LINE (WS-COMP-COUNT)
                       MOVE WS-CAPTION
                           TO WS-CMP-CAPTION (WS-COMP-COUNT)
                   ELSE
                       DISPLAY "EQUITY-STMT WARNING: MORE THAN 50 "
                           "EQUITY LINES, " WS-LINE-CODE " NOT SHOWN"
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C1 END-EXEC
           EXIT.

       LOAD-MOVEMENT-MAP.
           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT map_kind, map_key, movement_type
                 FROM equity_movement_map
                ORDER BY map_kind, map_key
           END-EXEC

           EXEC SQL OPEN C2 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C2 INTO :WS-MAP-KIND-IN, :WS-MAP-KEY-IN,
                       :WS-MAP-TYPE-IN
               END-EXEC
               IF SQLCODE = 0
                   IF WS-MAP-COUNT < 500
                       ADD 1 TO WS-MAP-COUNT
                       MOVE WS-MAP-KIND-IN
                           TO WS-MAP-KIND (WS-MAP-COUNT)
                       MOVE WS-MAP-KEY-IN
                           TO WS-MAP-KEY (WS-MAP-COUNT)
                       MOVE WS-MAP-TYPE-IN
                           TO WS-MAP-TYPE (WS-MAP-COUNT)
                   ELSE
                       DISPLAY "EQUITY-STMT WARNING: MORE THAN 500 "
                           "MOVEMENT MAP ROWS, "
                           FUNCTION TRIM(WS-MAP-KEY-IN) " IGNORED"
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C2 END-EXEC
           EXIT.

       REPORT-ONE-COMPONENT.
           MOVE WS-CMP-LINE (WS-COMP-IDX) TO WS-LINE-CODE
           INITIALIZE WS-COMP-COLS

           MOVE 1 TO WS-YEAR-IDX
           MOVE WS-FY-START TO WS-YR-START
           MOVE WS-FY-END   TO WS-YR-END
           PERFORM SUM-COMPONENT-YEAR
           MOVE 2 TO WS-YEAR-IDX
           MOVE WS-PY-START TO WS-YR-START
           MOVE WS-PY-END   TO WS-YR-END
           PERFORM SUM-COMPONENT-YEAR

           MOVE SPACES TO WS-RPT-LINE
           STRING WS-CMP-LINE (WS-COMP-IDX) " "
               WS-CMP-CAPTION (WS-COMP-IDX) (1:50)
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE

           MOVE "  OPENING BALANCE" TO WS-ROW-LABEL
           MOVE WS-C-OPENING (1) TO WS-CUR-EDIT
           MOVE WS-C-OPENING (2) TO WS-PRI-EDIT
           PERFORM PRINT-ONE-ROW
           MOVE "  NET INCOME (YEAR-END CLOSE)" TO WS-ROW-LABEL
           MOVE WS-C-NET-INCOME (1) TO WS-CUR-EDIT
           MOVE WS-C-NET-INCOME (2) TO WS-PRI-EDIT
           PERFORM PRINT-ONE-ROW
           MOVE "  DIVIDENDS" TO WS-ROW-LABEL
           MOVE WS-C-DIVIDENDS (1) TO WS-CUR-EDIT
           MOVE WS-C-DIVIDENDS (2) TO WS-PRI-EDIT
           PERFORM PRINT-ONE-ROW
           MOVE "  CAPITAL CONTRIBUTIONS" TO WS-ROW-LABEL
           MOVE WS-C-CONTRIBUTIONS (1) TO WS-CUR-EDIT
           MOVE WS-C-CONTRIBUTIONS (2) TO WS-PRI-EDIT
           PERFORM PRINT-ONE-ROW
           MOVE "  TRANSLATION ADJUSTMENTS" TO WS-ROW-LABEL
           MOVE WS-C-TRANSLATION (1) TO WS-CUR-EDIT
           MOVE WS-C-TRANSLATION (2) TO WS-PRI-EDIT
           PERFORM PRINT-ONE-ROW
           MOVE "  OTHER MOVEMENTS" TO WS-ROW-LABEL
           MOVE WS-C-OTHER (1) TO WS-CUR-EDIT
           MOVE WS-C-OTHER (2) TO WS-PRI-EDIT
           PERFORM PRINT-ONE-ROW

           MOVE "  CLOSING BALANCE" TO WS-ROW-LABEL
           MOVE WS-C-CLOSING (1) TO WS-CUR-EDIT
           MOVE WS-C-CLOSING (2) TO WS-PRI-EDIT
           PERFORM PRINT-ONE-TOTAL
           MOVE "  PER BALANCE SHEET" TO WS-ROW-LABEL
           MOVE WS-C-BALANCE-SHEET (1) TO WS-CUR-EDIT
           MOVE WS-C-BALANCE-SHEET (2) TO WS-PRI-EDIT
           PERFORM PRINT-ONE-ROW

           MOVE "N" TO WS-DIFF-FLAG
           COMPUTE WS-DIFF = WS-C-CLOSING (1) - WS-C-BALANCE-SHEET (1)
           MOVE WS-DIFF TO WS-CUR-EDIT
           IF WS-DIFF NOT = 0
               MOVE "Y" TO WS-DIFF-FLAG
           END-IF
           COMPUTE WS-DIFF = WS-C-CLOSING (2) - WS-C-BALANCE-SHEET (2)
           MOVE WS-DIFF TO WS-PRI-EDIT
           IF WS-DIFF NOT = 0
               MOVE "Y" TO WS-DIFF-FLAG
           END-IF
           IF WS-DIFF-FLAG = "Y"
               MOVE "  *** DOES NOT PROVE, DIFFERENCE" TO WS-ROW-LABEL
               PERFORM PRINT-ONE-TOTAL
           ELSE
               MOVE "  PROVES TO BALANCE SHEET" TO WS-RPT-LINE
               CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                    BY REFERENCE WS-RPT-LINE
           END-IF

           PERFORM ADD-TO-TOTAL-COLS
               VARYING WS-YEAR-IDX FROM 1 BY 1
               UNTIL WS-YEAR-IDX > 2
           EXIT.

      *> one component, one year: the opening balance from inception
      *> to the day before the year, each of the year's movements
      *> classified, and the balance-sheet figure at the year end on
      *> STMT-REPORT's own basis.
       SUM-COMPONENT-YEAR.
           EXEC SQL
               SELECT COALESCE(SUM(J.home_amount), 0)
                 INTO :WS-CREDIT-TOTAL
                 FROM journal_entry J
                 JOIN stmt_line_map M
                   ON M.account_code = J.credit_account
                WHERE M.line_code = :WS-LINE-CODE
                  AND J.status_flag = 'A'
                  AND J.entry_date < :WS-YR-START
                  AND (J.ledger_code = 'B'
                       OR J.ledger_code = :WS-LEDGER-SIDE
                       OR :WS-LEDGER-SIDE = 'A')
           END-EXEC
           EXEC SQL
               SELECT COALESCE(SUM(J.home_amount), 0)
                 INTO :WS-DEBIT-TOTAL
                 FROM journal_entry J
                 JOIN stmt_line_map M
                   ON M.account_code = J.debit_account
                WHERE M.line_code = :WS-LINE-CODE
                  AND J.status_flag = 'A'
                  AND J.entry_date < :WS-YR-START
                  AND (J.ledger_code = 'B'
                       OR J.ledger_code = :WS-LEDGER-SIDE
                       OR :WS-LEDGER-SIDE = 'A')
           END-EXEC
           COMPUTE WS-C-OPENING (WS-YEAR-IDX) =
               WS-CREDIT-TOTAL - WS-DEBIT-TOTAL

      *> an entry with both sides on the same component shows up
      *> once each way and nets out, as it should.
           EXEC SQL
               DECLARE C3 CURSOR FOR
               SELECT X.src, X.counter, X.side, SUM(X.amt)
                 FROM (SELECT J.source_code AS src,
                              J.debit_account AS counter,
                              'C' AS side, J.home_amount AS amt
                         FROM journal_entry J
                         JOIN stmt_line_map M
                           ON M.account_code = J.credit_account
                        WHERE M.line_code = :WS-LINE-CODE
                          AND J.status_flag = 'A'
                          AND J.entry_date BETWEEN :WS-YR-START
                                               AND :WS-YR-END
                          AND (J.ledger_code = 'B'
                               OR J.ledger_code = :WS-LEDGER-SIDE
                               OR :WS-LEDGER-SIDE = 'A')
                       UNION ALL
                       SELECT J.source_code, J.credit_account,
                              'D', J.home_amount
                         FROM journal_entry J
                         JOIN stmt_line_map M
                           ON M.account_code = J.debit_account
                        WHERE M.line_code = :WS-LINE-CODE
                          AND J.status_flag = 'A'
                          AND J.entry_date BETWEEN :WS-YR-START
                                               AND :WS-YR-END
                          AND (J.ledger_code = 'B'
                               OR J.ledger_code = :WS-LEDGER-SIDE
                               OR :WS-LEDGER-SIDE = 'A')) X
                GROUP BY X.src, X.counter, X.side
           END-EXEC

           EXEC SQL OPEN C3 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C3 INTO :WS-MV-SOURCE, :WS-MV-COUNTER,
                       :WS-MV-SIDE, :WS-MV-AMOUNT
               END-EXEC
               IF SQLCODE = 0
                   PERFORM ADD-ONE-MOVEMENT
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C3 END-EXEC

           COMPUTE WS-C-CLOSING (WS-YEAR-IDX) =
               WS-C-OPENING (WS-YEAR-IDX)
               + WS-C-NET-INCOME (WS-YEAR-IDX)
               + WS-C-DIVIDENDS (WS-YEAR-IDX)
               + WS-C-CONTRIBUTIONS (WS-YEAR-IDX)
               + WS-C-TRANSLATION (WS-YEAR-IDX)
               + WS-C-OTHER (WS-YEAR-IDX)

           EXEC SQL
               SELECT COALESCE(SUM(J.home_amount), 0)
                 INTO :WS-CREDIT-TOTAL
                 FROM journal_entry J
                 JOIN stmt_line_map M
                   ON M.account_code = J.credit_account
                WHERE M.line_code = :WS-LINE-CODE
                  AND J.status_flag = 'A'
                  AND J.entry_date BETWEEN :WS-SUM-START
                                       AND :WS-YR-END
                  AND (J.ledger_code = 'B'
                       OR J.ledger_code = :WS-LEDGER-SIDE
                       OR :WS-LEDGER-SIDE = 'A')
           END-EXEC
           EXEC SQL
               SELECT COALESCE(SUM(J.home_amount), 0)
                 INTO :WS-DEBIT-TOTAL
                 FROM journal_entry J
                 JOIN stmt_line_map M
                   ON M.account_code = J.debit_account
                WHERE M.line_code = :WS-LINE-CODE
                  AND J.status_flag = 'A'
                  AND J.entry_date BETWEEN :WS-SUM-START
                                       AND :WS-YR-END
                  AND (J.ledger_code = 'B'
                       OR J.ledger_code = :WS-LEDGER-SIDE
                       OR :WS-LEDGER-SIDE = 'A')
           END-EXEC
           COMPUTE WS-C-BALANCE-SHEET (WS-YEAR-IDX) =
               WS-CREDIT-TOTAL - WS-DEBIT-TOTAL
           EXIT.

       ADD-ONE-MOVEMENT.
           IF WS-MV-SIDE = "C"
               MOVE WS-MV-AMOUNT TO WS-MV-SIGNED
           ELSE
               COMPUTE WS-MV-SIGNED = 0 - WS-MV-AMOUNT
           END-IF
           PERFORM CLASSIFY-MOVEMENT
           EVALUATE WS-MV-TYPE
             WHEN "NI"
                 ADD WS-MV-SIGNED TO WS-C-NET-INCOME (WS-YEAR-IDX)
             WHEN "DV"
                 ADD WS-MV-SIGNED TO WS-C-DIVIDENDS (WS-YEAR-IDX)
             WHEN "CC"
                 ADD WS-MV-SIGNED TO WS-C-CONTRIBUTIONS (WS-YEAR-IDX)
             WHEN "TR"
                 ADD WS-MV-SIGNED TO WS-C-TRANSLATION (WS-YEAR-IDX)
             WHEN OTHER
                 ADD WS-MV-SIGNED TO WS-C-OTHER (WS-YEAR-IDX)
           END-EVALUATE
           EXIT.

      *> the closing entries are net income whatever the map says;
      *> after that an account mapping beats a source-code mapping,
      *> since it is the more specific of the two.
       CLASSIFY-MOVEMENT.
           IF WS-MV-SOURCE = "YE"
               MOVE "NI" TO WS-MV-TYPE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                      OR WS-FOUND-FLAG = "Y"
               IF WS-MAP-KIND (WS-MAP-IDX) = "A"
                   AND WS-MAP-KEY (WS-MAP-IDX) = WS-MV-COUNTER
                   MOVE WS-MAP-TYPE (WS-MAP-IDX) TO WS-MV-TYPE
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-FOUND-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                      OR WS-FOUND-FLAG = "Y"
               IF WS-MAP-KIND (WS-MAP-IDX) = "S"
                   AND WS-MAP-KEY (WS-MAP-IDX) = WS-MV-SOURCE
                   MOVE WS-MAP-TYPE (WS-MAP-IDX) TO WS-MV-TYPE
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-FOUND-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           IF WS-MV-SOURCE = "CT"
               MOVE "TR" TO WS-MV-TYPE
           ELSE
               MOVE "OT" TO WS-MV-TYPE
           END-IF
           EXIT.

       ADD-TO-TOTAL-COLS.
           ADD WS-C-OPENING (WS-YEAR-IDX)
               TO WS-T-OPENING (WS-YEAR-IDX)
           ADD WS-C-NET-INCOME (WS-YEAR-IDX)
               TO WS-T-NET-INCOME (WS-YEAR-IDX)
           ADD WS-C-DIVIDENDS (WS-YEAR-IDX)
               TO WS-T-DIVIDENDS (WS-YEAR-IDX)
           ADD WS-C-CONTRIBUTIONS (WS-YEAR-IDX)
               TO WS-T-CONTRIBUTIONS (WS-YEAR-IDX)
           ADD WS-C-TRANSLATION (WS-YEAR-IDX)
               TO WS-T-TRANSLATION (WS-YEAR-IDX)
           ADD WS-C-OTHER (WS-YEAR-IDX)
               TO WS-T-OTHER (WS-YEAR-IDX)
           ADD WS-C-CLOSING (WS-YEAR-IDX)
               TO WS-T-CLOSING (WS-YEAR-IDX)
           ADD WS-C-BALANCE-SHEET (WS-YEAR-IDX)
               TO WS-T-BALANCE-SHEET (WS-YEAR-IDX)
           EXIT.

       PRINT-ONE-ROW.
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-ROW-LABEL " " WS-CUR-EDIT "   " WS-PRI-EDIT
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

       PRINT-ONE-TOTAL.
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-ROW-LABEL " " WS-CUR-EDIT "   " WS-PRI-EDIT
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

       PRINT-EQUITY-TOTALS.
           MOVE "TOTAL EQUITY" TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE

           MOVE "  OPENING BALANCE" TO WS-ROW-LABEL
           MOVE WS-T-OPENING (1) TO WS-CUR-EDIT
           MOVE WS-T-OPENING (2) TO WS-PRI-EDIT
           PERFORM PRINT-ONE-TOTAL
           MOVE "  NET INCOME (YEAR-END CLOSE)" TO WS-ROW-LABEL
           MOVE WS-T-NET-INCOME (1) TO WS-CUR-EDIT
           MOVE WS-T-NET-INCOME (2) TO WS-PRI-EDIT
           PERFORM PRINT-ONE-TOTAL
           MOVE "  DIVIDENDS" TO WS-ROW-LABEL
           MOVE WS-T-DIVIDENDS (1) TO WS-CUR-EDIT
           MOVE WS-T-DIVIDENDS (2) TO WS-PRI-EDIT
           PERFORM PRINT-ONE-TOTAL
           MOVE "  CAPITAL CONTRIBUTIONS" TO WS-ROW-LABEL
           MOVE WS-T-CONTRIBUTIONS (1) TO WS-CUR-EDIT
           MOVE WS-T-CONTRIBUTIONS (2) TO WS-PRI-EDIT
           PERFORM PRINT-ONE-TOTAL
           MOVE "  TRANSLATION ADJUSTMENTS" TO WS-ROW-LABEL
           MOVE WS-T-TRANSLATION (1) TO WS-CUR-EDIT
           MOVE WS-T-TRANSLATION (2) TO WS-PRI-EDIT
           PERFORM PRINT-ONE-TOTAL
           MOVE "  OTHER MOVEMENTS" TO WS-ROW-LABEL
           MOVE WS-T-OTHER (1) TO WS-CUR-EDIT
           MOVE WS-T-OTHER (2) TO WS-PRI-EDIT
           PERFORM PRINT-ONE-TOTAL
           MOVE "  CLOSING BALANCE" TO WS-ROW-LABEL
           MOVE WS-T-CLOSING (1) TO WS-CUR-EDIT
           MOVE WS-T-CLOSING (2) TO WS-PRI-EDIT
           PERFORM PRINT-ONE-TOTAL
           MOVE "  PER BALANCE SHEET" TO WS-ROW-LABEL
           MOVE WS-T-BALANCE-SHEET (1) TO WS-CUR-EDIT
           MOVE WS-T-BALANCE-SHEET (2) TO WS-PRI-EDIT
           PERFORM PRINT-ONE-TOTAL

           IF WS-T-CLOSING (1) = WS-T-BALANCE-SHEET (1)
               AND WS-T-CLOSING (2) = WS-T-BALANCE-SHEET (2)
               MOVE "STATEMENT PROVES TO BALANCE SHEET EQUITY"
                   TO WS-RPT-LINE
           ELSE
               MOVE "*** STATEMENT DOES NOT PROVE TO BALANCE SHEET "
                   & "EQUITY ***" TO WS-RPT-LINE
           END-IF
           CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                BY REFERENCE WS-RPT-LINE

           IF WS-COMP-COUNT = 0
               MOVE "*** NO SECTION Q DETAIL LINES ON THE LINE MASTER "
                   & "- NOTHING TO REPORT ***" TO WS-RPT-LINE
               CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                    BY REFERENCE WS-RPT-LINE
           END-IF
           EXIT.

      *> a year YEAR-END-CLOSE has not been run for has its income
      *> still sitting in the revenue and expense accounts - the
      *> statement proves all the same, but its net income row is
      *> empty, and it says so.
       REPORT-CLOSE-STATUS.
           MOVE WS-FY-START TO WS-YR-START
           MOVE WS-FY-END   TO WS-YR-END
           PERFORM COUNT-CLOSING-ENTRIES
           IF WS-YE-COUNT = 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** NO YEAR-END CLOSE POSTED FOR " WS-FY-START
                   " TO " WS-FY-END " - NET INCOME NOT YET IN "
                   "EQUITY ***"
                   DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                    BY REFERENCE WS-RPT-LINE
           END-IF
           MOVE WS-PY-START TO WS-YR-START
           MOVE WS-PY-END   TO WS-YR-END
           PERFORM COUNT-CLOSING-ENTRIES
           IF WS-YE-COUNT = 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** NO YEAR-END CLOSE POSTED FOR " WS-PY-START
                   " TO " WS-PY-END " - NET INCOME NOT YET IN "
                   "EQUITY ***"
                   DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                    BY REFERENCE WS-RPT-LINE
           END-IF
           EXIT.

       COUNT-CLOSING-ENTRIES.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM journal_entry
                WHERE source_code = 'YE'
                  AND status_flag = 'A'
                  AND entry_date BETWEEN :WS-YR-START AND :WS-YR-END
           END-EXEC
           MOVE WS-ROW-COUNT TO WS-YE-COUNT
           EXIT.

      *> an active equity account on no section Q line is a balance
      *> the statement would silently leave out - called out by name,
      *> as STMT-REPORT calls out unmapped accounts.
       REPORT-UNMAPPED-EQUITY.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-UNMAPPED-COUNT
                 FROM chart_of_accounts A
                WHERE A.account_type = 'Q'
                  AND A.active_flag = 'Y'
                  AND NOT EXISTS
                      (SELECT 1 FROM stmt_line_map M
                         JOIN stmt_line S
                           ON S.line_code = M.line_code
                        WHERE M.account_code = A.account_code
                          AND S.section = 'Q')
           END-EXEC
           IF WS-UNMAPPED-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING "*** " WS-UNMAPPED-COUNT " ACTIVE EQUITY "
               "ACCOUNT(S) ON NO SECTION Q LINE ***"
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                BY REFERENCE WS-RPT-LINE

           EXEC SQL
               DECLARE C4 CURSOR FOR
               SELECT A.account_code
                 FROM chart_of_accounts A
                WHERE A.account_type = 'Q'
                  AND A.active_flag = 'Y'
                  AND NOT EXISTS
                      (SELECT 1 FROM stmt_line_map M
                         JOIN stmt_line S
                           ON S.line_code = M.line_code
                        WHERE M.account_code = A.account_code
                          AND S.section = 'Q')
                ORDER BY A.account_code
           END-EXEC

           EXEC SQL OPEN C4 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C4 INTO :WS-ACCOUNT-CODE
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  " WS-ACCOUNT-CODE
                       DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                   END-STRING
                   CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                        BY REFERENCE WS-RPT-LINE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C4 END-EXEC
           EXIT.

       DATE-TO-DAY.
           MOVE WS-DATE-WORK (1:4) TO WS-DATE-NUM (1:4)
           MOVE WS-DATE-WORK (6:2) TO WS-DATE-NUM (5:2)
           MOVE WS-DATE-WORK (9:2) TO WS-DATE-NUM (7:2)
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           EXIT.

       DAY-TO-DATE.
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
           MOVE SPACES TO WS-DATE-WORK
           STRING WS-DATE-NUM (1:4) "-" WS-DATE-NUM (5:2) "-"
               WS-DATE-NUM (7:2)
               DELIMITED BY SIZE
               INTO WS-DATE-WORK
           END-STRING
           EXIT.

       END PROGRAM EQUITY-STMT.
