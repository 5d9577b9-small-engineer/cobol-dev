       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPT-PL.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-START-DATE     PIC X(10).
       01  WS-END-DATE       PIC X(10).
       01  WS-NODE-FILTER    PIC X(10).
       01  WS-NODE-CODE      PIC X(10).
       01  WS-LINE-CODE      PIC X(10).
       01  WS-CAPTION        PIC X(60).
       01  WS-SECTION        PIC X(1).
       01  WS-CC-CODE        PIC X(10).
       01  WS-CC-DESC        PIC X(100).
       01  WS-CC-TYPE        PIC X(1).
       01  WS-CC-PARENT      PIC X(10).
       01  WS-DEBIT-TOTAL    PIC 9(11)V99.
       01  WS-CREDIT-TOTAL   PIC 9(11)V99.
       01  WS-BUDGET-TOTAL   PIC 9(11)V99.
       01  WS-ROW-COUNT      PIC 9(9).
       01  WS-EX-ID          PIC 9(9).
       01  WS-EX-DATE        PIC X(10).
       01  WS-EX-DEBIT       PIC X(50).
       01  WS-EX-CREDIT      PIC X(50).
       01  WS-EX-CC          PIC X(10).
       01  WS-EX-AMOUNT      PIC 9(11)V99.
       01  WS-EX-REASON      PIC X(20).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01  WS-CONNECT-STATUS PIC X(1).
       01  WS-ENV-NAME       PIC X(30).
       01  WS-RPT-LINE       PIC X(132).
       01  WS-ACTUAL         PIC S9(11)V99.
       01  WS-BUDGET         PIC S9(11)V99.
       01  WS-VARIANCE       PIC S9(11)V99.
       01  WS-ACTUAL-EDIT    PIC -(11)9.99.
       01  WS-BUDGET-EDIT    PIC -(11)9.99.
       01  WS-VARIANCE-EDIT  PIC -(11)9.99.
       01  WS-AMOUNT-EDIT    PIC Z(10)9.99.
       01  WS-LABEL          PIC X(48).
       01  WS-INDENT         PIC 9(2).
       01  WS-TYPE-NAME      PIC X(11).
       01  WS-EX-COUNT       PIC 9(9)    VALUE 0.
       01  WS-EX-SUM         PIC 9(11)V99 VALUE 0.
       01  WS-NODE-PRINTED   PIC 9(4)    VALUE 0.

      *> the revenue and expense statement lines, in the order the
      *> published income statement prints them.
       01  WS-LINE-TABLE.
           05  WS-LN-ROW OCCURS 300 TIMES INDEXED BY WS-LN-IDX.
               10  WS-LN-CODE         PIC X(10).
               10  WS-LN-CAPTION      PIC X(60).
               10  WS-LN-SECTION      PIC X(1).
       01  WS-LINE-COUNT     PIC 9(4)    VALUE 0.

      *> every node of the hierarchy, buffered so the tree can be
      *> walked without a cursor open.
       01  WS-CC-TABLE.
           05  WS-CC-ROW OCCURS 999 TIMES INDEXED BY WS-CC-IDX
                   WS-CC-IDX2 WS-CC-IDX3.
               10  WS-CT-CODE         PIC X(10).
               10  WS-CT-DESC         PIC X(40).
               10  WS-CT-TYPE         PIC X(1).
               10  WS-CT-PARENT       PIC X(10).
       01  WS-CC-COUNT       PIC 9(4)    VALUE 0.

      *> the nodes to print, root first and each node's children
      *> straight after it (pre-order), with the depth below the root.
       01  WS-WALK-TABLE.
           05  WS-WK-ROW OCCURS 999 TIMES INDEXED BY WS-WK-IDX.
               10  WS-WK-CC           PIC 9(4).
               10  WS-WK-DEPTH        PIC 9(1).
       01  WS-WALK-COUNT     PIC 9(4)    VALUE 0.

      *> the open parents whose subtotal block prints once their last
      *> child has - never deeper than the three levels the
      *> hierarchy allows.
       01  WS-STACK.
           05  WS-STACK-WK OCCURS 3 TIMES PIC 9(4).
       01  WS-STACK-TOP      PIC 9(1)    VALUE 0.
       01  WS-PRINT-WK       PIC 9(4).
       01  WS-NEXT-WK        PIC 9(4).
       01  WS-WALK-DEPTH     PIC 9(1).
       01  WS-STACK-DONE     PIC X(1).

      *> section totals for the node being printed and, on an
      *> all-nodes run, the grand total over the roots.
       01  WS-NODE-TOTALS.
           05  WS-REV-ACTUAL      PIC S9(12)V99.
           05  WS-REV-BUDGET      PIC S9(12)V99.
           05  WS-EXP-ACTUAL      PIC S9(12)V99.
           05  WS-EXP-BUDGET      PIC S9(12)V99.
       01  WS-GRAND-TOTALS.
           05  WS-GR-REV-ACTUAL   PIC S9(12)V99 VALUE 0.
           05  WS-GR-REV-BUDGET   PIC S9(12)V99 VALUE 0.
           05  WS-GR-EXP-ACTUAL   PIC S9(12)V99 VALUE 0.
           05  WS-GR-EXP-BUDGET   PIC S9(12)V99 VALUE 0.
       01  WS-TOTAL-ACTUAL   PIC S9(12)V99.
       01  WS-TOTAL-BUDGET   PIC S9(12)V99.

       LINKAGE SECTION.
       01  L-START-DATE      PIC X(10).
       01  L-END-DATE        PIC X(10).
       01  L-NODE            PIC X(10).
       01  L-RETURN-CODE     PIC 9(4).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-START-DATE
               L-END-DATE
               L-NODE
               L-RETURN-CODE.

      *> the departmental income statement the month-end pack used to
      *> add up by hand from TRIAL-BAL. For the node asked for - a
      *> division, department or single cost center; blank = every
      *> top-level node - each revenue and expense statement line
      *> (STMT-REPORT's captions, sections R and E) is printed with
      *> actual, budget and variance, the actual summed from the
      *> postings on every cost center at or under the node, the
      *> budget from the budget rows keyed to those nodes for
      *> periods inside the range. Children print first, each with
      *> its own block, and the parent's block follows as their
      *> subtotal, down to the cost centers. Actuals are natural
      *> sign - revenue as credits less debits, expense as debits
      *> less credits - on the statutory view (L and B ledgers), and
      *> variance is actual less budget, as BUDGET-VARIANCE has it.
      *> Revenue and expense posted with no cost center, an unknown
      *> one, a cost center hung under no department, or a reporting
      *> node print on a separate exception page, since no node can
      *> claim them.
       MAIN-LOGIC.
           MOVE L-START-DATE TO WS-START-DATE
           MOVE L-END-DATE   TO WS-END-DATE
           MOVE L-NODE       TO WS-NODE-FILTER
           MOVE 0            TO L-RETURN-CODE

           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "DEPT-PL ERROR: DATABASE CONNECTION "
                   "UNAVAILABLE"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           IF WS-NODE-FILTER NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-ROW-COUNT
                     FROM cost_center
                    WHERE cost_center_code = :WS-NODE-FILTER
               END-EXEC
               IF WS-ROW-COUNT = 0
                   DISPLAY "DEPT-PL ERROR: UNKNOWN NODE "
                       WS-NODE-FILTER
                   MOVE 1 TO L-RETURN-CODE
                   CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
                   GOBACK
               END-IF
           END-IF

           PERFORM LOAD-STMT-LINES
           PERFORM LOAD-COST-CENTERS
           PERFORM BUILD-WALK

           MOVE SPACES TO WS-RPT-LINE
           IF WS-NODE-FILTER = SPACES
               STRING "DEPARTMENTAL P&L - ALL NODES "
                   WS-START-DATE " TO " WS-END-DATE
                   INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING "DEPARTMENTAL P&L - "
                   FUNCTION TRIM(WS-NODE-FILTER) " "
                   WS-START-DATE " TO " WS-END-DATE
                   INTO WS-RPT-LINE
               END-STRING
           END-IF
           CALL "REPORT-WRITER" USING BY CONTENT "INIT"
                                BY REFERENCE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "LINE                                            "
               "        ACTUAL          BUDGET        VARIANCE"
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "HEADING"
                                BY REFERENCE WS-RPT-LINE

           PERFORM WALK-ONE-NODE
               VARYING WS-WK-IDX FROM 1 BY 1
               UNTIL WS-WK-IDX > WS-WALK-COUNT
           PERFORM UNTIL WS-STACK-TOP = 0
               PERFORM POP-AND-PRINT
           END-PERFORM

           IF WS-NODE-FILTER = SPACES
               PERFORM PRINT-GRAND-TOTAL
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING BY CONTENT "CLOSE"
                                BY REFERENCE WS-RPT-LINE

           PERFORM REPORT-EXCEPTIONS

           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
           DISPLAY "DEPT-PL: NODES=" WS-NODE-PRINTED
               " EXCEPTION POSTINGS=" WS-EX-COUNT
           GOBACK.

       LOAD-STMT-LINES.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT line_code, caption, section
                 FROM stmt_line
                WHERE section IN ('R', 'E')
                  AND subtotal_level = 0
                ORDER BY CASE section WHEN 'R' THEN 1 ELSE 2 END,
                         sort_order
           END-EXEC
           EXEC SQL OPEN C1 END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C1 INTO :WS-LINE-CODE, :WS-CAPTION,
                       :WS-SECTION
               END-EXEC
               IF SQLCODE = 0 AND WS-LINE-COUNT < 300
                   ADD 1 TO WS-LINE-COUNT
                   SET WS-LN-IDX TO WS-LINE-COUNT
                   MOVE WS-LINE-CODE TO WS-LN-CODE (WS-LN-IDX)
                   MOVE WS-CAPTION   TO WS-LN-CAPTION (WS-LN-IDX)
                   MOVE WS-SECTION   TO WS-LN-SECTION (WS-LN-IDX)
               END-IF
           END-PERFORM
           EXEC SQL CLOSE C1 END-EXEC
           EXIT.

       LOAD-COST-CENTERS.
           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT cost_center_code, description, node_type,
                      COALESCE(parent_code, ' ')
                 FROM cost_center
                ORDER BY cost_center_code
           END-EXEC
           EXEC SQL OPEN C2 END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C2 INTO :WS-CC-CODE, :WS-CC-DESC,
                       :WS-CC-TYPE, :WS-CC-PARENT
               END-EXEC
               IF SQLCODE = 0 AND WS-CC-COUNT < 999
                   ADD 1 TO WS-CC-COUNT
                   SET WS-CC-IDX TO WS-CC-COUNT
                   MOVE WS-CC-CODE   TO WS-CT-CODE (WS-CC-IDX)
                   MOVE WS-CC-DESC   TO WS-CT-DESC (WS-CC-IDX)
                   MOVE WS-CC-TYPE   TO WS-CT-TYPE (WS-CC-IDX)
                   MOVE WS-CC-PARENT TO WS-CT-PARENT (WS-CC-IDX)
               END-IF
           END-PERFORM
           EXEC SQL CLOSE C2 END-EXEC
           EXIT.

      *> the hierarchy is at most three deep (division, department,
      *> cost center), so the pre-order walk is three nested passes
      *> over the buffered nodes: each root, then under it each
      *> child, and under each child its children.
       BUILD-WALK.
           PERFORM ADD-ROOT-NODE
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT
           IF WS-WALK-COUNT = 0
               DISPLAY "DEPT-PL: NO DIVISIONS OR DEPARTMENTS ON FILE "
                   "- EVERY POSTING IS AN EXCEPTION"
           END-IF
           EXIT.

       ADD-ROOT-NODE.
      *> an all-nodes run starts from the divisions and any
      *> department not yet under one; a cost center hung under no
      *> department is an exception, not a root.
           IF WS-NODE-FILTER = SPACES
               IF WS-CT-PARENT (WS-CC-IDX) NOT = SPACES
                   OR WS-CT-TYPE (WS-CC-IDX) = "C"
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-CT-CODE (WS-CC-IDX) NOT = WS-NODE-FILTER
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-CC-IDX TO WS-NEXT-WK
           MOVE 0 TO WS-WALK-DEPTH
           PERFORM ADD-WALK-ROW
           PERFORM ADD-CHILD-NODE
               VARYING WS-CC-IDX2 FROM 1 BY 1
               UNTIL WS-CC-IDX2 > WS-CC-COUNT
           EXIT.

       ADD-CHILD-NODE.
           IF WS-CT-PARENT (WS-CC-IDX2) NOT = WS-CT-CODE (WS-CC-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CC-IDX2 TO WS-NEXT-WK
           MOVE 1 TO WS-WALK-DEPTH
           PERFORM ADD-WALK-ROW
           PERFORM ADD-GRANDCHILD-NODE
               VARYING WS-CC-IDX3 FROM 1 BY 1
               UNTIL WS-CC-IDX3 > WS-CC-COUNT
           EXIT.

       ADD-GRANDCHILD-NODE.
           IF WS-CT-PARENT (WS-CC-IDX3) NOT = WS-CT-CODE (WS-CC-IDX2)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CC-IDX3 TO WS-NEXT-WK
           MOVE 2 TO WS-WALK-DEPTH
           PERFORM ADD-WALK-ROW
           EXIT.

       ADD-WALK-ROW.
           IF WS-WALK-COUNT >= 999
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WALK-COUNT
           MOVE WS-NEXT-WK TO WS-WK-CC (WS-WALK-COUNT)
           MOVE WS-WALK-DEPTH TO WS-WK-DEPTH (WS-WALK-COUNT)
           EXIT.

      *> closes every open parent at or below this node's depth -
      *> their children are all printed - then prints a leaf's block
      *> at once, or opens a parent: its heading now, its subtotal
      *> block once its last child is out.
       WALK-ONE-NODE.
           MOVE "N" TO WS-STACK-DONE
           PERFORM UNTIL WS-STACK-TOP = 0 OR WS-STACK-DONE = "Y"
               IF WS-WK-DEPTH (WS-STACK-WK (WS-STACK-TOP))
                   < WS-WK-DEPTH (WS-WK-IDX)
                   MOVE "Y" TO WS-STACK-DONE
               ELSE
                   PERFORM POP-AND-PRINT
               END-IF
           END-PERFORM

           SET WS-PRINT-WK TO WS-WK-IDX
           COMPUTE WS-NEXT-WK = WS-PRINT-WK + 1
           IF WS-NEXT-WK <= WS-WALK-COUNT
               AND WS-WK-DEPTH (WS-NEXT-WK) > WS-WK-DEPTH (WS-WK-IDX)
               PERFORM PRINT-NODE-HEADING
               ADD 1 TO WS-STACK-TOP
               MOVE WS-PRINT-WK TO WS-STACK-WK (WS-STACK-TOP)
           ELSE
               PERFORM PRINT-NODE-HEADING
               PERFORM PRINT-NODE-BLOCK
           END-IF
           EXIT.

       POP-AND-PRINT.
           MOVE WS-STACK-WK (WS-STACK-TOP) TO WS-PRINT-WK
           SUBTRACT 1 FROM WS-STACK-TOP
           PERFORM PRINT-NODE-BLOCK
           EXIT.

       PRINT-NODE-HEADING.
           SET WS-CC-IDX TO WS-WK-CC (WS-PRINT-WK)
           PERFORM NAME-NODE-TYPE
           COMPUTE WS-INDENT = WS-WK-DEPTH (WS-PRINT-WK) * 2 + 1
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-TYPE-NAME DELIMITED BY "  "
               " " DELIMITED BY SIZE
               WS-CT-CODE (WS-CC-IDX) DELIMITED BY SPACE
               " " WS-CT-DESC (WS-CC-IDX) DELIMITED BY SIZE
               INTO WS-RPT-LINE (WS-INDENT:)
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

       NAME-NODE-TYPE.
           EVALUATE WS-CT-TYPE (WS-CC-IDX)
             WHEN "V"
                 MOVE "DIVISION" TO WS-TYPE-NAME
             WHEN "D"
                 MOVE "DEPARTMENT" TO WS-TYPE-NAME
             WHEN OTHER
                 MOVE "COST CENTER" TO WS-TYPE-NAME
           END-EVALUATE
           EXIT.

      *> one node's statement: every line with anything actual or
      *> budgeted under the node, then its revenue, expense and net
      *> totals - for a parent, the subtotal of everything printed
      *> under it.
       PRINT-NODE-BLOCK.
           SET WS-CC-IDX TO WS-WK-CC (WS-PRINT-WK)
           MOVE WS-CT-CODE (WS-CC-IDX) TO WS-NODE-CODE
           COMPUTE WS-INDENT = WS-WK-DEPTH (WS-PRINT-WK) * 2 + 3
           MOVE 0 TO WS-REV-ACTUAL WS-REV-BUDGET
               WS-EXP-ACTUAL WS-EXP-BUDGET

           PERFORM PRINT-ONE-STMT-LINE
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LINE-COUNT

           MOVE SPACES TO WS-LABEL
           STRING "TOTAL REVENUE " WS-NODE-CODE
               INTO WS-LABEL
           END-STRING
           MOVE WS-REV-ACTUAL TO WS-TOTAL-ACTUAL
           MOVE WS-REV-BUDGET TO WS-TOTAL-BUDGET
           PERFORM PRINT-TOTAL-LINE
           MOVE SPACES TO WS-LABEL
           STRING "TOTAL EXPENSE " WS-NODE-CODE
               INTO WS-LABEL
           END-STRING
           MOVE WS-EXP-ACTUAL TO WS-TOTAL-ACTUAL
           MOVE WS-EXP-BUDGET TO WS-TOTAL-BUDGET
           PERFORM PRINT-TOTAL-LINE
           MOVE SPACES TO WS-LABEL
           STRING "NET INCOME " WS-NODE-CODE
               INTO WS-LABEL
           END-STRING
           COMPUTE WS-TOTAL-ACTUAL = WS-REV-ACTUAL - WS-EXP-ACTUAL
           COMPUTE WS-TOTAL-BUDGET = WS-REV-BUDGET - WS-EXP-BUDGET
           PERFORM PRINT-TOTAL-LINE

           IF WS-WK-DEPTH (WS-PRINT-WK) = 0
               ADD WS-REV-ACTUAL TO WS-GR-REV-ACTUAL
               ADD WS-REV-BUDGET TO WS-GR-REV-BUDGET
               ADD WS-EXP-ACTUAL TO WS-GR-EXP-ACTUAL
               ADD WS-EXP-BUDGET TO WS-GR-EXP-BUDGET
           END-IF
           ADD 1 TO WS-NODE-PRINTED
           EXIT.

      *> the node's subtree in SQL is the node, its children and
      *> their children - the same three levels BUILD-WALK walks.
       PRINT-ONE-STMT-LINE.
           MOVE WS-LN-CODE (WS-LN-IDX) TO WS-LINE-CODE
           EXEC SQL
               SELECT COALESCE(SUM(J.home_amount), 0)
                 INTO :WS-DEBIT-TOTAL
                 FROM journal_entry J
                 JOIN stmt_line_map M
                   ON M.account_code = J.debit_account
                WHERE M.line_code = :WS-LINE-CODE
                  AND J.status_flag = 'A'
                  AND J.ledger_code IN ('B', 'L')
                  AND J.entry_date BETWEEN :WS-START-DATE
                                       AND :WS-END-DATE
                  AND J.cost_center IN
                      (SELECT C.cost_center_code
                         FROM cost_center C
                        WHERE C.cost_center_code = :WS-NODE-CODE
                           OR C.parent_code = :WS-NODE-CODE
                           OR C.parent_code IN
                              (SELECT P.cost_center_code
                                 FROM cost_center P
                                WHERE P.parent_code = :WS-NODE-CODE))
           END-EXEC
           EXEC SQL
               SELECT COALESCE(SUM(J.home_amount), 0)
                 INTO :WS-CREDIT-TOTAL
                 FROM journal_entry J
                 JOIN stmt_line_map M
                   ON M.account_code = J.credit_account
                WHERE M.line_code = :WS-LINE-CODE
                  AND J.status_flag = 'A'
                  AND J.ledger_code IN ('B', 'L')
                  AND J.entry_date BETWEEN :WS-START-DATE
                                       AND :WS-END-DATE
                  AND J.cost_center IN
                      (SELECT C.cost_center_code
                         FROM cost_center C
                        WHERE C.cost_center_code = :WS-NODE-CODE
                           OR C.parent_code = :WS-NODE-CODE
                           OR C.parent_code IN
                              (SELECT P.cost_center_code
                                 FROM cost_center P
                                WHERE P.parent_code = :WS-NODE-CODE))
           END-EXEC
           EXEC SQL
               SELECT COALESCE(SUM(B.budget_amount), 0)
                 INTO :WS-BUDGET-TOTAL
                 FROM budget B
                 JOIN stmt_line_map M
                   ON M.account_code = B.account_code
                WHERE M.line_code = :WS-LINE-CODE
                  AND B.period_start >= :WS-START-DATE
                  AND B.period_end   <= :WS-END-DATE
                  AND B.cost_center IN
                      (SELECT C.cost_center_code
                         FROM cost_center C
                        WHERE C.cost_center_code = :WS-NODE-CODE
                           OR C.parent_code = :WS-NODE-CODE
                           OR C.parent_code IN
                              (SELECT P.cost_center_code
                                 FROM cost_center P
                                WHERE P.parent_code = :WS-NODE-CODE))
           END-EXEC

           IF WS-LN-SECTION (WS-LN-IDX) = "R"
               COMPUTE WS-ACTUAL = WS-CREDIT-TOTAL - WS-DEBIT-TOTAL
           ELSE
               COMPUTE WS-ACTUAL = WS-DEBIT-TOTAL - WS-CREDIT-TOTAL
           END-IF
           MOVE WS-BUDGET-TOTAL TO WS-BUDGET
           IF WS-ACTUAL = 0 AND WS-BUDGET = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-LN-SECTION (WS-LN-IDX) = "R"
               ADD WS-ACTUAL TO WS-REV-ACTUAL
               ADD WS-BUDGET TO WS-REV-BUDGET
           ELSE
               ADD WS-ACTUAL TO WS-EXP-ACTUAL
               ADD WS-BUDGET TO WS-EXP-BUDGET
           END-IF

           COMPUTE WS-VARIANCE = WS-ACTUAL - WS-BUDGET
           MOVE WS-ACTUAL   TO WS-ACTUAL-EDIT
           MOVE WS-BUDGET   TO WS-BUDGET-EDIT
           MOVE WS-VARIANCE TO WS-VARIANCE-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-LN-CAPTION (WS-LN-IDX) (1:42)
               WS-ACTUAL-EDIT " " WS-BUDGET-EDIT " "
               WS-VARIANCE-EDIT
               INTO WS-RPT-LINE (WS-INDENT:)
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

       PRINT-TOTAL-LINE.
           MOVE WS-TOTAL-ACTUAL TO WS-ACTUAL-EDIT
           MOVE WS-TOTAL-BUDGET TO WS-BUDGET-EDIT
           COMPUTE WS-VARIANCE = WS-TOTAL-ACTUAL - WS-TOTAL-BUDGET
           MOVE WS-VARIANCE TO WS-VARIANCE-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-LABEL (1:42) WS-ACTUAL-EDIT " "
               WS-BUDGET-EDIT " " WS-VARIANCE-EDIT
               INTO WS-RPT-LINE (WS-INDENT:)
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

       PRINT-GRAND-TOTAL.
           MOVE 1 TO WS-INDENT
           MOVE "TOTAL REVENUE ALL NODES" TO WS-LABEL
           MOVE WS-GR-REV-ACTUAL TO WS-TOTAL-ACTUAL
           MOVE WS-GR-REV-BUDGET TO WS-TOTAL-BUDGET
           PERFORM PRINT-TOTAL-LINE
           MOVE "TOTAL EXPENSE ALL NODES" TO WS-LABEL
           MOVE WS-GR-EXP-ACTUAL TO WS-TOTAL-ACTUAL
           MOVE WS-GR-EXP-BUDGET TO WS-TOTAL-BUDGET
           PERFORM PRINT-TOTAL-LINE
           MOVE "NET INCOME ALL NODES" TO WS-LABEL
           COMPUTE WS-TOTAL-ACTUAL =
               WS-GR-REV-ACTUAL - WS-GR-EXP-ACTUAL
           COMPUTE WS-TOTAL-BUDGET =
               WS-GR-REV-BUDGET - WS-GR-EXP-BUDGET
           PERFORM PRINT-TOTAL-LINE
           EXIT.

      *> the exception page - its own report in the same spool, so
      *> it starts on a fresh page with its own title. Revenue and
      *> expense postings no node can claim, with the reason.
       REPORT-EXCEPTIONS.
           MOVE SPACES TO WS-RPT-LINE
           STRING "DEPARTMENTAL P&L EXCEPTIONS "
               WS-START-DATE " TO " WS-END-DATE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "INIT"
                                BY REFERENCE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ENTRY     DATE       DEBIT                CREDIT"
               "               COST CTR          AMOUNT REASON"
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "HEADING"
                                BY REFERENCE WS-RPT-LINE

           EXEC SQL
               DECLARE C3 CURSOR FOR
               SELECT J.id, J.entry_date, J.debit_account,
                      J.credit_account, COALESCE(J.cost_center, ' '),
                      J.home_amount,
                      CASE
                        WHEN COALESCE(TRIM(J.cost_center), '') = ''
                          THEN 'NO COST CENTER'
                        WHEN C.cost_center_code IS NULL
                          THEN 'UNKNOWN COST CENTER'
                        WHEN C.node_type <> 'C'
                          THEN 'REPORTING NODE'
                        ELSE 'NOT IN HIERARCHY'
                      END
                 FROM journal_entry J
                 LEFT JOIN cost_center C
                   ON C.cost_center_code = J.cost_center
                WHERE J.status_flag = 'A'
                  AND J.ledger_code IN ('B', 'L')
                  AND J.entry_date BETWEEN :WS-START-DATE
                                       AND :WS-END-DATE
                  AND EXISTS
                      (SELECT 1
                         FROM stmt_line_map M
                         JOIN stmt_line S ON S.line_code = M.line_code
                        WHERE M.account_code IN (J.debit_account,
                                                 J.credit_account)
                          AND S.section IN ('R', 'E'))
                  AND (COALESCE(TRIM(J.cost_center), '') = ''
                       OR C.cost_center_code IS NULL
                       OR C.node_type <> 'C'
                       OR C.parent_code IS NULL)
                ORDER BY J.entry_date, J.id
           END-EXEC
           EXEC SQL OPEN C3 END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C3 INTO :WS-EX-ID, :WS-EX-DATE,
                       :WS-EX-DEBIT, :WS-EX-CREDIT, :WS-EX-CC,
                       :WS-EX-AMOUNT, :WS-EX-REASON
               END-EXEC
               IF SQLCODE = 0
                   PERFORM PRINT-ONE-EXCEPTION
               END-IF
           END-PERFORM
           EXEC SQL CLOSE C3 END-EXEC

           MOVE WS-EX-SUM TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-RPT-LINE
           IF WS-EX-COUNT = 0
               MOVE "NO EXCEPTIONS - EVERY POSTING SITS UNDER A NODE"
                   TO WS-RPT-LINE
           ELSE
               STRING "EXCEPTIONS=" WS-EX-COUNT " AMOUNT="
                   FUNCTION TRIM(WS-AMOUNT-EDIT)
                   INTO WS-RPT-LINE
               END-STRING
           END-IF
           CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                BY REFERENCE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING BY CONTENT "CLOSE"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

       PRINT-ONE-EXCEPTION.
           ADD 1 TO WS-EX-COUNT
           ADD WS-EX-AMOUNT TO WS-EX-SUM
           MOVE WS-EX-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-EX-ID " " WS-EX-DATE " " WS-EX-DEBIT (1:20) " "
               WS-EX-CREDIT (1:20) " " WS-EX-CC " " WS-AMOUNT-EDIT
               " " WS-EX-REASON
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

       END PROGRAM DEPT-PL.
