       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT-REPORT.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-AS-OF-DATE     PIC X(10).
       01  WS-PROJECT-FILTER PIC X(10).
       01  WS-PROJECT-CODE   PIC X(10).
       01  WS-DESCRIPTION    PIC X(100).
       01  WS-PROJECT-TYPE   PIC X(1).
       01  WS-BUDGET         PIC 9(11)V99.
       01  WS-CC-CODE        PIC X(10).
       01  WS-STATUS         PIC X(10).
       01  WS-COST           PIC S9(11)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01  WS-CONNECT-STATUS PIC X(1).
       01  WS-ENV-NAME       PIC X(30).
       01  WS-DATE-STATUS    PIC X(1).
       01  WS-RPT-LINE       PIC X(132).
       01  WS-AMOUNT-EDIT    PIC -(9)9.99.
       01  WS-PCT-EDIT       PIC ZZZ9.9.
       01  WS-REMAINING      PIC S9(11)V99.
       01  WS-PCT-USED       PIC 9(5)V9.
       01  WS-OVER-COUNT     PIC 9(9)      VALUE 0.
       01  WS-TOT-BUDGET     PIC S9(11)V99 VALUE 0.
       01  WS-TOT-COST       PIC S9(11)V99 VALUE 0.
       01  WS-TOT-REMAINING  PIC S9(11)V99 VALUE 0.

      *> the projects to report, read off the master before any cost
      *> is summed - the cost queries do not run under the open
      *> master cursor.
       01  WS-PROJECT-TABLE.
           05  WS-PROJECT-ROW OCCURS 999 TIMES
                   INDEXED BY WS-PJ-IDX.
               10  WS-PJ-CODE        PIC X(10).
               10  WS-PJ-DESCRIPTION PIC X(100).
               10  WS-PJ-TYPE        PIC X(1).
               10  WS-PJ-BUDGET      PIC 9(11)V99.
               10  WS-PJ-CC          PIC X(10).
               10  WS-PJ-STATUS      PIC X(10).
       01  WS-PROJECT-COUNT  PIC 9(9)      VALUE 0.

       LINKAGE SECTION.
       01  L-AS-OF-DATE      PIC X(10).
       01  L-PROJECT-CODE    PIC X(10).
       01  L-RETURN-CODE     PIC 9(4).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-AS-OF-DATE
               L-PROJECT-CODE
               L-RETURN-CODE.

      *> project cost to date against budget, off the postings
      *> themselves. A project's cost is every project-coded leg on an
      *> asset or expense account (chart type A or E) through the
      *> as-of date - debits less credits, home currency, live and
      *> archived journal rows (statutory view) and split legs alike.
      *> The liability or cash side of an invoice is not cost, and a
      *> settlement's asset debit and CIP credit net to nothing, so a
      *> settled project keeps reporting the cost it was settled at.
      *> One line per project (all of them, or the one named), with
      *> budget remaining and percent used; a project past its budget
      *> is flagged and counted in the closing line.
       MAIN-LOGIC.
           MOVE L-AS-OF-DATE   TO WS-AS-OF-DATE
           MOVE L-PROJECT-CODE TO WS-PROJECT-FILTER
           MOVE 0              TO L-RETURN-CODE

           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-AS-OF-DATE
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               DISPLAY "PROJECT-REPORT ERROR: BAD AS-OF DATE "
                   WS-AS-OF-DATE
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "PROJECT-REPORT ERROR: DATABASE CONNECTION "
                   "UNAVAILABLE"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-PROJECTS
           IF WS-PROJECT-COUNT = 0
               DISPLAY "PROJECT-REPORT: NO PROJECTS TO REPORT"
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING "PROJECT COST TO DATE AGAINST BUDGET AS OF "
               WS-AS-OF-DATE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "INIT"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           MOVE "PROJECT"     TO WS-RPT-LINE (1:7)
           MOVE "DESCRIPTION" TO WS-RPT-LINE (12:11)
           MOVE "T"           TO WS-RPT-LINE (43:1)
           MOVE "STATUS"      TO WS-RPT-LINE (45:6)
           MOVE "COST CTR"    TO WS-RPT-LINE (53:8)
           MOVE "BUDGET"      TO WS-RPT-LINE (70:6)
           MOVE "COST TO DATE" TO WS-RPT-LINE (82:12)
           MOVE "REMAINING"   TO WS-RPT-LINE (103:9)
           MOVE "USED%"       TO WS-RPT-LINE (114:5)
           CALL "REPORT-WRITER" USING BY CONTENT "HEADING"
                                BY REFERENCE WS-RPT-LINE

           PERFORM REPORT-ONE-PROJECT
               VARYING WS-PJ-IDX FROM 1 BY 1
               UNTIL WS-PJ-IDX > WS-PROJECT-COUNT

           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"

           MOVE SPACES TO WS-RPT-LINE
           MOVE "TOTAL" TO WS-RPT-LINE (1:5)
           MOVE WS-TOT-BUDGET TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (62:14)
           MOVE WS-TOT-COST TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (80:14)
           MOVE WS-TOT-REMAINING TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (98:14)
           CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING "PROJECTS=" WS-PROJECT-COUNT
               "  OVER BUDGET=" WS-OVER-COUNT
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING BY CONTENT "CLOSE"
                                BY REFERENCE WS-RPT-LINE
           GOBACK.

       LOAD-PROJECTS.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT project_code, description, project_type,
                      budget_amount, COALESCE(cost_center, ' '),
                      status
                 FROM project
                WHERE :WS-PROJECT-FILTER = ' '
                   OR project_code = :WS-PROJECT-FILTER
                ORDER BY project_code
           END-EXEC

           EXEC SQL OPEN C1 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C1 INTO :WS-PROJECT-CODE, :WS-DESCRIPTION,
                       :WS-PROJECT-TYPE, :WS-BUDGET, :WS-CC-CODE,
                       :WS-STATUS
               END-EXEC
               IF SQLCODE = 0
                   IF WS-PROJECT-COUNT >= 999
                       DISPLAY "PROJECT-REPORT WARNING: MORE THAN 999 "
                           "PROJECTS, REST NOT REPORTED"
                   ELSE
                       ADD 1 TO WS-PROJECT-COUNT
                       SET WS-PJ-IDX TO WS-PROJECT-COUNT
                       MOVE WS-PROJECT-CODE TO WS-PJ-CODE (WS-PJ-IDX)
                       MOVE WS-DESCRIPTION
                           TO WS-PJ-DESCRIPTION (WS-PJ-IDX)
                       MOVE WS-PROJECT-TYPE TO WS-PJ-TYPE (WS-PJ-IDX)
                       MOVE WS-BUDGET       TO WS-PJ-BUDGET (WS-PJ-IDX)
                       MOVE WS-CC-CODE      TO WS-PJ-CC (WS-PJ-IDX)
                       MOVE WS-STATUS       TO WS-PJ-STATUS (WS-PJ-IDX)
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C1 END-EXEC
           EXIT.

       REPORT-ONE-PROJECT.
           MOVE WS-PJ-CODE (WS-PJ-IDX) TO WS-PROJECT-CODE
           PERFORM SUM-PROJECT-COST

           COMPUTE WS-REMAINING = WS-PJ-BUDGET (WS-PJ-IDX) - WS-COST
           IF WS-PJ-BUDGET (WS-PJ-IDX) = 0 OR WS-COST < 0
               MOVE 0 TO WS-PCT-USED
           ELSE
               COMPUTE WS-PCT-USED ROUNDED =
                   WS-COST * 100 / WS-PJ-BUDGET (WS-PJ-IDX)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-PCT-USED
               END-COMPUTE
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-PJ-CODE (WS-PJ-IDX)   TO WS-RPT-LINE (1:10)
           MOVE WS-PJ-DESCRIPTION (WS-PJ-IDX)
                                          TO WS-RPT-LINE (12:30)
           MOVE WS-PJ-TYPE (WS-PJ-IDX)   TO WS-RPT-LINE (43:1)
           MOVE WS-PJ-STATUS (WS-PJ-IDX) TO WS-RPT-LINE (45:7)
           MOVE WS-PJ-CC (WS-PJ-IDX)     TO WS-RPT-LINE (53:8)
           MOVE WS-PJ-BUDGET (WS-PJ-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (62:14)
           MOVE WS-COST TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (80:14)
           MOVE WS-REMAINING TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (98:14)
           MOVE WS-PCT-USED TO WS-PCT-EDIT
           MOVE WS-PCT-EDIT TO WS-RPT-LINE (113:6)
           IF WS-REMAINING < 0 AND WS-PJ-BUDGET (WS-PJ-IDX) NOT = 0
               MOVE "OVER" TO WS-RPT-LINE (121:4)
               ADD 1 TO WS-OVER-COUNT
           END-IF
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE

           ADD WS-PJ-BUDGET (WS-PJ-IDX) TO WS-TOT-BUDGET
           ADD WS-COST                   TO WS-TOT-COST
           ADD WS-REMAINING              TO WS-TOT-REMAINING
           EXIT.

       SUM-PROJECT-COST.
           EXEC SQL
               SELECT COALESCE(SUM(T.amt), 0) INTO :WS-COST
                 FROM (SELECT J.home_amount AS amt
                         FROM journal_entry J
                         JOIN chart_of_accounts C
                           ON C.account_code = J.debit_account
                        WHERE J.project_code = :WS-PROJECT-CODE
                          AND J.status_flag = 'A'
                          AND J.ledger_code IN ('B', 'L')
                          AND J.entry_date <= :WS-AS-OF-DATE
                          AND C.account_type IN ('A', 'E')
                       UNION ALL
                       SELECT 0 - J.home_amount
                         FROM journal_entry J
                         JOIN chart_of_accounts C
                           ON C.account_code = J.credit_account
                        WHERE J.project_code = :WS-PROJECT-CODE
                          AND J.status_flag = 'A'
                          AND J.ledger_code IN ('B', 'L')
                          AND J.entry_date <= :WS-AS-OF-DATE
                          AND C.account_type IN ('A', 'E')
                       UNION ALL
                       SELECT A.home_amount
                         FROM journal_entry_archive A
                         JOIN chart_of_accounts C
                           ON C.account_code = A.debit_account
                        WHERE A.project_code = :WS-PROJECT-CODE
                          AND A.status_flag = 'A'
                          AND A.ledger_code IN ('B', 'L')
                          AND A.entry_date <= :WS-AS-OF-DATE
                          AND C.account_type IN ('A', 'E')
                       UNION ALL
                       SELECT 0 - A.home_amount
                         FROM journal_entry_archive A
                         JOIN chart_of_accounts C
                           ON C.account_code = A.credit_account
                        WHERE A.project_code = :WS-PROJECT-CODE
                          AND A.status_flag = 'A'
                          AND A.ledger_code IN ('B', 'L')
                          AND A.entry_date <= :WS-AS-OF-DATE
                          AND C.account_type IN ('A', 'E')
                       UNION ALL
                       SELECT L.debit_amount - L.credit_amount
                         FROM split_line L
                         JOIN split_header H ON H.id = L.header_id
                         JOIN chart_of_accounts C
                           ON C.account_code = L.account_code
                        WHERE L.project_code = :WS-PROJECT-CODE
                          AND H.status_flag = 'A'
                          AND H.entry_date <= :WS-AS-OF-DATE
                          AND C.account_type IN ('A', 'E')) T
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "PROJECT-REPORT WARNING: COST QUERY FAILED FOR "
                   WS-PROJECT-CODE ", SQLCODE=" SQLCODE
               MOVE 0 TO WS-COST
           END-IF
           EXIT.

       END PROGRAM PROJECT-REPORT.
