       01  WS-BUDGET-AMOUNT  PIC 9(11)V99.
       01  WS-DEBIT-TOTAL    PIC 9(11)V99.
       01  WS-CREDIT-TOTAL   PIC 9(11)V99.
       01  WS-OWNER-ID       PIC X(50).
       01  WS-BURST-FLAG     PIC X(1).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
       01  WS-OVER-FLAG      PIC X(3).
       01  WS-LINE-COUNT     PIC 9(9)    VALUE 0.
       01  WS-OVER-COUNT     PIC 9(9)    VALUE 0.
       01  WS-RPT-LINE       PIC X(132).
       01  WS-BUDGET-EDIT    PIC -(11)9.99.
       01  WS-ACTUAL-EDIT    PIC -(11)9.99.
       01  WS-VARIANCE-EDIT  PIC -(11)9.99.
       01  WS-PCT-EDIT       PIC -(5)9.99.
       01  WS-BURST-DIR      PIC X(200).
       01  WS-LAST-OWNER     PIC X(50).

       LINKAGE SECTION.
       01  L-PERIOD-START    PIC X(10).
      *> threshold get flagged, which is where the month-end
      *> commentary starts. Actuals are net debits minus credits in
      *> home currency; a zero threshold means "flag nothing, just
      *> report". An account budgeted by cost center reports as one
      *> line - its rows summed - since the actuals here are the
      *> account's whole. Printed through the shared report writer;
      *> under report bursting each account owner (cert_owner) gets
      *> their own accounts' lines, so the accounts then come
      *> grouped by owner, unowned ones last.
       MAIN-LOGIC.
           MOVE L-PERIOD-START  TO WS-PERIOD-START
           MOVE L-PERIOD-END    TO WS-PERIOD-END
               GOBACK
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING "BUDGET VARIANCE " WS-PERIOD-START " TO "
               WS-PERIOD-END " (THRESHOLD " WS-THRESHOLD " PCT)"
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "INIT"
                                BY REFERENCE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ACCOUNT                        BUDGET          "
               "ACTUAL        VARIANCE        PCT"
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "HEADING"
                                BY REFERENCE WS-RPT-LINE

           MOVE "N" TO WS-BURST-FLAG
           ACCEPT WS-BURST-DIR FROM ENVIRONMENT "BURST_DIR"
           IF WS-BURST-DIR NOT = SPACES
               MOVE "Y" TO WS-BURST-FLAG
           END-IF
           MOVE LOW-VALUES TO WS-LAST-OWNER

           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT B.account_code, A.account_name,
                      SUM(B.budget_amount),
                      COALESCE(MAX(O.operator_id), ' ')
                 FROM budget B
                 JOIN chart_of_accounts A
                   ON A.account_code = B.account_code
                 LEFT JOIN cert_owner O
                   ON O.account_code = B.account_code
                WHERE B.period_start = :WS-PERIOD-START
                  AND B.period_end   = :WS-PERIOD-END
                GROUP BY B.account_code, A.account_name
                ORDER BY CASE WHEN :WS-BURST-FLAG = 'Y'
                              THEN COALESCE(MAX(O.operator_id), '~')
                              ELSE ' '
                         END,
                         B.account_code
           END-EXEC

           EXEC SQL OPEN C1 END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C1 INTO :WS-ACCOUNT-CODE, :WS-ACCOUNT-NAME,
                       :WS-BUDGET-AMOUNT, :WS-OWNER-ID
               END-EXEC
               IF SQLCODE = 0
                   PERFORM REPORT-ONE-ACCOUNT

           EXEC SQL CLOSE C1 END-EXEC

      *> the run totals span every owner - back to the run's spool.
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING BY CONTENT "BREAK"
                                BY REFERENCE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "BUDGET-VARIANCE: ACCOUNTS=" WS-LINE-COUNT
               " OVER THRESHOLD=" WS-OVER-COUNT
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                BY REFERENCE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING BY CONTENT "CLOSE"
                                BY REFERENCE WS-RPT-LINE

           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT".
           GOBACK.
               ADD 1 TO WS-OVER-COUNT
           END-IF

           IF WS-OWNER-ID NOT = WS-LAST-OWNER
               PERFORM MARK-OWNER-BREAK
           END-IF

           MOVE WS-BUDGET-AMOUNT TO WS-BUDGET-EDIT
           MOVE WS-ACTUAL-NET    TO WS-ACTUAL-EDIT
           MOVE WS-VARIANCE      TO WS-VARIANCE-EDIT
           MOVE WS-VARIANCE-PCT  TO WS-PCT-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-ACCOUNT-CODE (1:20) " " WS-BUDGET-EDIT " "
               WS-ACTUAL-EDIT " " WS-VARIANCE-EDIT " " WS-PCT-EDIT
               " " WS-OVER-FLAG
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE
           ADD 1 TO WS-LINE-COUNT
           EXIT.

      *> an owner's lines start their own slice of the report; an
      *> account nobody owns goes out UNASSIGNED.
       MARK-OWNER-BREAK.
           MOVE WS-OWNER-ID TO WS-LAST-OWNER
           MOVE SPACES TO WS-RPT-LINE
           MOVE "OWNR" TO WS-RPT-LINE (1:4)
           IF WS-OWNER-ID = SPACES
               MOVE "UNOWNED" TO WS-RPT-LINE (5:30)
           ELSE
               MOVE WS-OWNER-ID TO WS-RPT-LINE (5:30)
               MOVE WS-OWNER-ID TO WS-RPT-LINE (35:50)
           END-IF
           CALL "REPORT-WRITER" USING BY CONTENT "BREAK"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

       END PROGRAM BUDGET-VARIANCE.
