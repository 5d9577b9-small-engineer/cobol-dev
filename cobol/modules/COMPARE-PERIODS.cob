       01  WS-ACCOUNT-NAME   PIC X(100).
       01  WS-PERIOD-COUNT   PIC 9(9).
       01  WS-NET-BALANCE    PIC S9(11)V99.
       01  WS-OWNER-ID       PIC X(50).
       01  WS-BURST-FLAG     PIC X(1).
       01  WS-RENUMBER       PIC X(1).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
       01  WS-PRIOR-YEAR-START PIC X(10).
       01  WS-PRIOR-YEAR-END   PIC X(10).
       01  WS-YEAR-WORK      PIC 9(4).
       01  WS-BURST-DIR      PIC X(200).
       01  WS-LAST-OWNER     PIC X(50).

       LINKAGE SECTION.
       01  L-PERIOD-START    PIC X(10).
       01  L-NUM-PERIODS     PIC 9(2).
       01  L-THRESHOLD-PCT   PIC 9(3)V99.
       01  L-MODE            PIC X(10).
       01  L-NUMBERING       PIC X(1).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-PERIOD-END
               L-NUM-PERIODS
               L-THRESHOLD-PCT
               L-MODE
               L-NUMBERING.

      *> the report the controller reads first every close: one row
      *> per account with a column per fiscal period - the named
      *> earlier instead of the trailing run. Reads account_balance
      *> only, so a month-over-month review is one run instead of two
      *> TRIAL-BAL printouts side by side.
      *> L-NUMBERING "N" reads every column under today's chart: an
      *> account retired into another (account_xref) is folded into
      *> the account that carries it now, so the periods before a
      *> restructure line up against the periods after it.
       MAIN-LOGIC.
           MOVE L-PERIOD-START TO WS-ANCHOR-START
           MOVE L-PERIOD-END   TO WS-ANCHOR-END
           MOVE 0              TO WS-TBL-COUNT
           MOVE 0              TO WS-FLAGGED-COUNT
           MOVE 0              TO WS-LINE-COUNT
           IF L-NUMBERING = "N"
               MOVE "Y" TO WS-RENUMBER
           ELSE
               MOVE "N" TO WS-RENUMBER
           END-IF

           IF L-NUM-PERIODS = 0
               MOVE 3 TO WS-NUM-PERIODS
           PERFORM PRINT-REPORT-HEADINGS
           PERFORM REPORT-ALL-ACCOUNTS

      *> the run totals span every owner - back to the run's spool.
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING BY CONTENT "BREAK"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING "ACCOUNTS=" WS-LINE-COUNT
               " FLAGGED OVER " WS-THRESHOLD " PCT="

       PRINT-REPORT-HEADINGS.
           MOVE SPACES TO WS-RPT-LINE
           IF WS-RENUMBER = "Y"
               STRING "PERIOD COMPARISON, NEWEST "
                   WS-ANCHOR-START " TO " WS-ANCHOR-END
                   ", UNDER CURRENT NUMBERING"
                   DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING "PERIOD COMPARISON, NEWEST "
                   WS-ANCHOR-START " TO " WS-ANCHOR-END
                   INTO WS-RPT-LINE
               END-STRING
           END-IF
           CALL "REPORT-WRITER" USING BY CONTENT "INIT"
                                BY REFERENCE WS-RPT-LINE

           ADD 14 TO WS-LINE-POS
           EXIT.

      *> under report bursting each account owner (cert_owner) gets
      *> their own accounts' rows, so the accounts come grouped by
      *> owner - unowned ones last - instead of straight account
      *> order.
       REPORT-ALL-ACCOUNTS.
           MOVE "N" TO WS-BURST-FLAG
           ACCEPT WS-BURST-DIR FROM ENVIRONMENT "BURST_DIR"
           IF WS-BURST-DIR NOT = SPACES
               MOVE "Y" TO WS-BURST-FLAG
           END-IF
           MOVE LOW-VALUES TO WS-LAST-OWNER

           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT A.account_code, A.account_name,
                      COALESCE(O.operator_id, ' ')
                 FROM chart_of_accounts A
                 LEFT JOIN cert_owner O
                   ON O.account_code = A.account_code
                WHERE :WS-RENUMBER = 'N'
                   OR NOT EXISTS (SELECT 1 FROM account_xref X
                                   WHERE X.old_account_code
                                         = A.account_code)
                ORDER BY CASE WHEN :WS-BURST-FLAG = 'Y'
                              THEN COALESCE(O.operator_id, '~')
                              ELSE ' '
                         END,
                         A.account_code
           END-EXEC

           EXEC SQL OPEN C2 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C2 INTO :WS-ACCOUNT-CODE, :WS-ACCOUNT-NAME,
                       :WS-OWNER-ID
               END-EXEC
               IF SQLCODE = 0
                   PERFORM REPORT-ONE-ACCOUNT
               END-IF
           END-IF

           IF WS-OWNER-ID NOT = WS-LAST-OWNER
               PERFORM MARK-OWNER-BREAK
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-ACCOUNT-CODE (1:20) TO WS-RPT-LINE (1:20)
           MOVE 21 TO WS-LINE-POS
           ADD 1 TO WS-LINE-COUNT
           EXIT.

      *> an owner's rows start their own slice of the report; an
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

      *> net balance straight off the summary - debits minus credits
      *> for the account's row in that period, zero when the account
      *> had no activity (no summary row). Under the new numbering the
      *> account's retired codes count in with it; the restructure
      *> transfer between them nets to nothing in its period.
       FETCH-ONE-PERIOD-NET.
           MOVE WS-TBL-PERIOD-START (WS-PERIOD-IDX)
               TO WS-PERIOD-START
               SELECT COALESCE(SUM(debit_total - credit_total), 0)
                 INTO :WS-NET-BALANCE
                 FROM account_balance
                WHERE (account_code = :WS-ACCOUNT-CODE
                       OR (:WS-RENUMBER = 'Y'
                           AND account_code IN
                               (SELECT old_account_code
                                  FROM account_xref
                                 WHERE current_code
                                       = :WS-ACCOUNT-CODE)))
                  AND period_start = :WS-PERIOD-START
                  AND period_end   = :WS-PERIOD-END
           END-EXEC
