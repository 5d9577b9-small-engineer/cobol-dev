       IDENTIFICATION DIVISION.
       PROGRAM-ID. FA-ROLLFORWARD.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-PERIOD-START   PIC X(10).
       01  WS-PERIOD-END     PIC X(10).
       01  WS-COMPANY-CODE   PIC X(5).
       01  WS-ROW-COMPANY    PIC X(5).
       01  WS-ROW-ACCOUNT    PIC X(50).
       01  WS-ROW-CC         PIC X(10).
       01  WS-ROW-OPENING    PIC S9(11)V99.
       01  WS-ROW-INCREASE   PIC S9(11)V99.
       01  WS-ROW-DECREASE   PIC S9(11)V99.
       01  WS-GL-BALANCE     PIC S9(11)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01  WS-CONNECT-STATUS PIC X(1).
       01  WS-ENV-NAME       PIC X(30).
       01  WS-DATE-STATUS    PIC X(1).
       01  WS-RPT-LINE       PIC X(132).
       01  WS-AMOUNT-EDIT    PIC -(9)9.99.
       01  WS-ROW-CLOSING    PIC S9(11)V99.
       01  WS-DIFFERENCE     PIC S9(11)V99.
       01  WS-EXCEPTION-COUNT PIC 9(9)     VALUE 0.

      *> which roll-forward is printing: C cost (GL balance is a
      *> debit), A accumulated depreciation (GL balance is a credit).
       01  WS-SECTION        PIC X(1).

      *> control-break state - an account subtotal is tied to the GL
      *> when the company or account changes, a company total prints
      *> when the company changes.
       01  WS-PREV-COMPANY   PIC X(5).
       01  WS-PREV-ACCOUNT   PIC X(50).
       01  WS-FIRST-ROW      PIC X(1).
       01  WS-ACCT-TOTALS.
           05  WS-ACCT-OPENING   PIC S9(11)V99.
           05  WS-ACCT-INCREASE  PIC S9(11)V99.
           05  WS-ACCT-DECREASE  PIC S9(11)V99.
           05  WS-ACCT-CLOSING   PIC S9(11)V99.
       01  WS-CO-TOTALS.
           05  WS-CO-OPENING     PIC S9(11)V99.
           05  WS-CO-INCREASE    PIC S9(11)V99.
           05  WS-CO-DECREASE    PIC S9(11)V99.
           05  WS-CO-CLOSING     PIC S9(11)V99.
       01  WS-GRAND-TOTALS.
           05  WS-GRAND-OPENING  PIC S9(11)V99.
           05  WS-GRAND-INCREASE PIC S9(11)V99.
           05  WS-GRAND-DECREASE PIC S9(11)V99.
           05  WS-GRAND-CLOSING  PIC S9(11)V99.

      *> the four amounts of whichever line is being printed.
       01  WS-OUT-OPENING    PIC S9(11)V99.
       01  WS-OUT-INCREASE   PIC S9(11)V99.
       01  WS-OUT-DECREASE   PIC S9(11)V99.
       01  WS-OUT-CLOSING    PIC S9(11)V99.

       LINKAGE SECTION.
       01  L-PERIOD-START    PIC X(10).
       01  L-PERIOD-END      PIC X(10).
       01  L-COMPANY-CODE    PIC X(5).
       01  L-RETURN-CODE     PIC 9(4).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-PERIOD-START
               L-PERIOD-END
               L-COMPANY-CODE
               L-RETURN-CODE.

      *> the PP&E note's roll-forward, off the asset register instead
      *> of GL-DETAIL and a spreadsheet. Two reports, each broken down
      *> by company (the company of the account), account and cost
      *> center:
      *>   cost          opening, additions (in service in the
      *>                 range), disposals (disposed in the range),
      *>                 closing
      *>   accumulated   opening, charge for the period,
      *>   depreciation  eliminated on disposal, closing
      *> The depreciation charge is the FA-sourced expense/accumulated
      *> postings (archive included) carrying the asset's
      *> ASSET-<id> source_ref, so the accumulated columns are worked
      *> back from accum_posted by what was charged inside and after
      *> the range. Each account's closing figure is tied to the
      *> account_balance summary through the range end (debit less
      *> credit for cost, credit less debit for accumulated
      *> depreciation) - run it to a period end - and any difference
      *> between register and GL prints as an exception line and
      *> sets return code 1.
       MAIN-LOGIC.
           MOVE L-PERIOD-START TO WS-PERIOD-START
           MOVE L-PERIOD-END   TO WS-PERIOD-END
           MOVE L-COMPANY-CODE TO WS-COMPANY-CODE
           MOVE 0              TO L-RETURN-CODE
           MOVE 0              TO WS-EXCEPTION-COUNT

           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-PERIOD-START
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               DISPLAY "FA-ROLLFORWARD ERROR: BAD START DATE "
                   WS-PERIOD-START
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF
           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-PERIOD-END
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               DISPLAY "FA-ROLLFORWARD ERROR: BAD END DATE "
                   WS-PERIOD-END
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "FA-ROLLFORWARD ERROR: DATABASE CONNECTION "
                   "UNAVAILABLE"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           PERFORM REPORT-COST-ROLLFORWARD
           PERFORM REPORT-ACCUM-ROLLFORWARD

           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"

           DISPLAY "FA-ROLLFORWARD: REGISTER/GL EXCEPTIONS="
               WS-EXCEPTION-COUNT
           IF WS-EXCEPTION-COUNT NOT = 0
               MOVE 1 TO L-RETURN-CODE
           END-IF
           GOBACK.

       REPORT-COST-ROLLFORWARD.
           MOVE "C" TO WS-SECTION
           MOVE SPACES TO WS-RPT-LINE
           STRING "FIXED ASSET COST ROLL-FORWARD " WS-PERIOD-START
               " TO " WS-PERIOD-END
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "INIT"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING "CO    ACCOUNT              COST CTR  "
               "   OPENING COST      ADDITIONS      DISPOSALS"
               "   CLOSING COST"
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "HEADING"
                                BY REFERENCE WS-RPT-LINE

           PERFORM START-SECTION

           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT C.company_code, A.asset_account,
                      COALESCE(A.cost_center, ' '),
                      SUM(CASE WHEN A.in_service_date
                                    < :WS-PERIOD-START
                               THEN A.cost ELSE 0 END),
                      SUM(CASE WHEN A.in_service_date
                                    >= :WS-PERIOD-START
                               THEN A.cost ELSE 0 END),
                      SUM(CASE WHEN A.disposal_date
                                    <= :WS-PERIOD-END
                               THEN A.cost ELSE 0 END)
                 FROM asset_master A
                 JOIN chart_of_accounts C
                   ON C.account_code = A.asset_account
                WHERE A.in_service_date <= :WS-PERIOD-END
                  AND (A.disposal_date IS NULL
                       OR A.disposal_date >= :WS-PERIOD-START)
                  AND (:WS-COMPANY-CODE = ' '
                       OR C.company_code = :WS-COMPANY-CODE)
                GROUP BY C.company_code, A.asset_account,
                         COALESCE(A.cost_center, ' ')
                ORDER BY 1, 2, 3
           END-EXEC

           EXEC SQL OPEN C1 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C1 INTO :WS-ROW-COMPANY, :WS-ROW-ACCOUNT,
                       :WS-ROW-CC, :WS-ROW-OPENING,
                       :WS-ROW-INCREASE, :WS-ROW-DECREASE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM PRINT-ONE-ROW
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C1 END-EXEC

           PERFORM FINISH-SECTION
           EXIT.

      *> the per-asset accumulated figures are worked in the inner
      *> select: accumulated at the range end is accum_posted less
      *> anything charged after it, opening is that less the charge
      *> inside the range, and an asset disposed inside the range
      *> eliminates everything it had accumulated.
       REPORT-ACCUM-ROLLFORWARD.
           MOVE "A" TO WS-SECTION
           MOVE SPACES TO WS-RPT-LINE
           STRING "ACCUMULATED DEPRECIATION ROLL-FORWARD "
               WS-PERIOD-START " TO " WS-PERIOD-END
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "INIT"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING "CO    ACCOUNT              COST CTR  "
               "        OPENING         CHARGE     ELIMINATED"
               "        CLOSING"
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "HEADING"
                                BY REFERENCE WS-RPT-LINE

           PERFORM START-SECTION

           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT P.company_code, P.accum_account, P.cost_center,
                      SUM(P.accum_end - P.charge),
                      SUM(P.charge),
                      SUM(CASE WHEN P.disposal_date
                                    <= :WS-PERIOD-END
                               THEN P.accum_end ELSE 0 END)
                 FROM (SELECT C.company_code, A.accum_account,
                              COALESCE(A.cost_center, ' ')
                                  AS cost_center,
                              A.disposal_date,
                              A.accum_posted
                                - COALESCE(D.after_end, 0)
                                  AS accum_end,
                              COALESCE(D.in_range, 0) AS charge
                         FROM asset_master A
                         JOIN chart_of_accounts C
                           ON C.account_code = A.accum_account
                         LEFT JOIN
                              (SELECT J.source_ref, J.debit_account,
                                      J.credit_account,
                                      SUM(CASE WHEN J.entry_date
                                                >= :WS-PERIOD-START
                                           AND J.entry_date
                                                <= :WS-PERIOD-END
                                          THEN J.amount ELSE 0 END)
                                          AS in_range,
                                      SUM(CASE WHEN J.entry_date
                                                > :WS-PERIOD-END
                                          THEN J.amount ELSE 0 END)
                                          AS after_end
                                 FROM (SELECT source_ref,
                                              debit_account,
                                              credit_account,
                                              entry_date, amount
                                         FROM journal_entry
                                        WHERE source_code = 'FA'
                                          AND status_flag = 'A'
                                       UNION ALL
                                       SELECT source_ref,
                                              debit_account,
                                              credit_account,
                                              entry_date, amount
                                         FROM journal_entry_archive
                                        WHERE source_code = 'FA'
                                          AND status_flag = 'A') J
                                GROUP BY J.source_ref,
                                         J.debit_account,
                                         J.credit_account) D
                           ON D.source_ref = 'ASSET-'
                                 || LPAD(CAST(A.id AS VARCHAR), 9, '0')
                          AND D.debit_account  = A.expense_account
                          AND D.credit_account = A.accum_account
                        WHERE A.in_service_date <= :WS-PERIOD-END
                          AND (A.disposal_date IS NULL
                               OR A.disposal_date >= :WS-PERIOD-START)
                          AND (:WS-COMPANY-CODE = ' '
                               OR C.company_code = :WS-COMPANY-CODE)
                      ) P
                GROUP BY P.company_code, P.accum_account,
                         P.cost_center
                ORDER BY 1, 2, 3
           END-EXEC

           EXEC SQL OPEN C2 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C2 INTO :WS-ROW-COMPANY, :WS-ROW-ACCOUNT,
                       :WS-ROW-CC, :WS-ROW-OPENING,
                       :WS-ROW-INCREASE, :WS-ROW-DECREASE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM PRINT-ONE-ROW
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C2 END-EXEC

           PERFORM FINISH-SECTION
           EXIT.

       START-SECTION.
           MOVE "Y"    TO WS-FIRST-ROW
           MOVE SPACES TO WS-PREV-COMPANY
           MOVE SPACES TO WS-PREV-ACCOUNT
           INITIALIZE WS-ACCT-TOTALS
           INITIALIZE WS-CO-TOTALS
           INITIALIZE WS-GRAND-TOTALS
           EXIT.

       FINISH-SECTION.
           IF WS-FIRST-ROW = "N"
               PERFORM CLOSE-ACCOUNT-BREAK
               PERFORM CLOSE-COMPANY-BREAK
           END-IF

           MOVE WS-GRAND-OPENING  TO WS-OUT-OPENING
           MOVE WS-GRAND-INCREASE TO WS-OUT-INCREASE
           MOVE WS-GRAND-DECREASE TO WS-OUT-DECREASE
           MOVE WS-GRAND-CLOSING  TO WS-OUT-CLOSING
           MOVE SPACES TO WS-RPT-LINE
           MOVE "GRAND TOTAL" TO WS-RPT-LINE
           PERFORM EDIT-FOUR-AMOUNTS
           CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING BY CONTENT "CLOSE"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

       PRINT-ONE-ROW.
           IF WS-FIRST-ROW = "N"
               IF WS-ROW-COMPANY NOT = WS-PREV-COMPANY
                   OR WS-ROW-ACCOUNT NOT = WS-PREV-ACCOUNT
                   PERFORM CLOSE-ACCOUNT-BREAK
               END-IF
               IF WS-ROW-COMPANY NOT = WS-PREV-COMPANY
                   PERFORM CLOSE-COMPANY-BREAK
               END-IF
           END-IF
           MOVE "N"            TO WS-FIRST-ROW
           MOVE WS-ROW-COMPANY TO WS-PREV-COMPANY
           MOVE WS-ROW-ACCOUNT TO WS-PREV-ACCOUNT

           COMPUTE WS-ROW-CLOSING =
               WS-ROW-OPENING + WS-ROW-INCREASE - WS-ROW-DECREASE
           MOVE WS-ROW-OPENING  TO WS-OUT-OPENING
           MOVE WS-ROW-INCREASE TO WS-OUT-INCREASE
           MOVE WS-ROW-DECREASE TO WS-OUT-DECREASE
           MOVE WS-ROW-CLOSING  TO WS-OUT-CLOSING
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-ROW-COMPANY " " WS-ROW-ACCOUNT (1:20) " "
               WS-ROW-CC
               INTO WS-RPT-LINE
           END-STRING
           PERFORM EDIT-FOUR-AMOUNTS
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE

           ADD WS-ROW-OPENING  TO WS-ACCT-OPENING
           ADD WS-ROW-INCREASE TO WS-ACCT-INCREASE
           ADD WS-ROW-DECREASE TO WS-ACCT-DECREASE
           ADD WS-ROW-CLOSING  TO WS-ACCT-CLOSING
           EXIT.

      *> the account subtotal, then the tie to the GL summary for the
      *> same account through the range end.
       CLOSE-ACCOUNT-BREAK.
           MOVE WS-ACCT-OPENING  TO WS-OUT-OPENING
           MOVE WS-ACCT-INCREASE TO WS-OUT-INCREASE
           MOVE WS-ACCT-DECREASE TO WS-OUT-DECREASE
           MOVE WS-ACCT-CLOSING  TO WS-OUT-CLOSING
           MOVE SPACES TO WS-RPT-LINE
           STRING "      ACCOUNT " WS-PREV-ACCOUNT (1:20) " TOTAL"
               INTO WS-RPT-LINE
           END-STRING
           PERFORM EDIT-FOUR-AMOUNTS
           CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                BY REFERENCE WS-RPT-LINE

           MOVE WS-PREV-ACCOUNT TO WS-ROW-ACCOUNT
           EXEC SQL
               SELECT COALESCE(SUM(debit_total - credit_total), 0)
                 INTO :WS-GL-BALANCE
                 FROM account_balance
                WHERE account_code = :WS-ROW-ACCOUNT
                  AND period_end  <= :WS-PERIOD-END
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-GL-BALANCE
           END-IF
           IF WS-SECTION = "A"
               COMPUTE WS-GL-BALANCE = 0 - WS-GL-BALANCE
           END-IF
           COMPUTE WS-DIFFERENCE = WS-ACCT-CLOSING - WS-GL-BALANCE

           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-GL-BALANCE TO WS-AMOUNT-EDIT
           STRING "      GL ACCOUNT_BALANCE THROUGH " WS-PERIOD-END
               INTO WS-RPT-LINE
           END-STRING
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (84:14)
           CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                BY REFERENCE WS-RPT-LINE

           IF WS-DIFFERENCE NOT = 0
               MOVE WS-DIFFERENCE TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** EXCEPTION: REGISTER DOES NOT AGREE TO GL "
                   "FOR " WS-PREV-ACCOUNT (1:20) " DIFFERENCE"
                   INTO WS-RPT-LINE
               END-STRING
               MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (84:14)
               CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                    BY REFERENCE WS-RPT-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF

           ADD WS-ACCT-OPENING  TO WS-CO-OPENING
           ADD WS-ACCT-INCREASE TO WS-CO-INCREASE
           ADD WS-ACCT-DECREASE TO WS-CO-DECREASE
           ADD WS-ACCT-CLOSING  TO WS-CO-CLOSING
           INITIALIZE WS-ACCT-TOTALS
           EXIT.

       CLOSE-COMPANY-BREAK.
           MOVE WS-CO-OPENING  TO WS-OUT-OPENING
           MOVE WS-CO-INCREASE TO WS-OUT-INCREASE
           MOVE WS-CO-DECREASE TO WS-OUT-DECREASE
           MOVE WS-CO-CLOSING  TO WS-OUT-CLOSING
           MOVE SPACES TO WS-RPT-LINE
           STRING "COMPANY " WS-PREV-COMPANY " TOTAL"
               INTO WS-RPT-LINE
           END-STRING
           PERFORM EDIT-FOUR-AMOUNTS
           CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                BY REFERENCE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                BY REFERENCE WS-RPT-LINE

           ADD WS-CO-OPENING  TO WS-GRAND-OPENING
           ADD WS-CO-INCREASE TO WS-GRAND-INCREASE
           ADD WS-CO-DECREASE TO WS-GRAND-DECREASE
           ADD WS-CO-CLOSING  TO WS-GRAND-CLOSING
           INITIALIZE WS-CO-TOTALS
           EXIT.

       EDIT-FOUR-AMOUNTS.
           MOVE WS-OUT-OPENING  TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT  TO WS-RPT-LINE (39:14)
           MOVE WS-OUT-INCREASE TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT  TO WS-RPT-LINE (54:14)
           MOVE WS-OUT-DECREASE TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT  TO WS-RPT-LINE (69:14)
           MOVE WS-OUT-CLOSING  TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT  TO WS-RPT-LINE (84:14)
           EXIT.

       END PROGRAM FA-ROLLFORWARD.
