       IDENTIFICATION DIVISION.
       PROGRAM-ID. IC-INTEREST.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-PERIOD-START   PIC X(10).
       01  WS-PERIOD-END     PIC X(10).
       01  WS-COMPANY-A      PIC X(5).
       01  WS-COMPANY-B      PIC X(5).
       01  WS-OWED-AMOUNT    PIC S9(11)V99.
       01  WS-MOVE-DATE      PIC X(10).
       01  WS-RATE-DATE      PIC X(10).
       01  WS-RATE-PCT       PIC 9(3)V9(4).
       01  WS-DAY-BASIS      PIC 9(3).
       01  WS-INCOME-ACCT    PIC X(50).
       01  WS-EXPENSE-ACCT   PIC X(50).
       01  WS-CHARGED-COUNT  PIC 9(9).
       01  WS-CHARGE-REF-SQL PIC X(50).
       01  WS-CHARGE-AMOUNT  PIC 9(9)V99.
       01  WS-BORROWER       PIC X(5).
       01  WS-CHARGE-ENTRY-ID PIC 9(9).
       01  WS-OPERATOR-ID    PIC X(50).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01  WS-CONNECT-STATUS  PIC X(1).
       01  WS-ENV-NAME        PIC X(30).
       01  WS-RPT-LINE        PIC X(132).
       01  WS-POST-DATE       PIC X(10).
       01  WS-DATE-STATUS     PIC X(1).
       01  WS-CHARGE-MEMO     PIC X(100).
       01  WS-BATCH-ID        PIC X(30)     VALUE SPACES.
       01  WS-CURRENCY-CODE   PIC X(3)      VALUE SPACES.
       01  WS-EXCHANGE-RATE   PIC 9(3)V9(6) VALUE 0.
       01  WS-FORCE-DUP       PIC X(1)      VALUE "Y".
       01  WS-APPROVED        PIC X(1)      VALUE "Y".
       01  WS-NOT-ACCRUAL     PIC X(1)      VALUE "N".
       01  WS-NO-COST-CENTER  PIC X(10)     VALUE SPACES.
       01  WS-SOURCE-CODE     PIC X(2)      VALUE "II".
       01  WS-TAX-CODE        PIC X(10)     VALUE SPACES.
       01  WS-CTL-OVERRIDE    PIC X(1)      VALUE SPACES.
       01  WS-COMMITMENT-ID   PIC 9(9)      VALUE 0.
       01  WS-NO-UOM          PIC X(10)     VALUE SPACES.
       01  WS-NO-PROJECT      PIC X(10)     VALUE SPACES.
       01  WS-NO-COUNTERPARTY PIC X(20)     VALUE SPACES.
       01  WS-LEDGER-CODE     PIC X(1)      VALUE SPACES.
       01  WS-CE-RETURN-CODE  PIC 9(4).
       01  WS-LENDER          PIC X(5).
       01  WS-DEBIT-ACCT      PIC X(50).
       01  WS-CREDIT-ACCT     PIC X(50).
       01  WS-CHARGED-PAIRS   PIC 9(9)      VALUE 0.
       01  WS-SKIPPED-PAIRS   PIC 9(9)      VALUE 0.
       01  WS-ERROR-COUNT     PIC 9(9)      VALUE 0.
       01  WS-AMOUNT-EDIT     PIC -Z(10)9.99.
       01  WS-CHARGE-EDIT     PIC Z(8)9.99.
       01  WS-INTEREST-EDIT   PIC -Z(8)9.99.
       01  WS-RATE-EDIT       PIC ZZ9.9999.
       01  WS-DAYS-EDIT       PIC ZZZ9.

      *> civil day numbers for the day-by-day walk, and the dates
      *> they come from and go back to.
       01  WS-DATE-WORK       PIC X(10).
       01  WS-DATE-NUM        PIC 9(8).
       01  WS-DAY-INT         PIC 9(7).
       01  WS-START-DAY       PIC 9(7).
       01  WS-END-DAY         PIC 9(7).
       01  WS-WALK-DAY        PIC 9(7).
       01  WS-NEXT-DAY        PIC 9(7).
       01  WS-SEG-FROM-TEXT   PIC X(10).
       01  WS-SEG-TO-TEXT     PIC X(10).

      *> the running position while a pair is walked: positive when
      *> the first company of the pair owes the second.
       01  WS-WALK-BALANCE    PIC S9(11)V99.
       01  WS-WALK-RATE       PIC 9(3)V9(4).
       01  WS-WALK-BASIS      PIC 9(3).
       01  WS-WALK-INTEREST   PIC S9(9)V99.

      *> every pair with an agreed rate, and what the walk made of
      *> it. Status: P ready to post, C already charged, Z no
      *> interest, E could not be calculated.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ROW OCCURS 99 TIMES
                   INDEXED BY WS-PAIR-IDX.
               10  WS-PR-COMPANY-A  PIC X(5).
               10  WS-PR-COMPANY-B  PIC X(5).
               10  WS-PR-STATUS     PIC X(1).
               10  WS-PR-OPENING    PIC S9(11)V99.
               10  WS-PR-INTEREST   PIC S9(9)V99.
               10  WS-PR-SEG-FIRST  PIC 9(4).
               10  WS-PR-SEG-COUNT  PIC 9(4).
       01  WS-PAIR-COUNT      PIC 9(3)      VALUE 0.

      *> each company's interest income and expense accounts.
       01  WS-COMPANY-TABLE.
           05  WS-COMPANY-ROW OCCURS 99 TIMES
                   INDEXED BY WS-COMP-IDX.
               10  WS-CO-CODE      PIC X(5).
               10  WS-CO-INCOME    PIC X(50).
               10  WS-CO-EXPENSE   PIC X(50).
       01  WS-COMPANY-COUNT   PIC 9(3)      VALUE 0.
       01  WS-CO-FOUND        PIC 9(3).

      *> one pair's daily position changes inside the period and its
      *> rate history, each closed by a high-value row so the walk
      *> never reads past the end.
       01  WS-MOVE-TABLE.
           05  WS-MOVE-ROW OCCURS 400 TIMES.
               10  WS-MV-DAY       PIC 9(7).
               10  WS-MV-AMOUNT    PIC S9(11)V99.
       01  WS-MOVE-COUNT      PIC 9(4)      VALUE 0.
       01  WS-MV-PTR          PIC 9(4).
       01  WS-RATE-TABLE.
           05  WS-RATE-ROW OCCURS 100 TIMES.
               10  WS-RT-DAY       PIC 9(7).
               10  WS-RT-PCT       PIC 9(3)V9(4).
               10  WS-RT-BASIS     PIC 9(3).
       01  WS-RATE-COUNT      PIC 9(4)      VALUE 0.
       01  WS-RT-PTR          PIC 9(4).

      *> the calculation statement, segment by segment - a segment
      *> is a run of days on one balance at one rate.
       01  WS-SEG-TABLE.
           05  WS-SEG-ROW OCCURS 3000 TIMES
                   INDEXED BY WS-SEG-IDX.
               10  WS-SG-FROM-DAY  PIC 9(7).
               10  WS-SG-DAYS      PIC 9(4).
               10  WS-SG-BALANCE   PIC S9(11)V99.
               10  WS-SG-RATE      PIC 9(3)V9(4).
               10  WS-SG-BASIS     PIC 9(3).
               10  WS-SG-INTEREST  PIC S9(9)V99.
       01  WS-SEG-COUNT       PIC 9(4)      VALUE 0.
       01  WS-SEG-LAST        PIC 9(4).

       LINKAGE SECTION.
       01  L-PERIOD-START     PIC X(10).
       01  L-PERIOD-END       PIC X(10).
       01  L-POST-DATE        PIC X(10).
       01  L-RETURN-CODE      PIC 9(4).
       01  L-OPERATOR-ID      PIC X(50).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-PERIOD-START
               L-PERIOD-END
               L-POST-DATE
               L-RETURN-CODE
               L-OPERATOR-ID.

      *> interest on intercompany balances left unsettled. For every
      *> company pair with a rate agreed on ic_interest_rate, the
      *> pair's due-to/due-from position is rebuilt day by day from
      *> the linked intercompany legs - the debtor leg of each pair
      *> credits its company's due-to, a settlement debits it - and
      *> each day is charged at the rate in force that day on its
      *> day basis. The net for the period posts as ONE cross-company
      *> entry (source II): the borrower's interest expense against
      *> the lender's interest income, which CREATE-ENTRY's
      *> intercompany path splits into the linked due-to/due-from
      *> pair like any other, so the interest itself is owed and
      *> settled through IC-SETTLE. The statement shows each run of
      *> days, the balance, the rate and the interest, for both
      *> controllers to agree. A pair already charged for any day of
      *> the period is skipped, never charged twice.
       MAIN-LOGIC.
           MOVE L-PERIOD-START TO WS-PERIOD-START
           MOVE L-PERIOD-END   TO WS-PERIOD-END
           MOVE L-POST-DATE    TO WS-POST-DATE
           MOVE L-OPERATOR-ID  TO WS-OPERATOR-ID
           MOVE 0              TO L-RETURN-CODE

           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-PERIOD-START
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               DISPLAY "IC-INTEREST ERROR: BAD PERIOD START "
                   WS-PERIOD-START
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF
           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-PERIOD-END
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               OR WS-PERIOD-END < WS-PERIOD-START
               DISPLAY "IC-INTEREST ERROR: BAD PERIOD END "
                   WS-PERIOD-END
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF
           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-POST-DATE
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               DISPLAY "IC-INTEREST ERROR: BAD POSTING DATE "
                   WS-POST-DATE
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-PERIOD-START TO WS-DATE-WORK
           PERFORM DATE-TO-DAY
           MOVE WS-DAY-INT TO WS-START-DAY
           MOVE WS-PERIOD-END TO WS-DATE-WORK
           PERFORM DATE-TO-DAY
           MOVE WS-DAY-INT TO WS-END-DAY

           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "IC-INTEREST ERROR: DATABASE CONNECTION "
                   "UNAVAILABLE"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-RATED-PAIRS
           PERFORM LOAD-INTEREST-ACCOUNTS
           PERFORM CALC-ONE-PAIR
               VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT

      *> the whole calculation is buffered - close this session down
      *> before CREATE-ENTRY opens its own.
           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"

           IF WS-PAIR-COUNT = 0
               DISPLAY "IC-INTEREST: NO COMPANY PAIR HAS AN "
                   "INTEREST RATE IN FORCE BY " WS-PERIOD-END
               GOBACK
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING "INTERCOMPANY INTEREST " WS-PERIOD-START
               " TO " WS-PERIOD-END "  POSTED " WS-POST-DATE
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "INIT"
                                BY REFERENCE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "BALANCES ARE END OF DAY, POSITIVE WHERE THE "
               "FIRST COMPANY OF THE PAIR OWES THE SECOND; "
               "INTEREST = BALANCE X RATE / 100 X DAYS / BASIS"
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE

           PERFORM CHARGE-ONE-PAIR
               VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT

           MOVE SPACES TO WS-RPT-LINE
           STRING "PAIRS CHARGED=" WS-CHARGED-PAIRS
               "  SKIPPED=" WS-SKIPPED-PAIRS
               "  ERRORS=" WS-ERROR-COUNT
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING BY CONTENT "CLOSE"
                                BY REFERENCE WS-RPT-LINE

           IF WS-ERROR-COUNT NOT = 0
               MOVE 1 TO L-RETURN-CODE
           END-IF
           GOBACK.

       LOAD-RATED-PAIRS.
           MOVE 0 TO WS-PAIR-COUNT
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT DISTINCT company_a, company_b
                 FROM ic_interest_rate
                WHERE effective_from <= CAST(:WS-PERIOD-END AS DATE)
                ORDER BY company_a, company_b
           END-EXEC

           EXEC SQL OPEN C1 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C1 INTO :WS-COMPANY-A, :WS-COMPANY-B
               END-EXEC
               IF SQLCODE = 0
                   IF WS-PAIR-COUNT < 99
                       ADD 1 TO WS-PAIR-COUNT
                       MOVE WS-COMPANY-A
                           TO WS-PR-COMPANY-A (WS-PAIR-COUNT)
                       MOVE WS-COMPANY-B
                           TO WS-PR-COMPANY-B (WS-PAIR-COUNT)
                       MOVE "E" TO WS-PR-STATUS (WS-PAIR-COUNT)
                       MOVE 0 TO WS-PR-OPENING (WS-PAIR-COUNT)
                       MOVE 0 TO WS-PR-INTEREST (WS-PAIR-COUNT)
                       MOVE 0 TO WS-PR-SEG-FIRST (WS-PAIR-COUNT)
                       MOVE 0 TO WS-PR-SEG-COUNT (WS-PAIR-COUNT)
                   ELSE
                       DISPLAY "IC-INTEREST WARNING: MORE THAN 99 "
                           "RATED PAIRS, " WS-COMPANY-A "/"
                           WS-COMPANY-B " NOT CHARGED"
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C1 END-EXEC
           EXIT.

       LOAD-INTEREST-ACCOUNTS.
           MOVE 0 TO WS-COMPANY-COUNT
           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT company_code, income_account, expense_account
                 FROM ic_interest_account
                ORDER BY company_code
           END-EXEC

           EXEC SQL OPEN C2 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C2 INTO :WS-COMPANY-A, :WS-INCOME-ACCT,
                       :WS-EXPENSE-ACCT
               END-EXEC
               IF SQLCODE = 0 AND WS-COMPANY-COUNT < 99
                   ADD 1 TO WS-COMPANY-COUNT
                   MOVE WS-COMPANY-A
                       TO WS-CO-CODE (WS-COMPANY-COUNT)
                   MOVE WS-INCOME-ACCT
                       TO WS-CO-INCOME (WS-COMPANY-COUNT)
                   MOVE WS-EXPENSE-ACCT
                       TO WS-CO-EXPENSE (WS-COMPANY-COUNT)
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C2 END-EXEC
           EXIT.

      *> one pair, start to finish while still connected: the rerun
      *> guard, the opening position, the period's movements and
      *> rates, then the walk.
       CALC-ONE-PAIR.
           MOVE WS-PR-COMPANY-A (WS-PAIR-IDX) TO WS-COMPANY-A
           MOVE WS-PR-COMPANY-B (WS-PAIR-IDX) TO WS-COMPANY-B

           PERFORM CHECK-ALREADY-CHARGED
           IF WS-CHARGED-COUNT NOT = 0
               MOVE "C" TO WS-PR-STATUS (WS-PAIR-IDX)
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-OPENING-POSITION
           IF SQLCODE NOT = 0
               DISPLAY "IC-INTEREST ERROR: OPENING POSITION FOR "
                   WS-COMPANY-A "/" WS-COMPANY-B " NOT READ, SQLCODE="
                   SQLCODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OWED-AMOUNT TO WS-PR-OPENING (WS-PAIR-IDX)

           PERFORM LOAD-PERIOD-MOVEMENTS
           IF WS-MOVE-COUNT > 399
               DISPLAY "IC-INTEREST ERROR: TOO MANY POSITION CHANGES "
                   "FOR " WS-COMPANY-A "/" WS-COMPANY-B
                   " - CHARGE A SHORTER PERIOD"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PAIR-RATES
           IF WS-RATE-COUNT > 99
               DISPLAY "IC-INTEREST ERROR: TOO MANY RATE CHANGES "
                   "FOR " WS-COMPANY-A "/" WS-COMPANY-B
               EXIT PARAGRAPH
           END-IF

           PERFORM WALK-PAIR-DAYS
           IF WS-PR-STATUS (WS-PAIR-IDX) = "E"
               EXIT PARAGRAPH
           END-IF

           IF WS-PR-INTEREST (WS-PAIR-IDX) = 0
               MOVE "Z" TO WS-PR-STATUS (WS-PAIR-IDX)
           ELSE
               MOVE "P" TO WS-PR-STATUS (WS-PAIR-IDX)
           END-IF
           EXIT.

      *> a charge on file for any day of the period, or a posted
      *> II entry under this period's reference (its charge row lost
      *> to a failure after posting), means the pair is done.
       CHECK-ALREADY-CHARGED.
           PERFORM BUILD-CHARGE-REF
           EXEC SQL
               SELECT COUNT(*) INTO :WS-CHARGED-COUNT
                 FROM ic_interest_charge
                WHERE company_a = :WS-COMPANY-A
                  AND company_b = :WS-COMPANY-B
                  AND period_start <= CAST(:WS-PERIOD-END AS DATE)
                  AND period_end >= CAST(:WS-PERIOD-START AS DATE)
           END-EXEC
           IF WS-CHARGED-COUNT NOT = 0
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :WS-CHARGED-COUNT
                 FROM journal_entry
                WHERE source_code = 'II'
                  AND source_ref = :WS-CHARGE-REF-SQL
                  AND status_flag = 'A'
           END-EXEC
           EXIT.

       BUILD-CHARGE-REF.
           MOVE SPACES TO WS-CHARGE-REF-SQL
           STRING "ICINT-" WS-PERIOD-END "-" WS-COMPANY-A "-"
               WS-COMPANY-B
               DELIMITED BY SIZE
               INTO WS-CHARGE-REF-SQL
           END-STRING
           EXIT.

      *> what the first company owed the second at the close of the
      *> day before the period: every linked leg touching a
      *> company's due-to, across live and archived entries - a
      *> balance can outlive the year its first leg was booked in.
       LOAD-OPENING-POSITION.
           EXEC SQL
               SELECT COALESCE(SUM(M.owed_amount), 0)
                 INTO :WS-OWED-AMOUNT
                 FROM (SELECT CASE WHEN J1.company_code = :WS-COMPANY-A
                                   THEN 1 ELSE -1 END
                              * CASE WHEN J1.credit_account
                                          = C.due_to_account
                                     THEN J1.home_amount
                                     ELSE 0 - J1.home_amount END
                                AS owed_amount
                         FROM journal_entry J1
                         JOIN journal_entry J2
                           ON J2.id = J1.interco_pair_id
                         JOIN company C
                           ON C.company_code = J1.company_code
                        WHERE J1.status_flag = 'A'
                          AND J2.status_flag = 'A'
                          AND J1.company_code IN (:WS-COMPANY-A,
                                                  :WS-COMPANY-B)
                          AND J2.company_code IN (:WS-COMPANY-A,
                                                  :WS-COMPANY-B)
                          AND J1.company_code <> J2.company_code
                          AND (J1.credit_account = C.due_to_account
                               OR J1.debit_account = C.due_to_account)
                          AND J1.entry_date
                              < CAST(:WS-PERIOD-START AS DATE)
                       UNION ALL
                       SELECT CASE WHEN J1.company_code = :WS-COMPANY-A
                                   THEN 1 ELSE -1 END
                              * CASE WHEN J1.credit_account
                                          = C.due_to_account
                                     THEN J1.home_amount
                                     ELSE 0 - J1.home_amount END
                         FROM journal_entry_archive J1
                         JOIN journal_entry_archive J2
                           ON J2.id = J1.interco_pair_id
                         JOIN company C
                           ON C.company_code = J1.company_code
                        WHERE J1.status_flag = 'A'
                          AND J2.status_flag = 'A'
                          AND J1.company_code IN (:WS-COMPANY-A,
                                                  :WS-COMPANY-B)
                          AND J2.company_code IN (:WS-COMPANY-A,
                                                  :WS-COMPANY-B)
                          AND J1.company_code <> J2.company_code
                          AND (J1.credit_account = C.due_to_account
                               OR J1.debit_account = C.due_to_account)
                          AND J1.entry_date
                              < CAST(:WS-PERIOD-START AS DATE)) M
           END-EXEC
           EXIT.

      *> the period's net change in the position, one row per day
      *> it moved, in date order.
       LOAD-PERIOD-MOVEMENTS.
           MOVE 0 TO WS-MOVE-COUNT
           EXEC SQL
               DECLARE C3 CURSOR FOR
               SELECT CAST(J1.entry_date AS VARCHAR(10)),
                      SUM(CASE WHEN J1.company_code = :WS-COMPANY-A
                               THEN 1 ELSE -1 END
                          * CASE WHEN J1.credit_account
                                      = C.due_to_account
                                 THEN J1.home_amount
                                 ELSE 0 - J1.home_amount END)
                 FROM journal_entry J1
                 JOIN journal_entry J2 ON J2.id = J1.interco_pair_id
                 JOIN company C ON C.company_code = J1.company_code
                WHERE J1.status_flag = 'A'
                  AND J2.status_flag = 'A'
                  AND J1.company_code IN (:WS-COMPANY-A,
                                          :WS-COMPANY-B)
                  AND J2.company_code IN (:WS-COMPANY-A,
                                          :WS-COMPANY-B)
                  AND J1.company_code <> J2.company_code
                  AND (J1.credit_account = C.due_to_account
                       OR J1.debit_account = C.due_to_account)
                  AND J1.entry_date BETWEEN :WS-PERIOD-START
                                        AND :WS-PERIOD-END
                GROUP BY J1.entry_date
                ORDER BY J1.entry_date
           END-EXEC

           EXEC SQL OPEN C3 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C3 INTO :WS-MOVE-DATE, :WS-OWED-AMOUNT
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-MOVE-COUNT
                   IF WS-MOVE-COUNT < 400
                       MOVE WS-MOVE-DATE TO WS-DATE-WORK
                       PERFORM DATE-TO-DAY
                       MOVE WS-DAY-INT
                           TO WS-MV-DAY (WS-MOVE-COUNT)
                       MOVE WS-OWED-AMOUNT
                           TO WS-MV-AMOUNT (WS-MOVE-COUNT)
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C3 END-EXEC

           IF WS-MOVE-COUNT < 400
               MOVE 9999999 TO WS-MV-DAY (WS-MOVE-COUNT + 1)
               MOVE 0 TO WS-MV-AMOUNT (WS-MOVE-COUNT + 1)
           END-IF
           EXIT.

      *> the pair's whole rate history up to the period end; the
      *> walk takes whatever was last in force at each day. Before
      *> the first rate the pair was not charged at all.
       LOAD-PAIR-RATES.
           MOVE 0 TO WS-RATE-COUNT
           EXEC SQL
               DECLARE C4 CURSOR FOR
               SELECT CAST(effective_from AS VARCHAR(10)),
                      annual_rate_pct, day_basis
                 FROM ic_interest_rate
                WHERE company_a = :WS-COMPANY-A
                  AND company_b = :WS-COMPANY-B
                  AND effective_from <= CAST(:WS-PERIOD-END AS DATE)
                ORDER BY effective_from
           END-EXEC

           EXEC SQL OPEN C4 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C4 INTO :WS-RATE-DATE, :WS-RATE-PCT,
                       :WS-DAY-BASIS
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-RATE-COUNT
                   IF WS-RATE-COUNT < 100
                       MOVE WS-RATE-DATE TO WS-DATE-WORK
                       PERFORM DATE-TO-DAY
                       MOVE WS-DAY-INT
                           TO WS-RT-DAY (WS-RATE-COUNT)
                       MOVE WS-RATE-PCT
                           TO WS-RT-PCT (WS-RATE-COUNT)
                       MOVE WS-DAY-BASIS
                           TO WS-RT-BASIS (WS-RATE-COUNT)
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C4 END-EXEC

           IF WS-RATE-COUNT < 100
               MOVE 9999999 TO WS-RT-DAY (WS-RATE-COUNT + 1)
               MOVE 0 TO WS-RT-PCT (WS-RATE-COUNT + 1)
               MOVE 365 TO WS-RT-BASIS (WS-RATE-COUNT + 1)
           END-IF
           EXIT.

      *> the day-by-day charge, taken a segment at a time: from the
      *> current day, apply that day's movement and any rate taking
      *> effect, then run to the day before the next movement or
      *> rate change (or the period end) on one balance and rate.
      *> Each segment's interest is rounded to the cent and the
      *> pair's total is the sum of the segments, so the statement
      *> foots to exactly what posts.
       WALK-PAIR-DAYS.
           MOVE WS-PR-OPENING (WS-PAIR-IDX) TO WS-WALK-BALANCE
           MOVE 0   TO WS-WALK-RATE
           MOVE 365 TO WS-WALK-BASIS
           MOVE 1   TO WS-MV-PTR
           MOVE 1   TO WS-RT-PTR
           MOVE WS-START-DAY TO WS-WALK-DAY
           COMPUTE WS-PR-SEG-FIRST (WS-PAIR-IDX) = WS-SEG-COUNT + 1
           MOVE 0 TO WS-PR-SEG-COUNT (WS-PAIR-IDX)
           MOVE 0 TO WS-PR-INTEREST (WS-PAIR-IDX)
           MOVE "P" TO WS-PR-STATUS (WS-PAIR-IDX)

           PERFORM UNTIL WS-RT-DAY (WS-RT-PTR) > WS-WALK-DAY
               MOVE WS-RT-PCT (WS-RT-PTR)   TO WS-WALK-RATE
               MOVE WS-RT-BASIS (WS-RT-PTR) TO WS-WALK-BASIS
               ADD 1 TO WS-RT-PTR
           END-PERFORM

           PERFORM WALK-ONE-SEGMENT
               UNTIL WS-WALK-DAY > WS-END-DAY
                  OR WS-PR-STATUS (WS-PAIR-IDX) = "E"
           EXIT.

       WALK-ONE-SEGMENT.
           PERFORM UNTIL WS-MV-DAY (WS-MV-PTR) > WS-WALK-DAY
               ADD WS-MV-AMOUNT (WS-MV-PTR) TO WS-WALK-BALANCE
               ADD 1 TO WS-MV-PTR
           END-PERFORM
           PERFORM UNTIL WS-RT-DAY (WS-RT-PTR) > WS-WALK-DAY
               MOVE WS-RT-PCT (WS-RT-PTR)   TO WS-WALK-RATE
               MOVE WS-RT-BASIS (WS-RT-PTR) TO WS-WALK-BASIS
               ADD 1 TO WS-RT-PTR
           END-PERFORM

           COMPUTE WS-NEXT-DAY = WS-END-DAY + 1
           IF WS-MV-DAY (WS-MV-PTR) < WS-NEXT-DAY
               MOVE WS-MV-DAY (WS-MV-PTR) TO WS-NEXT-DAY
           END-IF
           IF WS-RT-DAY (WS-RT-PTR) < WS-NEXT-DAY
               MOVE WS-RT-DAY (WS-RT-PTR) TO WS-NEXT-DAY
           END-IF

           IF WS-SEG-COUNT NOT < 3000
               DISPLAY "IC-INTEREST ERROR: STATEMENT TABLE FULL AT "
                   WS-COMPANY-A "/" WS-COMPANY-B
               MOVE "E" TO WS-PR-STATUS (WS-PAIR-IDX)
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-WALK-INTEREST ROUNDED =
               WS-WALK-BALANCE * WS-WALK-RATE
               * (WS-NEXT-DAY - WS-WALK-DAY)
               / (100 * WS-WALK-BASIS)

           ADD 1 TO WS-SEG-COUNT
           MOVE WS-WALK-DAY     TO WS-SG-FROM-DAY (WS-SEG-COUNT)
           COMPUTE WS-SG-DAYS (WS-SEG-COUNT) =
               WS-NEXT-DAY - WS-WALK-DAY
           MOVE WS-WALK-BALANCE TO WS-SG-BALANCE (WS-SEG-COUNT)
           MOVE WS-WALK-RATE    TO WS-SG-RATE (WS-SEG-COUNT)
           MOVE WS-WALK-BASIS   TO WS-SG-BASIS (WS-SEG-COUNT)
           MOVE WS-WALK-INTEREST TO WS-SG-INTEREST (WS-SEG-COUNT)
           ADD 1 TO WS-PR-SEG-COUNT (WS-PAIR-IDX)
           ADD WS-WALK-INTEREST TO WS-PR-INTEREST (WS-PAIR-IDX)

           MOVE WS-NEXT-DAY TO WS-WALK-DAY
           EXIT.

      *> print the pair's calculation, then post and record it.
       CHARGE-ONE-PAIR.
           MOVE WS-PR-COMPANY-A (WS-PAIR-IDX) TO WS-COMPANY-A
           MOVE WS-PR-COMPANY-B (WS-PAIR-IDX) TO WS-COMPANY-B

           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE
           EVALUATE WS-PR-STATUS (WS-PAIR-IDX)
             WHEN "C"
                 MOVE SPACES TO WS-RPT-LINE
                 STRING "PAIR " WS-COMPANY-A "/" WS-COMPANY-B
                     " ALREADY CHARGED FOR PART OF THIS PERIOD, "
                     "SKIPPED"
                     DELIMITED BY SIZE
                     INTO WS-RPT-LINE
                 END-STRING
                 CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                      BY REFERENCE WS-RPT-LINE
                 ADD 1 TO WS-SKIPPED-PAIRS
                 EXIT PARAGRAPH
             WHEN "E"
                 MOVE SPACES TO WS-RPT-LINE
                 STRING "PAIR " WS-COMPANY-A "/" WS-COMPANY-B
                     " *** NOT CALCULATED - SEE JOB LOG ***"
                     DELIMITED BY SIZE
                     INTO WS-RPT-LINE
                 END-STRING
                 CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                      BY REFERENCE WS-RPT-LINE
                 ADD 1 TO WS-ERROR-COUNT
                 EXIT PARAGRAPH
           END-EVALUATE

           MOVE WS-PR-OPENING (WS-PAIR-IDX) TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "PAIR " WS-COMPANY-A "/" WS-COMPANY-B
               "  OPENING POSITION " WS-AMOUNT-EDIT
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE

           COMPUTE WS-SEG-LAST = WS-PR-SEG-FIRST (WS-PAIR-IDX)
               + WS-PR-SEG-COUNT (WS-PAIR-IDX) - 1
           PERFORM REPORT-ONE-SEGMENT
               VARYING WS-SEG-IDX FROM WS-PR-SEG-FIRST (WS-PAIR-IDX)
               BY 1 UNTIL WS-SEG-IDX > WS-SEG-LAST

           MOVE WS-PR-INTEREST (WS-PAIR-IDX) TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  INTEREST FOR THE PERIOD " WS-AMOUNT-EDIT
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE

           IF WS-PR-STATUS (WS-PAIR-IDX) = "Z"
               MOVE SPACES TO WS-RPT-LINE
               STRING "  NO INTEREST DUE, NOTHING POSTED"
                   DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                    BY REFERENCE WS-RPT-LINE
               ADD 1 TO WS-SKIPPED-PAIRS
               EXIT PARAGRAPH
           END-IF

           PERFORM RESOLVE-INTEREST-ACCOUNTS
           IF WS-CO-FOUND NOT = 2
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** NOT POSTED: NO INTEREST ACCOUNTS ON "
                   "FILE FOR " WS-BORROWER " OR " WS-LENDER " ***"
                   DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                    BY REFERENCE WS-RPT-LINE
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM POST-INTEREST-CHARGE
           EXIT.

       REPORT-ONE-SEGMENT.
           MOVE WS-SG-FROM-DAY (WS-SEG-IDX) TO WS-DAY-INT
           PERFORM DAY-TO-DATE
           MOVE WS-DATE-WORK TO WS-SEG-FROM-TEXT
           COMPUTE WS-DAY-INT = WS-SG-FROM-DAY (WS-SEG-IDX)
               + WS-SG-DAYS (WS-SEG-IDX) - 1
           PERFORM DAY-TO-DATE
           MOVE WS-DATE-WORK TO WS-SEG-TO-TEXT
           MOVE WS-SG-DAYS (WS-SEG-IDX) TO WS-DAYS-EDIT
           MOVE WS-SG-RATE (WS-SEG-IDX) TO WS-RATE-EDIT
           MOVE WS-SG-BALANCE (WS-SEG-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-SG-INTEREST (WS-SEG-IDX) TO WS-INTEREST-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  " WS-SEG-FROM-TEXT " TO " WS-SEG-TO-TEXT
               " " WS-DAYS-EDIT " DAYS  BALANCE " WS-AMOUNT-EDIT
               "  RATE " WS-RATE-EDIT "%/" WS-SG-BASIS (WS-SEG-IDX)
               "  INTEREST " WS-INTEREST-EDIT
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

      *> the net decides who pays: a positive total means the first
      *> company carried the debt, so it bears the expense and the
      *> second company earns the income.
       RESOLVE-INTEREST-ACCOUNTS.
           IF WS-PR-INTEREST (WS-PAIR-IDX) > 0
               MOVE WS-COMPANY-A TO WS-BORROWER
               MOVE WS-COMPANY-B TO WS-LENDER
               MOVE WS-PR-INTEREST (WS-PAIR-IDX) TO WS-CHARGE-AMOUNT
           ELSE
               MOVE WS-COMPANY-B TO WS-BORROWER
               MOVE WS-COMPANY-A TO WS-LENDER
               COMPUTE WS-CHARGE-AMOUNT =
                   0 - WS-PR-INTEREST (WS-PAIR-IDX)
           END-IF
           MOVE SPACES TO WS-DEBIT-ACCT WS-CREDIT-ACCT
           MOVE 0 TO WS-CO-FOUND
           PERFORM MATCH-ONE-COMPANY-ROW
               VARYING WS-COMP-IDX FROM 1 BY 1
               UNTIL WS-COMP-IDX > WS-COMPANY-COUNT
           EXIT.

       MATCH-ONE-COMPANY-ROW.
           IF WS-CO-CODE (WS-COMP-IDX) = WS-BORROWER
               MOVE WS-CO-EXPENSE (WS-COMP-IDX) TO WS-DEBIT-ACCT
               ADD 1 TO WS-CO-FOUND
           END-IF
           IF WS-CO-CODE (WS-COMP-IDX) = WS-LENDER
               MOVE WS-CO-INCOME (WS-COMP-IDX) TO WS-CREDIT-ACCT
               ADD 1 TO WS-CO-FOUND
           END-IF
           EXIT.

      *> one cross-company entry; CREATE-ENTRY books the borrower's
      *> expense against its due-to and the lender's due-from
      *> against its income, linked as a pair. The charge row that
      *> follows is what later runs and rate changes check against.
       POST-INTEREST-CHARGE.
           PERFORM BUILD-CHARGE-REF
           MOVE SPACES TO WS-CHARGE-MEMO
           STRING "IC INTEREST " WS-BORROWER " TO " WS-LENDER " "
               WS-PERIOD-START " TO " WS-PERIOD-END
               DELIMITED BY SIZE
               INTO WS-CHARGE-MEMO
           END-STRING
           MOVE 0 TO WS-CE-RETURN-CODE
           MOVE 0 TO WS-CHARGE-ENTRY-ID

           CALL "CREATE-ENTRY"
                USING WS-POST-DATE WS-DEBIT-ACCT
                      WS-CREDIT-ACCT WS-CHARGE-AMOUNT WS-CHARGE-MEMO
                      WS-CE-RETURN-CODE WS-OPERATOR-ID WS-BATCH-ID
                      WS-CURRENCY-CODE WS-EXCHANGE-RATE WS-FORCE-DUP
                      WS-APPROVED WS-NOT-ACCRUAL WS-NO-COST-CENTER
                      WS-CHARGE-REF-SQL WS-SOURCE-CODE
                      WS-CHARGE-ENTRY-ID WS-TAX-CODE WS-CTL-OVERRIDE
                      WS-COMMITMENT-ID WS-NO-UOM
                      WS-LEDGER-CODE WS-NO-PROJECT WS-NO-COUNTERPARTY
           IF WS-CE-RETURN-CODE NOT = 0
               DISPLAY "IC-INTEREST ERROR: CHARGE FAILED FOR "
                   WS-COMPANY-A "/" WS-COMPANY-B ", RC="
                   WS-CE-RETURN-CODE
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** NOT POSTED: POSTING REFUSED, RC="
                   WS-CE-RETURN-CODE " - SEE JOB LOG ***"
                   DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                    BY REFERENCE WS-RPT-LINE
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM RECORD-INTEREST-CHARGE

           MOVE WS-CHARGE-AMOUNT TO WS-CHARGE-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  " WS-BORROWER " PAYS " WS-LENDER " "
               WS-CHARGE-EDIT "  ENTRY " WS-CHARGE-ENTRY-ID
               "  EXPENSE " WS-DEBIT-ACCT (1:12)
               "  INCOME " WS-CREDIT-ACCT (1:12)
               "  REF " WS-CHARGE-REF-SQL (1:28)
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE
           ADD 1 TO WS-CHARGED-PAIRS
           EXIT.

       RECORD-INTEREST-CHARGE.
           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "IC-INTEREST WARNING: ENTRY "
                   WS-CHARGE-ENTRY-ID " POSTED BUT CHARGE NOT "
                   "RECORDED"
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               INSERT INTO ic_interest_charge
                   (company_a, company_b, period_start, period_end,
                    borrower_company, interest_amount, entry_id,
                    charged_by)
               VALUES (:WS-COMPANY-A, :WS-COMPANY-B,
                   CAST(:WS-PERIOD-START AS DATE),
                   CAST(:WS-PERIOD-END AS DATE), :WS-BORROWER,
                   :WS-CHARGE-AMOUNT, :WS-CHARGE-ENTRY-ID,
                   :WS-OPERATOR-ID)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "IC-INTEREST WARNING: ENTRY "
                   WS-CHARGE-ENTRY-ID " POSTED BUT CHARGE NOT "
                   "RECORDED, SQLCODE=" SQLCODE
           END-IF
           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
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

       END PROGRAM IC-INTEREST.
