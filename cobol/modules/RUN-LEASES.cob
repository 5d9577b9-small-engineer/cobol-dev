       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-LEASES.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-AS-OF-DATE        PIC X(10).
       01  WS-LEASE-ID          PIC 9(9).
       01  WS-COMMENCEMENT      PIC X(10).
       01  WS-TERM-MONTHS       PIC 9(4).
       01  WS-PAYMENT-AMOUNT    PIC 9(9)V99.
       01  WS-FREQUENCY         PIC X(1).
       01  WS-TIMING            PIC X(1).
       01  WS-DISCOUNT-RATE     PIC 9(3)V9(6).
       01  WS-LIABILITY-ACCOUNT PIC X(50).
       01  WS-ROU-ACCOUNT       PIC X(50).
       01  WS-INTEREST-ACCOUNT  PIC X(50).
       01  WS-AMORT-ACCOUNT     PIC X(50).
       01  WS-PAYMENT-ACCOUNT   PIC X(50).
       01  WS-COST-CENTER       PIC X(10).
       01  WS-INITIAL-LIABILITY PIC 9(9)V99.
       01  WS-MONTHS-TAKEN      PIC 9(4).
       01  WS-STEP-DONE         PIC X(1).
       01  WS-LIABILITY-BALANCE PIC 9(9)V99.
       01  WS-ROU-AMORTIZED     PIC 9(9)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01  WS-CONNECT-STATUS  PIC X(1).
       01  WS-ENV-NAME        PIC X(30).
       01  WS-OPERATOR-ID     PIC X(50).
       01  WS-DATE-STATUS     PIC X(1).
       01  WS-MONTH-END-DATE  PIC X(10).
       01  WS-LEG-MEMO        PIC X(100).
       01  WS-LEG-LABEL       PIC X(20).
       01  WS-LEG-AMOUNT      PIC 9(9)V99.
       01  WS-SOURCE-REF      PIC X(50).
       01  WS-DEBIT-ACCOUNT   PIC X(50).
       01  WS-CREDIT-ACCOUNT  PIC X(50).
       01  WS-BATCH-ID        PIC X(30)     VALUE SPACES.
       01  WS-CURRENCY-CODE   PIC X(3)      VALUE SPACES.
       01  WS-EXCHANGE-RATE   PIC 9(3)V9(6) VALUE 0.
       01  WS-FORCE-DUP       PIC X(1)      VALUE "Y".
       01  WS-APPROVED        PIC X(1)      VALUE "Y".
       01  WS-NOT-ACCRUAL     PIC X(1)      VALUE "N".
       01  WS-SOURCE-CODE     PIC X(2)      VALUE "LS".
       01  WS-CE-ENTRY-ID     PIC 9(9).
       01  WS-TAX-CODE        PIC X(10)     VALUE SPACES.
       01  WS-CTL-OVERRIDE    PIC X(1)      VALUE SPACES.
       01  WS-COMMITMENT-ID   PIC 9(9)      VALUE 0.
       01  WS-NO-UOM          PIC X(10)     VALUE SPACES.
       01  WS-NO-PROJECT      PIC X(10)     VALUE SPACES.
       01  WS-NO-COUNTERPARTY PIC X(20)     VALUE SPACES.
       01  WS-LEDGER-CODE     PIC X(1)      VALUE SPACES.
       01  WS-CE-RETURN-CODE  PIC 9(4).
       01  WS-POSTED-COUNT    PIC 9(9)      VALUE 0.
       01  WS-MONTH-COUNT     PIC 9(9)      VALUE 0.
       01  WS-ERROR-COUNT     PIC 9(9)      VALUE 0.
       01  WS-DONE-COUNT      PIC 9(9)      VALUE 0.
       01  WS-MONTH-DONE-FLAG PIC X(1).
       01  WS-LEG-FAILED-FLAG PIC X(1).

      *> one lease month's three legs. Every amount is worked from
      *> the balances as they stood at the start of the month, so a
      *> month resumed after a failed leg recomputes exactly the
      *> figures its earlier legs already posted.
       01  WS-FREQ-MONTHS     PIC 9(2).
       01  WS-MONTH-NO        PIC 9(4).
       01  WS-MONTHLY-RATE    PIC 9V9(12).
       01  WS-MONTH-PAYMENT   PIC 9(9)V99.
       01  WS-INTEREST-BASE   PIC S9(10)V99.
       01  WS-MONTH-INTEREST  PIC S9(10)V99.
       01  WS-MONTH-ROU       PIC 9(9)V99.
       01  WS-NEW-BALANCE     PIC S9(10)V99.

      *> month arithmetic work fields, same month-length logic
      *> RUN-AMORTIZATION uses for its slice dates.
       01  WS-CAL-YEAR        PIC 9(4).
       01  WS-CAL-MONTH       PIC 9(2).
       01  WS-CAL-DAY         PIC 9(2).
       01  WS-MONTH-DAYS      PIC 9(2).
       01  WS-MONTH-STEP      PIC 9(4).
       01  WS-TOTAL-MONTHS    PIC 9(6).

      *> every active lease is buffered while cursor C1 is still
      *> open, same buffer-then-act shape as RUN-AMORTIZATION -
      *> CREATE-ENTRY disconnects on every exit path, which would
      *> otherwise tear down C1's session mid-loop.
       01  WS-LEASE-TABLE.
           05  WS-LEASE-ROW OCCURS 9999 TIMES
                   INDEXED BY WS-LEASE-IDX.
               10  WS-TBL-LEASE-ID    PIC 9(9).
               10  WS-TBL-COMMENCE    PIC X(10).
               10  WS-TBL-TERM        PIC 9(4).
               10  WS-TBL-PAYMENT     PIC 9(9)V99.
               10  WS-TBL-FREQUENCY   PIC X(1).
               10  WS-TBL-TIMING      PIC X(1).
               10  WS-TBL-RATE        PIC 9(3)V9(6).
               10  WS-TBL-LIAB-ACCT   PIC X(50).
               10  WS-TBL-ROU-ACCT    PIC X(50).
               10  WS-TBL-INT-ACCT    PIC X(50).
               10  WS-TBL-AMORT-ACCT  PIC X(50).
               10  WS-TBL-PAY-ACCT    PIC X(50).
               10  WS-TBL-CC          PIC X(10).
               10  WS-TBL-INITIAL     PIC 9(9)V99.
               10  WS-TBL-TAKEN       PIC 9(4).
               10  WS-TBL-STEP        PIC X(1).
               10  WS-TBL-BALANCE     PIC 9(9)V99.
               10  WS-TBL-ROU-AMORT   PIC 9(9)V99.
       01  WS-LEASE-COUNT     PIC 9(9)      VALUE 0.

       LINKAGE SECTION.
       01  L-AS-OF-DATE       PIC X(10).
       01  L-RETURN-CODE      PIC 9(4).
       01  L-OPERATOR-ID      PIC X(50).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-AS-OF-DATE
               L-RETURN-CODE
               L-OPERATOR-ID.

      *> the monthly lease run that replaces the spreadsheet: every
      *> active lease posts each lease month that has ended by the
      *> as-of date - a missed month catches itself up on the next
      *> run. A lease month is the month starting on the commencement
      *> day; its legs are dated its last day and go through
      *> CREATE-ENTRY under source LS with LEASE-<id> in source_ref:
      *>   interest   debit interest expense, credit lease liability,
      *>              at the monthly rate on the opening balance (net
      *>              of the month's payment when paid in advance)
      *>   payment    debit lease liability, credit the payment
      *>              account, in the months a payment falls due
      *>   ROU        debit ROU amortization, credit the ROU asset,
      *>              straight line over the term
      *> The last month's interest absorbs the rounding remainder so
      *> the liability lands on exactly zero, and its ROU charge does
      *> the same for the asset.
       MAIN-LOGIC.
           MOVE L-AS-OF-DATE  TO WS-AS-OF-DATE
           MOVE L-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE 0             TO L-RETURN-CODE
           MOVE 0             TO WS-LEASE-COUNT
           MOVE 0             TO WS-POSTED-COUNT
           MOVE 0             TO WS-MONTH-COUNT
           MOVE 0             TO WS-ERROR-COUNT
           MOVE 0             TO WS-DONE-COUNT

           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-AS-OF-DATE
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               DISPLAY "RUN-LEASES ERROR: BAD AS-OF DATE "
                   WS-AS-OF-DATE
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "RUN-LEASES ERROR: DATABASE CONNECTION "
                   "UNAVAILABLE"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT id, CAST(commencement_date AS VARCHAR),
                      term_months, payment_amount, payment_frequency,
                      payment_timing, discount_rate,
                      liability_account, rou_account,
                      interest_account, amort_account,
                      payment_account, COALESCE(cost_center, ' '),
                      initial_liability, months_taken, step_done,
                      liability_balance, rou_amortized
                 FROM lease_master
                WHERE status = 'ACTIVE'
                  AND commencement_date <= :WS-AS-OF-DATE
                ORDER BY id
           END-EXEC

           EXEC SQL OPEN C1 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C1 INTO :WS-LEASE-ID, :WS-COMMENCEMENT,
                       :WS-TERM-MONTHS, :WS-PAYMENT-AMOUNT,
                       :WS-FREQUENCY, :WS-TIMING, :WS-DISCOUNT-RATE,
                       :WS-LIABILITY-ACCOUNT, :WS-ROU-ACCOUNT,
                       :WS-INTEREST-ACCOUNT, :WS-AMORT-ACCOUNT,
                       :WS-PAYMENT-ACCOUNT, :WS-COST-CENTER,
                       :WS-INITIAL-LIABILITY, :WS-MONTHS-TAKEN,
                       :WS-STEP-DONE, :WS-LIABILITY-BALANCE,
                       :WS-ROU-AMORTIZED
               END-EXEC
               IF SQLCODE = 0
                   PERFORM BUFFER-ONE-LEASE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C1 END-EXEC

      *> C1's session ends here, before CREATE-ENTRY is ever called.
           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"

           PERFORM RUN-ONE-LEASE
               VARYING WS-LEASE-IDX FROM 1 BY 1
               UNTIL WS-LEASE-IDX > WS-LEASE-COUNT

           DISPLAY "RUN-LEASES: ENTRIES POSTED=" WS-POSTED-COUNT
               " LEASE MONTHS=" WS-MONTH-COUNT
               " LEASES COMPLETED=" WS-DONE-COUNT
               " ERRORS=" WS-ERROR-COUNT

           IF WS-ERROR-COUNT NOT = 0
               MOVE 1 TO L-RETURN-CODE
           END-IF
           GOBACK.

       BUFFER-ONE-LEASE.
           IF WS-LEASE-COUNT >= 9999
               DISPLAY "RUN-LEASES WARNING: LEASE TABLE FULL, LEASE "
                   WS-LEASE-ID " LEFT FOR THE NEXT RUN"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LEASE-COUNT
           MOVE WS-LEASE-ID
               TO WS-TBL-LEASE-ID (WS-LEASE-COUNT)
           MOVE WS-COMMENCEMENT
               TO WS-TBL-COMMENCE (WS-LEASE-COUNT)
           MOVE WS-TERM-MONTHS
               TO WS-TBL-TERM (WS-LEASE-COUNT)
           MOVE WS-PAYMENT-AMOUNT
               TO WS-TBL-PAYMENT (WS-LEASE-COUNT)
           MOVE WS-FREQUENCY
               TO WS-TBL-FREQUENCY (WS-LEASE-COUNT)
           MOVE WS-TIMING
               TO WS-TBL-TIMING (WS-LEASE-COUNT)
           MOVE WS-DISCOUNT-RATE
               TO WS-TBL-RATE (WS-LEASE-COUNT)
           MOVE WS-LIABILITY-ACCOUNT
               TO WS-TBL-LIAB-ACCT (WS-LEASE-COUNT)
           MOVE WS-ROU-ACCOUNT
               TO WS-TBL-ROU-ACCT (WS-LEASE-COUNT)
           MOVE WS-INTEREST-ACCOUNT
               TO WS-TBL-INT-ACCT (WS-LEASE-COUNT)
           MOVE WS-AMORT-ACCOUNT
               TO WS-TBL-AMORT-ACCT (WS-LEASE-COUNT)
           MOVE WS-PAYMENT-ACCOUNT
               TO WS-TBL-PAY-ACCT (WS-LEASE-COUNT)
           MOVE WS-COST-CENTER
               TO WS-TBL-CC (WS-LEASE-COUNT)
           MOVE WS-INITIAL-LIABILITY
               TO WS-TBL-INITIAL (WS-LEASE-COUNT)
           MOVE WS-MONTHS-TAKEN
               TO WS-TBL-TAKEN (WS-LEASE-COUNT)
           MOVE WS-STEP-DONE
               TO WS-TBL-STEP (WS-LEASE-COUNT)
           MOVE WS-LIABILITY-BALANCE
               TO WS-TBL-BALANCE (WS-LEASE-COUNT)
           MOVE WS-ROU-AMORTIZED
               TO WS-TBL-ROU-AMORT (WS-LEASE-COUNT)
           EXIT.

      *> posts lease month after lease month until the lease is
      *> caught up to the as-of date, its term is over, or a leg
      *> fails.
       RUN-ONE-LEASE.
           MOVE WS-TBL-LEASE-ID (WS-LEASE-IDX)   TO WS-LEASE-ID
           MOVE WS-TBL-COMMENCE (WS-LEASE-IDX)   TO WS-COMMENCEMENT
           MOVE WS-TBL-TERM (WS-LEASE-IDX)       TO WS-TERM-MONTHS
           MOVE WS-TBL-PAYMENT (WS-LEASE-IDX)    TO WS-PAYMENT-AMOUNT
           MOVE WS-TBL-FREQUENCY (WS-LEASE-IDX)  TO WS-FREQUENCY
           MOVE WS-TBL-TIMING (WS-LEASE-IDX)     TO WS-TIMING
           MOVE WS-TBL-RATE (WS-LEASE-IDX)       TO WS-DISCOUNT-RATE
           MOVE WS-TBL-LIAB-ACCT (WS-LEASE-IDX)
               TO WS-LIABILITY-ACCOUNT
           MOVE WS-TBL-ROU-ACCT (WS-LEASE-IDX)   TO WS-ROU-ACCOUNT
           MOVE WS-TBL-INT-ACCT (WS-LEASE-IDX)
               TO WS-INTEREST-ACCOUNT
           MOVE WS-TBL-AMORT-ACCT (WS-LEASE-IDX) TO WS-AMORT-ACCOUNT
           MOVE WS-TBL-PAY-ACCT (WS-LEASE-IDX)   TO WS-PAYMENT-ACCOUNT
           MOVE WS-TBL-CC (WS-LEASE-IDX)         TO WS-COST-CENTER
           MOVE WS-TBL-INITIAL (WS-LEASE-IDX)
               TO WS-INITIAL-LIABILITY
           MOVE WS-TBL-TAKEN (WS-LEASE-IDX)      TO WS-MONTHS-TAKEN
           MOVE WS-TBL-STEP (WS-LEASE-IDX)       TO WS-STEP-DONE
           MOVE WS-TBL-BALANCE (WS-LEASE-IDX)
               TO WS-LIABILITY-BALANCE
           MOVE WS-TBL-ROU-AMORT (WS-LEASE-IDX)  TO WS-ROU-AMORTIZED

           EVALUATE WS-FREQUENCY
             WHEN "Q"
                 MOVE 3  TO WS-FREQ-MONTHS
             WHEN "A"
                 MOVE 12 TO WS-FREQ-MONTHS
             WHEN OTHER
                 MOVE 1  TO WS-FREQ-MONTHS
           END-EVALUATE
           COMPUTE WS-MONTHLY-RATE ROUNDED = WS-DISCOUNT-RATE / 1200

           MOVE "N" TO WS-MONTH-DONE-FLAG
           PERFORM POST-ONE-LEASE-MONTH
               UNTIL WS-MONTH-DONE-FLAG = "Y"

           IF WS-MONTHS-TAKEN >= WS-TERM-MONTHS
               ADD 1 TO WS-DONE-COUNT
           END-IF
           EXIT.

      *> the month due next is months_taken + 1, ending the day before
      *> the commencement day recurs. Not ended yet, term over, or a
      *> failed leg all end the loop for this lease.
       POST-ONE-LEASE-MONTH.
           IF WS-MONTHS-TAKEN >= WS-TERM-MONTHS
               MOVE "Y" TO WS-MONTH-DONE-FLAG
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-MONTH-NO = WS-MONTHS-TAKEN + 1
           MOVE WS-MONTH-NO TO WS-MONTH-STEP
           PERFORM COMPUTE-MONTH-END-DATE
           IF WS-MONTH-END-DATE > WS-AS-OF-DATE
               MOVE "Y" TO WS-MONTH-DONE-FLAG
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-MONTH-AMOUNTS

           MOVE SPACES TO WS-SOURCE-REF
           STRING "LEASE-" WS-LEASE-ID
               INTO WS-SOURCE-REF
           END-STRING
           MOVE "N" TO WS-LEG-FAILED-FLAG

      *> interest first - a negative final-month true-up (rounding
      *> that ran the other way) reverses the sides.
           IF WS-STEP-DONE = SPACES
               IF WS-MONTH-INTEREST < 0
                   MOVE WS-LIABILITY-ACCOUNT TO WS-DEBIT-ACCOUNT
                   MOVE WS-INTEREST-ACCOUNT  TO WS-CREDIT-ACCOUNT
                   COMPUTE WS-LEG-AMOUNT = 0 - WS-MONTH-INTEREST
               ELSE
                   MOVE WS-INTEREST-ACCOUNT  TO WS-DEBIT-ACCOUNT
                   MOVE WS-LIABILITY-ACCOUNT TO WS-CREDIT-ACCOUNT
                   MOVE WS-MONTH-INTEREST    TO WS-LEG-AMOUNT
               END-IF
               MOVE "LEASE INTEREST" TO WS-LEG-LABEL
               PERFORM POST-LEASE-LEG
               IF WS-LEG-FAILED-FLAG = "Y"
                   MOVE "Y" TO WS-MONTH-DONE-FLAG
                   EXIT PARAGRAPH
               END-IF
               MOVE "I" TO WS-STEP-DONE
               PERFORM MARK-STEP-DONE
           END-IF

           IF WS-STEP-DONE = "I"
               MOVE WS-LIABILITY-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE WS-PAYMENT-ACCOUNT   TO WS-CREDIT-ACCOUNT
               MOVE WS-MONTH-PAYMENT     TO WS-LEG-AMOUNT
               MOVE "LEASE PAYMENT" TO WS-LEG-LABEL
               PERFORM POST-LEASE-LEG
               IF WS-LEG-FAILED-FLAG = "Y"
                   MOVE "Y" TO WS-MONTH-DONE-FLAG
                   EXIT PARAGRAPH
               END-IF
               MOVE "P" TO WS-STEP-DONE
               PERFORM MARK-STEP-DONE
           END-IF

           MOVE WS-AMORT-ACCOUNT TO WS-DEBIT-ACCOUNT
           MOVE WS-ROU-ACCOUNT   TO WS-CREDIT-ACCOUNT
           MOVE WS-MONTH-ROU     TO WS-LEG-AMOUNT
           MOVE "ROU AMORTIZATION" TO WS-LEG-LABEL
           PERFORM POST-LEASE-LEG
           IF WS-LEG-FAILED-FLAG = "Y"
               MOVE "Y" TO WS-MONTH-DONE-FLAG
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MONTHS-TAKEN
           MOVE WS-NEW-BALANCE TO WS-LIABILITY-BALANCE
           ADD WS-MONTH-ROU TO WS-ROU-AMORTIZED
           MOVE SPACES TO WS-STEP-DONE
           PERFORM MARK-MONTH-TAKEN
           ADD 1 TO WS-MONTH-COUNT
           EXIT.

      *> the month's payment (if one falls due in it), interest on
      *> the balance outstanding over the month, and the straight-line
      *> ROU charge. In the last month the interest is whatever brings
      *> the liability to zero against the final payment, and the ROU
      *> charge whatever is left of the asset.
       COMPUTE-MONTH-AMOUNTS.
           MOVE 0 TO WS-MONTH-PAYMENT
           IF WS-TIMING = "A"
               IF FUNCTION MOD (WS-MONTH-NO - 1, WS-FREQ-MONTHS) = 0
                   MOVE WS-PAYMENT-AMOUNT TO WS-MONTH-PAYMENT
               END-IF
               COMPUTE WS-INTEREST-BASE =
                   WS-LIABILITY-BALANCE - WS-MONTH-PAYMENT
           ELSE
               IF FUNCTION MOD (WS-MONTH-NO, WS-FREQ-MONTHS) = 0
                   MOVE WS-PAYMENT-AMOUNT TO WS-MONTH-PAYMENT
               END-IF
               MOVE WS-LIABILITY-BALANCE TO WS-INTEREST-BASE
           END-IF

           IF WS-MONTH-NO = WS-TERM-MONTHS
               COMPUTE WS-MONTH-INTEREST =
                   WS-MONTH-PAYMENT - WS-LIABILITY-BALANCE
               COMPUTE WS-MONTH-ROU =
                   WS-INITIAL-LIABILITY - WS-ROU-AMORTIZED
           ELSE
               COMPUTE WS-MONTH-INTEREST ROUNDED =
                   WS-INTEREST-BASE * WS-MONTHLY-RATE
               COMPUTE WS-MONTH-ROU ROUNDED =
                   WS-INITIAL-LIABILITY / WS-TERM-MONTHS
           END-IF

           COMPUTE WS-NEW-BALANCE =
               WS-LIABILITY-BALANCE + WS-MONTH-INTEREST
               - WS-MONTH-PAYMENT
           IF WS-NEW-BALANCE < 0
               DISPLAY "RUN-LEASES WARNING: LEASE " WS-LEASE-ID
                   " MONTH " WS-MONTH-NO " PAYMENT EXCEEDS LIABILITY"
               MOVE 0 TO WS-NEW-BALANCE
           END-IF
           EXIT.

      *> one leg through CREATE-ENTRY. A zero leg (no payment this
      *> month, zero-rate interest) counts as posted without an entry.
       POST-LEASE-LEG.
           IF WS-LEG-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LEG-MEMO
           STRING FUNCTION TRIM (WS-LEG-LABEL) " "
               WS-MONTH-END-DATE " LEASE " WS-LEASE-ID
               " MONTH " WS-MONTH-NO
               INTO WS-LEG-MEMO
           END-STRING
           MOVE 0 TO WS-CE-RETURN-CODE

           CALL "CREATE-ENTRY"
                USING WS-MONTH-END-DATE WS-DEBIT-ACCOUNT
                      WS-CREDIT-ACCOUNT WS-LEG-AMOUNT WS-LEG-MEMO
                      WS-CE-RETURN-CODE WS-OPERATOR-ID WS-BATCH-ID
                      WS-CURRENCY-CODE WS-EXCHANGE-RATE WS-FORCE-DUP
                      WS-APPROVED WS-NOT-ACCRUAL WS-COST-CENTER
                      WS-SOURCE-REF WS-SOURCE-CODE WS-CE-ENTRY-ID
                      WS-TAX-CODE WS-CTL-OVERRIDE
                      WS-COMMITMENT-ID WS-NO-UOM
                      WS-LEDGER-CODE WS-NO-PROJECT WS-NO-COUNTERPARTY

           IF WS-CE-RETURN-CODE NOT = 0
               DISPLAY "RUN-LEASES ERROR ON LEASE " WS-LEASE-ID
                   " " FUNCTION TRIM (WS-LEG-LABEL)
                   ", RC=" WS-CE-RETURN-CODE
               ADD 1 TO WS-ERROR-COUNT
               MOVE "Y" TO WS-LEG-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-POSTED-COUNT
           EXIT.

      *> commencement plus N months, day clamped to the target month's
      *> length, then back one day - a lease commencing on the 1st
      *> posts each month on that month's last day.
       COMPUTE-MONTH-END-DATE.
           MOVE WS-COMMENCEMENT (1:4) TO WS-CAL-YEAR
           MOVE WS-COMMENCEMENT (6:2) TO WS-CAL-MONTH
           MOVE WS-COMMENCEMENT (9:2) TO WS-CAL-DAY
           COMPUTE WS-TOTAL-MONTHS =
               WS-CAL-YEAR * 12 + WS-CAL-MONTH - 1 + WS-MONTH-STEP
           COMPUTE WS-CAL-YEAR = WS-TOTAL-MONTHS / 12
           COMPUTE WS-CAL-MONTH =
               FUNCTION MOD (WS-TOTAL-MONTHS, 12) + 1
           PERFORM SET-MONTH-DAYS
           IF WS-CAL-DAY > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-CAL-DAY
           END-IF

           IF WS-CAL-DAY > 1
               SUBTRACT 1 FROM WS-CAL-DAY
           ELSE
               IF WS-CAL-MONTH = 1
                   MOVE 12 TO WS-CAL-MONTH
                   SUBTRACT 1 FROM WS-CAL-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-CAL-MONTH
               END-IF
               PERFORM SET-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-CAL-DAY
           END-IF

           MOVE SPACES TO WS-MONTH-END-DATE
           STRING WS-CAL-YEAR "-" WS-CAL-MONTH "-" WS-CAL-DAY
               INTO WS-MONTH-END-DATE
           END-STRING
           EXIT.

       SET-MONTH-DAYS.
           EVALUATE WS-CAL-MONTH
             WHEN 1
             WHEN 3
             WHEN 5
             WHEN 7
             WHEN 8
             WHEN 10
             WHEN 12
                 MOVE 31 TO WS-MONTH-DAYS
             WHEN 4
             WHEN 6
             WHEN 9
             WHEN 11
                 MOVE 30 TO WS-MONTH-DAYS
             WHEN 2
                 IF FUNCTION MOD (WS-CAL-YEAR, 400) = 0
                     OR (FUNCTION MOD (WS-CAL-YEAR, 4) = 0
                         AND FUNCTION MOD (WS-CAL-YEAR, 100) NOT = 0)
                     MOVE 29 TO WS-MONTH-DAYS
                 ELSE
                     MOVE 28 TO WS-MONTH-DAYS
                 END-IF
           END-EVALUATE
           EXIT.

      *> the restart point moves only once its leg is safely posted,
      *> same reconnect-after-CREATE-ENTRY shape as RUN-AMORTIZATION's
      *> MARK-SLICE-TAKEN.
       MARK-STEP-DONE.
           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "RUN-LEASES WARNING: LEG POSTED BUT LEASE "
                   WS-LEASE-ID " NOT ADVANCED"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE lease_master
                  SET step_done = :WS-STEP-DONE
                WHERE id = :WS-LEASE-ID
           END-EXEC

           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
           EXIT.

       MARK-MONTH-TAKEN.
           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "RUN-LEASES WARNING: MONTH POSTED BUT LEASE "
                   WS-LEASE-ID " NOT ADVANCED"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE lease_master
                  SET months_taken      = :WS-MONTHS-TAKEN,
                      liability_balance = :WS-LIABILITY-BALANCE,
                      rou_amortized     = :WS-ROU-AMORTIZED,
                      step_done         = ' ',
                      status = CASE WHEN :WS-MONTHS-TAKEN
                                         >= term_months
                                    THEN 'DONE' ELSE status END
                WHERE id = :WS-LEASE-ID
           END-EXEC

           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
           EXIT.

       END PROGRAM RUN-LEASES.
