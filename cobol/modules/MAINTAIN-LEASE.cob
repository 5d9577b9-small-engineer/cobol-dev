       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-LEASE.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-LEASE-ID          PIC 9(9).
       01  WS-DESCRIPTION       PIC X(100).
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
       01  WS-ENTRY-ID          PIC 9(9).
       01  WS-MONTHS-TAKEN      PIC 9(4).
       01  WS-LIABILITY-BALANCE PIC 9(9)V99.
       01  WS-ROU-AMORTIZED     PIC 9(9)V99.
       01  WS-LEASE-STATUS      PIC X(10).
       01  WS-CHECK-ACCOUNT     PIC X(50).
       01  WS-ACCT-COUNT        PIC 9(9).
       01  WS-CC-COUNT          PIC 9(9).
       01  WS-OPERATOR-ID       PIC X(50).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01  WS-CONNECT-STATUS  PIC X(1).
       01  WS-ENV-NAME        PIC X(30).
       01  WS-AUTHORIZED      PIC X(1).
       01  WS-DATE-STATUS     PIC X(1).
       01  WS-CHECK-LABEL     PIC X(30).

      *> present-value work fields. The liability discounts at the
      *> monthly rate (annual / 12) whatever the payment frequency -
      *> the same rate RUN-LEASES accretes at - so the schedule it
      *> runs lands on exactly zero at the end of the term.
       01  WS-FREQ-MONTHS     PIC 9(2).
       01  WS-MONTHLY-RATE    PIC 9V9(12).
       01  WS-DISCOUNT-FACTOR PIC 9V9(15).
       01  WS-PV-WORK         PIC 9(11)V9(6).
       01  WS-MONTH-NO        PIC 9(4).
       01  WS-PAYMENT-COUNT   PIC 9(4).

      *> initial recognition entry, through CREATE-ENTRY like every
      *> other system posting.
       01  WS-ENTRY-MEMO      PIC X(100).
       01  WS-SOURCE-REF      PIC X(50).
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

       01  WS-RPT-LINE        PIC X(132).
       01  WS-AMOUNT-EDIT     PIC Z(9)9.99.
       01  WS-BALANCE-EDIT    PIC Z(9)9.99.
       01  WS-ROU-EDIT        PIC -(9)9.99.
       01  WS-RATE-EDIT       PIC ZZ9.9999.
       01  WS-ROU-NET         PIC S9(10)V99.
       01  WS-LEASE-COUNT     PIC 9(9)      VALUE 0.
       01  WS-TOT-LIABILITY   PIC S9(12)V99 VALUE 0.
       01  WS-TOT-ROU         PIC S9(12)V99 VALUE 0.

       LINKAGE SECTION.
       01  L-OP                PIC X(10).
       01  L-DESCRIPTION       PIC X(100).
       01  L-PAYMENT-AMOUNT    PIC 9(9)V99.
       01  L-COMMENCEMENT      PIC X(10).
       01  L-PAYMENT-ACCOUNT   PIC X(50).
       01  L-TERM-MONTHS       PIC 9(4).
       01  L-LIABILITY-ACCOUNT PIC X(50).
       01  L-ROU-ACCOUNT       PIC X(50).
       01  L-DISCOUNT-RATE     PIC 9(3)V9(6).
       01  L-TIMING            PIC X(1).
       01  L-INTEREST-ACCOUNT  PIC X(50).
       01  L-FREQUENCY         PIC X(1).
       01  L-COST-CENTER       PIC X(10).
       01  L-AMORT-ACCOUNT     PIC X(50).
       01  L-RETURN-CODE       PIC 9(4).
       01  L-OPERATOR-ID       PIC X(50).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-OP
               L-DESCRIPTION
               L-PAYMENT-AMOUNT
               L-COMMENCEMENT
               L-PAYMENT-ACCOUNT
               L-TERM-MONTHS
               L-LIABILITY-ACCOUNT
               L-ROU-ACCOUNT
               L-DISCOUNT-RATE
               L-TIMING
               L-INTEREST-ACCOUNT
               L-FREQUENCY
               L-COST-CENTER
               L-AMORT-ACCOUNT
               L-RETURN-CODE
               L-OPERATOR-ID.

      *> the front door for the lease register that used to live in
      *> a spreadsheet. ADD records a lease - commencement date, term
      *> in months, payment amount, frequency (M monthly, Q quarterly,
      *> A annual) and timing (R in arrears, the default, or A in
      *> advance), annual discount rate in percent, and the liability,
      *> right-of-use, interest expense, ROU amortization expense and
      *> payment (cash or payable) accounts - and books the initial
      *> recognition entry at commencement: debit ROU, credit lease
      *> liability at the present value of the payments, under source
      *> LS with LEASE-<id> in source_ref. LIST prints the register
      *> with each lease's carrying liability and net ROU asset, so
      *> the report ties to the two balance-sheet accounts. The
      *> monthly postings are RUN-LEASES' job.
       MAIN-LOGIC.
           MOVE L-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE 0             TO L-RETURN-CODE

           IF L-OP NOT = "ADD" AND L-OP NOT = "LIST"
               DISPLAY "MAINTAIN-LEASE ERROR: OP MUST BE ADD OR "
                   "LIST, GOT " L-OP
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "MAINTAIN-LEASE ERROR: DATABASE CONNECTION "
                   "UNAVAILABLE"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

      *> register changes are keying work, the same entry-clerk floor
      *> the posting programs enforce; LIST is read-only and open.
           IF L-OP NOT = "LIST"
               CALL "CHECK-OPERATOR" USING WS-OPERATOR-ID
                                           BY CONTENT "E"
                                           BY REFERENCE WS-AUTHORIZED
               IF WS-AUTHORIZED NOT = "Y"
                   DISPLAY "MAINTAIN-LEASE ERROR: OPERATOR NOT "
                       "AUTHORIZED"
                   MOVE 4 TO L-RETURN-CODE
                   CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
                   GOBACK
               END-IF
           END-IF

           EVALUATE L-OP
             WHEN "ADD"
      *> the lease row goes in as NEW on this session, which then
      *> closes before CREATE-ENTRY opens its own - same session
      *> discipline MAINTAIN-ASSET keeps ahead of its disposal entry.
                 PERFORM ADD-LEASE
                 CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
                 IF L-RETURN-CODE = 0
                     PERFORM POST-RECOGNITION
                     PERFORM SETTLE-NEW-LEASE
                 END-IF
             WHEN "LIST"
                 PERFORM LIST-LEASES
                 CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
           END-EVALUATE
           GOBACK.

       ADD-LEASE.
           MOVE L-DESCRIPTION       TO WS-DESCRIPTION
           MOVE L-PAYMENT-AMOUNT    TO WS-PAYMENT-AMOUNT
           MOVE L-COMMENCEMENT      TO WS-COMMENCEMENT
           MOVE L-PAYMENT-ACCOUNT   TO WS-PAYMENT-ACCOUNT
           MOVE L-TERM-MONTHS       TO WS-TERM-MONTHS
           MOVE L-LIABILITY-ACCOUNT TO WS-LIABILITY-ACCOUNT
           MOVE L-ROU-ACCOUNT       TO WS-ROU-ACCOUNT
           MOVE L-DISCOUNT-RATE     TO WS-DISCOUNT-RATE
           MOVE L-INTEREST-ACCOUNT  TO WS-INTEREST-ACCOUNT
           MOVE L-AMORT-ACCOUNT     TO WS-AMORT-ACCOUNT
           MOVE L-COST-CENTER       TO WS-COST-CENTER
           MOVE L-FREQUENCY         TO WS-FREQUENCY
           MOVE L-TIMING            TO WS-TIMING

           IF WS-DESCRIPTION = SPACES
               DISPLAY "MAINTAIN-LEASE ERROR: DESCRIPTION REQUIRED"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-PAYMENT-AMOUNT = 0
               DISPLAY "MAINTAIN-LEASE ERROR: PAYMENT AMOUNT REQUIRED"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-TERM-MONTHS = 0
               DISPLAY "MAINTAIN-LEASE ERROR: TERM IN MONTHS REQUIRED"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-FREQUENCY = SPACES
               MOVE "M" TO WS-FREQUENCY
           END-IF
           EVALUATE WS-FREQUENCY
             WHEN "M"
                 MOVE 1  TO WS-FREQ-MONTHS
             WHEN "Q"
                 MOVE 3  TO WS-FREQ-MONTHS
             WHEN "A"
                 MOVE 12 TO WS-FREQ-MONTHS
             WHEN OTHER
                 DISPLAY "MAINTAIN-LEASE ERROR: FREQUENCY MUST BE M, "
                     "Q OR A, GOT " WS-FREQUENCY
                 MOVE 1 TO L-RETURN-CODE
                 EXIT PARAGRAPH
           END-EVALUATE
      *> a term that is not a whole number of payment periods would
      *> leave a stub the schedule has no payment for.
           IF FUNCTION MOD (WS-TERM-MONTHS, WS-FREQ-MONTHS) NOT = 0
               DISPLAY "MAINTAIN-LEASE ERROR: TERM " WS-TERM-MONTHS
                   " IS NOT A WHOLE NUMBER OF PAYMENT PERIODS"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-TIMING = SPACES
               MOVE "R" TO WS-TIMING
           END-IF
           IF WS-TIMING NOT = "R" AND WS-TIMING NOT = "A"
               DISPLAY "MAINTAIN-LEASE ERROR: TIMING MUST BE R "
                   "(ARREARS) OR A (ADVANCE), GOT " WS-TIMING
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-COMMENCEMENT
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               DISPLAY "MAINTAIN-LEASE ERROR: BAD COMMENCEMENT DATE "
                   WS-COMMENCEMENT
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LIABILITY-ACCOUNT TO WS-CHECK-ACCOUNT
           MOVE "LEASE LIABILITY"    TO WS-CHECK-LABEL
           PERFORM VALIDATE-ONE-ACCOUNT
           MOVE WS-ROU-ACCOUNT       TO WS-CHECK-ACCOUNT
           MOVE "RIGHT-OF-USE"       TO WS-CHECK-LABEL
           PERFORM VALIDATE-ONE-ACCOUNT
           MOVE WS-INTEREST-ACCOUNT  TO WS-CHECK-ACCOUNT
           MOVE "INTEREST EXPENSE"   TO WS-CHECK-LABEL
           PERFORM VALIDATE-ONE-ACCOUNT
           MOVE WS-AMORT-ACCOUNT     TO WS-CHECK-ACCOUNT
           MOVE "ROU AMORTIZATION"   TO WS-CHECK-LABEL
           PERFORM VALIDATE-ONE-ACCOUNT
           MOVE WS-PAYMENT-ACCOUNT   TO WS-CHECK-ACCOUNT
           MOVE "PAYMENT"            TO WS-CHECK-LABEL
           PERFORM VALIDATE-ONE-ACCOUNT
           PERFORM VALIDATE-COST-CENTER
           IF L-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-PRESENT-VALUE
           IF WS-INITIAL-LIABILITY = 0
               DISPLAY "MAINTAIN-LEASE ERROR: PRESENT VALUE OF "
                   "PAYMENTS IS ZERO"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               INSERT INTO lease_master
                   (description, commencement_date, term_months,
                    payment_amount, payment_frequency, payment_timing,
                    discount_rate, liability_account, rou_account,
                    interest_account, amort_account, payment_account,
                    cost_center, initial_liability, liability_balance,
                    status)
               VALUES
                   (:WS-DESCRIPTION, :WS-COMMENCEMENT,
                    :WS-TERM-MONTHS, :WS-PAYMENT-AMOUNT,
                    :WS-FREQUENCY, :WS-TIMING, :WS-DISCOUNT-RATE,
                    :WS-LIABILITY-ACCOUNT, :WS-ROU-ACCOUNT,
                    :WS-INTEREST-ACCOUNT, :WS-AMORT-ACCOUNT,
                    :WS-PAYMENT-ACCOUNT, :WS-COST-CENTER,
                    :WS-INITIAL-LIABILITY, :WS-INITIAL-LIABILITY,
                    'NEW')
               RETURNING id INTO :WS-LEASE-ID
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "MAINTAIN-LEASE ERROR, SQLCODE=" SQLCODE
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           EXIT.

       VALIDATE-ONE-ACCOUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ACCT-COUNT
                 FROM chart_of_accounts
                WHERE account_code = :WS-CHECK-ACCOUNT
                  AND active_flag = 'Y'
           END-EXEC
           IF WS-ACCT-COUNT = 0
               DISPLAY "MAINTAIN-LEASE ERROR: UNKNOWN "
                   FUNCTION TRIM (WS-CHECK-LABEL) " ACCOUNT "
                   WS-CHECK-ACCOUNT
               MOVE 1 TO L-RETURN-CODE
           END-IF
           EXIT.

      *> same active-master gate CREATE-ENTRY puts on a posting's
      *> cost center.
       VALIDATE-COST-CENTER.
           IF WS-COST-CENTER = SPACES
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :WS-CC-COUNT
                 FROM cost_center
                WHERE cost_center_code = :WS-COST-CENTER
                  AND active_flag = 'Y'
                  AND node_type = 'C'
           END-EXEC
           IF WS-CC-COUNT = 0
               DISPLAY "MAINTAIN-LEASE ERROR: UNKNOWN COST CENTER "
                   WS-COST-CENTER
               MOVE 1 TO L-RETURN-CODE
           END-IF
           EXIT.

      *> present value of every payment, month by month from
      *> commencement: month offset 0 carries a discount factor of 1,
      *> each later offset one more division by (1 + monthly rate).
      *> A payment in arrears falls at the end of its period (offsets
      *> f, 2f, ... term), one in advance at the start (offsets 0, f,
      *> ... term - f).
       COMPUTE-PRESENT-VALUE.
           COMPUTE WS-MONTHLY-RATE ROUNDED = WS-DISCOUNT-RATE / 1200
           MOVE 1 TO WS-DISCOUNT-FACTOR
           MOVE 0 TO WS-PV-WORK
           MOVE 0 TO WS-PAYMENT-COUNT
           PERFORM ACCUMULATE-ONE-MONTH
               VARYING WS-MONTH-NO FROM 0 BY 1
               UNTIL WS-MONTH-NO > WS-TERM-MONTHS
           COMPUTE WS-INITIAL-LIABILITY ROUNDED = WS-PV-WORK
           EXIT.

       ACCUMULATE-ONE-MONTH.
           IF WS-MONTH-NO > 0
               COMPUTE WS-DISCOUNT-FACTOR ROUNDED =
                   WS-DISCOUNT-FACTOR / (1 + WS-MONTHLY-RATE)
           END-IF
           IF FUNCTION MOD (WS-MONTH-NO, WS-FREQ-MONTHS) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-TIMING = "R" AND WS-MONTH-NO = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-TIMING = "A" AND WS-MONTH-NO = WS-TERM-MONTHS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PV-WORK ROUNDED =
               WS-PV-WORK + WS-PAYMENT-AMOUNT * WS-DISCOUNT-FACTOR
           ADD 1 TO WS-PAYMENT-COUNT
           EXIT.

      *> debit the right-of-use asset, credit the lease liability, at
      *> the present value just computed, dated the commencement date.
       POST-RECOGNITION.
           MOVE SPACES TO WS-ENTRY-MEMO
           STRING "LEASE COMMENCEMENT " WS-COMMENCEMENT
               " LEASE " WS-LEASE-ID
               INTO WS-ENTRY-MEMO
           END-STRING
           MOVE SPACES TO WS-SOURCE-REF
           STRING "LEASE-" WS-LEASE-ID
               INTO WS-SOURCE-REF
           END-STRING
           MOVE 0 TO WS-CE-RETURN-CODE
           MOVE 0 TO WS-CE-ENTRY-ID

           CALL "CREATE-ENTRY"
                USING WS-COMMENCEMENT WS-ROU-ACCOUNT
                      WS-LIABILITY-ACCOUNT WS-INITIAL-LIABILITY
                      WS-ENTRY-MEMO
                      WS-CE-RETURN-CODE WS-OPERATOR-ID WS-BATCH-ID
                      WS-CURRENCY-CODE WS-EXCHANGE-RATE WS-FORCE-DUP
                      WS-APPROVED WS-NOT-ACCRUAL WS-COST-CENTER
                      WS-SOURCE-REF WS-SOURCE-CODE WS-CE-ENTRY-ID
                      WS-TAX-CODE WS-CTL-OVERRIDE
                      WS-COMMITMENT-ID WS-NO-UOM
                      WS-LEDGER-CODE WS-NO-PROJECT WS-NO-COUNTERPARTY

           IF WS-CE-RETURN-CODE NOT = 0
               DISPLAY "MAINTAIN-LEASE ERROR: RECOGNITION ENTRY FOR "
                   "LEASE " WS-LEASE-ID " NOT POSTED, RC="
                   WS-CE-RETURN-CODE
               MOVE WS-CE-RETURN-CODE TO L-RETURN-CODE
           END-IF
           EXIT.

      *> a lease whose recognition entry posted goes ACTIVE for
      *> RUN-LEASES; one whose entry failed is taken back off the
      *> register, so the clerk re-keys it once the cause is fixed
      *> instead of leaving a liability the ledger never saw.
       SETTLE-NEW-LEASE.
           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "MAINTAIN-LEASE WARNING: LEASE " WS-LEASE-ID
                   " LEFT IN STATUS NEW"
               IF L-RETURN-CODE = 0
                   MOVE 1 TO L-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF L-RETURN-CODE = 0
               MOVE WS-CE-ENTRY-ID TO WS-ENTRY-ID
               EXEC SQL
                   UPDATE lease_master
                      SET status = 'ACTIVE',
                          initial_entry_id = :WS-ENTRY-ID
                    WHERE id = :WS-LEASE-ID
               END-EXEC
               EXEC SQL
                   INSERT INTO audit_log (entry_id, action, changed_by)
                   VALUES (:WS-ENTRY-ID, 'LEASE-ADD', :WS-OPERATOR-ID)
               END-EXEC
               DISPLAY "MAINTAIN-LEASE: LEASE " WS-LEASE-ID
                   " ADDED, " WS-PAYMENT-COUNT " PAYMENT(S) OVER "
                   WS-TERM-MONTHS " MONTHS, LIABILITY "
                   WS-INITIAL-LIABILITY " ENTRY " WS-ENTRY-ID
           ELSE
               EXEC SQL
                   DELETE FROM lease_master
                    WHERE id = :WS-LEASE-ID
                      AND status = 'NEW'
               END-EXEC
           END-IF

           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
           EXIT.

      *> the tie-out report: every lease with its carrying liability
      *> and net right-of-use asset - the two totals are what the
      *> lease liability and ROU accounts should be carrying.
       LIST-LEASES.
           MOVE "LEASE REGISTER" TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING BY CONTENT "INIT"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING "LEASE     COMMENCED  TERM TAKEN F T     RATE "
               "      PAYMENT     LIABILITY       ROU NET "
               "STATUS"
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "HEADING"
                                BY REFERENCE WS-RPT-LINE

           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT id, CAST(commencement_date AS VARCHAR),
                      term_months, months_taken, payment_frequency,
                      payment_timing, discount_rate, payment_amount,
                      liability_balance, initial_liability,
                      rou_amortized, status
                 FROM lease_master
                ORDER BY id
           END-EXEC

           EXEC SQL OPEN C1 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C1 INTO :WS-LEASE-ID, :WS-COMMENCEMENT,
                       :WS-TERM-MONTHS, :WS-MONTHS-TAKEN,
                       :WS-FREQUENCY, :WS-TIMING, :WS-DISCOUNT-RATE,
                       :WS-PAYMENT-AMOUNT, :WS-LIABILITY-BALANCE,
                       :WS-INITIAL-LIABILITY, :WS-ROU-AMORTIZED,
                       :WS-LEASE-STATUS
               END-EXEC
               IF SQLCODE = 0
                   PERFORM PRINT-ONE-LEASE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C1 END-EXEC

           MOVE WS-TOT-LIABILITY TO WS-ROU-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "LEASES=" WS-LEASE-COUNT
               "  TOTAL LIABILITY " WS-ROU-EDIT
               INTO WS-RPT-LINE
           END-STRING
           MOVE WS-TOT-ROU TO WS-ROU-EDIT
           STRING "  TOTAL ROU NET " WS-ROU-EDIT
               INTO WS-RPT-LINE (48:)
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING BY CONTENT "CLOSE"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

       PRINT-ONE-LEASE.
           COMPUTE WS-ROU-NET =
               WS-INITIAL-LIABILITY - WS-ROU-AMORTIZED
           MOVE WS-DISCOUNT-RATE     TO WS-RATE-EDIT
           MOVE WS-PAYMENT-AMOUNT    TO WS-AMOUNT-EDIT
           MOVE WS-LIABILITY-BALANCE TO WS-BALANCE-EDIT
           MOVE WS-ROU-NET           TO WS-ROU-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING
               WS-LEASE-ID " " WS-COMMENCEMENT " "
               WS-TERM-MONTHS " " WS-MONTHS-TAKEN "  "
               WS-FREQUENCY " " WS-TIMING " " WS-RATE-EDIT " "
               WS-AMOUNT-EDIT " " WS-BALANCE-EDIT " "
               WS-ROU-EDIT " " WS-LEASE-STATUS
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE
      *> a lease whose recognition never posted carries nothing on
      *> the ledger, so it stays out of the tie-out totals.
           IF WS-LEASE-STATUS NOT = "NEW"
               ADD 1 TO WS-LEASE-COUNT
               ADD WS-LIABILITY-BALANCE TO WS-TOT-LIABILITY
               ADD WS-ROU-NET TO WS-TOT-ROU
           END-IF
           EXIT.

       END PROGRAM MAINTAIN-LEASE.
