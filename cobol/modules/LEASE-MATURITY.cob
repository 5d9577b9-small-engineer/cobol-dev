       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEASE-MATURITY.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-AS-OF-DATE        PIC X(10).
       01  WS-LEASE-ID          PIC 9(9).
       01  WS-DESCRIPTION       PIC X(100).
       01  WS-COMMENCEMENT      PIC X(10).
       01  WS-TERM-MONTHS       PIC 9(4).
       01  WS-PAYMENT-AMOUNT    PIC 9(9)V99.
       01  WS-FREQUENCY         PIC X(1).
       01  WS-TIMING            PIC X(1).
       01  WS-MONTHS-TAKEN      PIC 9(4).
       01  WS-STEP-DONE         PIC X(1).
       01  WS-LIABILITY-BALANCE PIC 9(9)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01  WS-CONNECT-STATUS  PIC X(1).
       01  WS-ENV-NAME        PIC X(30).
       01  WS-DATE-STATUS     PIC X(1).
       01  WS-RPT-LINE        PIC X(132).
       01  WS-AMOUNT-EDIT     PIC -(8)9.99.
       01  WS-LEASE-COUNT     PIC 9(9)      VALUE 0.
       01  WS-IMPUTED         PIC S9(11)V99.
       01  WS-TOT-LIABILITY   PIC S9(11)V99 VALUE 0.

      *> the six maturity columns - years 1 to 5 after the as-of date
      *> and everything later - plus the row total in column 7. Year
      *> N ends on the as-of date advanced N * 12 months.
       01  WS-BOUNDARY-TABLE.
           05  WS-BOUNDARY    PIC X(10) OCCURS 5 TIMES.
       01  WS-LEASE-BUCKETS.
           05  WS-LEASE-AMT   PIC S9(11)V99 OCCURS 7 TIMES.
       01  WS-GRAND-BUCKETS.
           05  WS-GRAND-AMT   PIC S9(11)V99 OCCURS 7 TIMES.
       01  WS-COL             PIC 9(2).
       01  WS-COL-POS         PIC 9(3).
       01  WS-BUCKET          PIC 9(2).

      *> payment schedule walk - same month offsets RUN-LEASES posts
      *> against, so the undiscounted total and the carried liability
      *> describe the same remaining payments.
       01  WS-FREQ-MONTHS     PIC 9(2).
       01  WS-MONTH-NO        PIC 9(4).
       01  WS-FIRST-MONTH     PIC 9(4).
       01  WS-DUE-DATE        PIC X(10).
       01  WS-BASE-DATE       PIC X(10).
       01  WS-STEP-DATE       PIC X(10).
       01  WS-CAL-YEAR        PIC 9(4).
       01  WS-CAL-MONTH       PIC 9(2).
       01  WS-CAL-DAY         PIC 9(2).
       01  WS-MONTH-DAYS      PIC 9(2).
       01  WS-MONTH-STEP      PIC 9(4).
       01  WS-TOTAL-MONTHS    PIC 9(6).

       LINKAGE SECTION.
       01  L-AS-OF-DATE       PIC X(10).
       01  L-RETURN-CODE      PIC 9(4).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-AS-OF-DATE
               L-RETURN-CODE.

      *> maturity analysis for the lease note: each active lease's
      *> undiscounted payments still to be made, spread into the five
      *> years after the as-of date and a thereafter column. A
      *> payment RUN-LEASES has not posted yet is still owed, so one
      *> whose month has already ended falls in year 1. The totals
      *> reconcile to the balance sheet: undiscounted payments, less
      *> imputed interest, equal the carried lease liability (as of
      *> the last RUN-LEASES).
       MAIN-LOGIC.
           MOVE L-AS-OF-DATE TO WS-AS-OF-DATE
           MOVE 0            TO L-RETURN-CODE

           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-AS-OF-DATE
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               DISPLAY "LEASE-MATURITY ERROR: BAD AS-OF DATE "
                   WS-AS-OF-DATE
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "LEASE-MATURITY ERROR: DATABASE CONNECTION "
                   "UNAVAILABLE"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-AS-OF-DATE TO WS-BASE-DATE
           PERFORM SET-ONE-BOUNDARY
               VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 5
           PERFORM CLEAR-GRAND-BUCKET
               VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 7

           MOVE SPACES TO WS-RPT-LINE
           STRING "LEASE MATURITY ANALYSIS - UNDISCOUNTED PAYMENTS "
               "AS OF " WS-AS-OF-DATE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "INIT"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING "LEASE     DESCRIPTION     "
               "      YEAR 1       YEAR 2       YEAR 3"
               "       YEAR 4       YEAR 5   THEREAFTER"
               "        TOTAL"
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "HEADING"
                                BY REFERENCE WS-RPT-LINE

           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT id, description,
                      CAST(commencement_date AS VARCHAR),
                      term_months, payment_amount, payment_frequency,
                      payment_timing, months_taken, step_done,
                      liability_balance
                 FROM lease_master
                WHERE status = 'ACTIVE'
                ORDER BY id
           END-EXEC

           EXEC SQL OPEN C1 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C1 INTO :WS-LEASE-ID, :WS-DESCRIPTION,
                       :WS-COMMENCEMENT, :WS-TERM-MONTHS,
                       :WS-PAYMENT-AMOUNT, :WS-FREQUENCY,
                       :WS-TIMING, :WS-MONTHS-TAKEN, :WS-STEP-DONE,
                       :WS-LIABILITY-BALANCE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM SPREAD-ONE-LEASE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C1 END-EXEC
           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"

           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL     LEASES=" WS-LEASE-COUNT
               INTO WS-RPT-LINE
           END-STRING
           PERFORM EDIT-GRAND-COLUMN
               VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 7
           CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                BY REFERENCE WS-RPT-LINE

           COMPUTE WS-IMPUTED = WS-GRAND-AMT (7) - WS-TOT-LIABILITY
           MOVE WS-IMPUTED TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-RPT-LINE
           MOVE "LESS IMPUTED INTEREST" TO WS-RPT-LINE
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (105:12)
           CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                BY REFERENCE WS-RPT-LINE

           MOVE WS-TOT-LIABILITY TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-RPT-LINE
           MOVE "LEASE LIABILITY (CARRIED)" TO WS-RPT-LINE
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (105:12)
           CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING BY CONTENT "CLOSE"
                                BY REFERENCE WS-RPT-LINE
           GOBACK.

       SET-ONE-BOUNDARY.
           COMPUTE WS-MONTH-STEP = WS-COL * 12
           PERFORM COMPUTE-STEP-DATE
           MOVE WS-STEP-DATE TO WS-BOUNDARY (WS-COL)
           EXIT.

       CLEAR-GRAND-BUCKET.
           MOVE 0 TO WS-GRAND-AMT (WS-COL)
           EXIT.

       CLEAR-LEASE-BUCKET.
           MOVE 0 TO WS-LEASE-AMT (WS-COL)
           EXIT.

      *> walks the lease's remaining months from the first one not
      *> fully posted. In that first month a payment leg RUN-LEASES
      *> already posted (step P) is no longer owed.
       SPREAD-ONE-LEASE.
           PERFORM CLEAR-LEASE-BUCKET
               VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 7
           EVALUATE WS-FREQUENCY
             WHEN "Q"
                 MOVE 3  TO WS-FREQ-MONTHS
             WHEN "A"
                 MOVE 12 TO WS-FREQ-MONTHS
             WHEN OTHER
                 MOVE 1  TO WS-FREQ-MONTHS
           END-EVALUATE
           COMPUTE WS-FIRST-MONTH = WS-MONTHS-TAKEN + 1

           PERFORM SPREAD-ONE-MONTH
               VARYING WS-MONTH-NO FROM WS-FIRST-MONTH BY 1
               UNTIL WS-MONTH-NO > WS-TERM-MONTHS

           MOVE SPACES TO WS-RPT-LINE
           STRING WS-LEASE-ID " " WS-DESCRIPTION (1:16)
               INTO WS-RPT-LINE
           END-STRING
           PERFORM EDIT-LEASE-COLUMN
               VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 7
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE

           PERFORM ADD-TO-GRAND
               VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 7
           ADD WS-LIABILITY-BALANCE TO WS-TOT-LIABILITY
           ADD 1 TO WS-LEASE-COUNT
           EXIT.

      *> an arrears payment is due on the last day of its period, one
      *> in advance on the day its period starts.
       SPREAD-ONE-MONTH.
           MOVE WS-COMMENCEMENT TO WS-BASE-DATE
           IF WS-TIMING = "A"
               IF FUNCTION MOD (WS-MONTH-NO - 1, WS-FREQ-MONTHS)
                   NOT = 0
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-MONTH-STEP = WS-MONTH-NO - 1
               PERFORM COMPUTE-STEP-DATE
           ELSE
               IF FUNCTION MOD (WS-MONTH-NO, WS-FREQ-MONTHS) NOT = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-MONTH-NO TO WS-MONTH-STEP
               PERFORM COMPUTE-STEP-DATE
               PERFORM STEP-BACK-ONE-DAY
           END-IF
           IF WS-MONTH-NO = WS-FIRST-MONTH AND WS-STEP-DONE = "P"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STEP-DATE TO WS-DUE-DATE

           MOVE 6 TO WS-BUCKET
           PERFORM FIND-BUCKET
               VARYING WS-COL FROM 5 BY -1 UNTIL WS-COL < 1
           ADD WS-PAYMENT-AMOUNT TO WS-LEASE-AMT (WS-BUCKET)
           ADD WS-PAYMENT-AMOUNT TO WS-LEASE-AMT (7)
           EXIT.

      *> walked from year 5 down, so the last boundary the due date
      *> falls on or before is the earliest year it belongs to.
       FIND-BUCKET.
           IF WS-DUE-DATE <= WS-BOUNDARY (WS-COL)
               MOVE WS-COL TO WS-BUCKET
           END-IF
           EXIT.

       EDIT-LEASE-COLUMN.
           COMPUTE WS-COL-POS = 27 + (WS-COL - 1) * 13
           MOVE WS-LEASE-AMT (WS-COL) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (WS-COL-POS:12)
           EXIT.

       EDIT-GRAND-COLUMN.
           COMPUTE WS-COL-POS = 27 + (WS-COL - 1) * 13
           MOVE WS-GRAND-AMT (WS-COL) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (WS-COL-POS:12)
           EXIT.

       ADD-TO-GRAND.
           ADD WS-LEASE-AMT (WS-COL) TO WS-GRAND-AMT (WS-COL)
           EXIT.

      *> base date plus N months, day clamped to the target month's
      *> length - the same arithmetic RUN-LEASES dates its legs with.
       COMPUTE-STEP-DATE.
           MOVE WS-BASE-DATE (1:4) TO WS-CAL-YEAR
           MOVE WS-BASE-DATE (6:2) TO WS-CAL-MONTH
           MOVE WS-BASE-DATE (9:2) TO WS-CAL-DAY
           COMPUTE WS-TOTAL-MONTHS =
               WS-CAL-YEAR * 12 + WS-CAL-MONTH - 1 + WS-MONTH-STEP
           COMPUTE WS-CAL-YEAR = WS-TOTAL-MONTHS / 12
           COMPUTE WS-CAL-MONTH =
               FUNCTION MOD (WS-TOTAL-MONTHS, 12) + 1
           PERFORM SET-MONTH-DAYS
           IF WS-CAL-DAY > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-CAL-DAY
           END-IF
           PERFORM BUILD-STEP-DATE
           EXIT.

       STEP-BACK-ONE-DAY.
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
           PERFORM BUILD-STEP-DATE
           EXIT.

       BUILD-STEP-DATE.
           MOVE SPACES TO WS-STEP-DATE
           STRING WS-CAL-YEAR "-" WS-CAL-MONTH "-" WS-CAL-DAY
               INTO WS-STEP-DATE
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

       END PROGRAM LEASE-MATURITY.
