       IDENTIFICATION DIVISION.
       PROGRAM-ID. FISCAL-CALENDAR.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-COMPANY-CODE   PIC X(5).
       01  WS-YEAR-START     PIC X(10).
       01  WS-YEAR-END       PIC X(10).
       01  WS-PERIOD-START   PIC X(10).
       01  WS-PERIOD-END     PIC X(10).
       01  WS-NEIGHBOUR-DATE PIC X(10).
       01  WS-ROW-COUNT      PIC 9(9).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01  WS-CONNECT-STATUS PIC X(1).
       01  WS-ENV-NAME       PIC X(30).
       01  WS-DATE-STATUS    PIC X(1).
       01  WS-AUTHORIZED     PIC X(1).
       01  WS-OPERATOR-ID    PIC X(50).
       01  WS-PATTERN        PIC X(6).
       01  WS-ADJUST-FLAG    PIC X(1).
       01  WS-INSERT-FAILED  PIC X(1)    VALUE "N".

      *> date arithmetic on civil day numbers.
       01  WS-DATE-WORK      PIC X(10).
       01  WS-DATE-NUM       PIC 9(8).
       01  WS-DAY-INT        PIC 9(9).
       01  WS-DAY-STEP       PIC S9(5).
       01  WS-END-INT        PIC 9(9).
       01  WS-ANNIV-INT      PIC 9(9).
       01  WS-YEAR           PIC 9(4).
       01  WS-MONTH          PIC 9(2).
       01  WS-WEEKS          PIC 9(1).
       01  WS-PATTERN-SLOT   PIC 9(1).

      *> the year being built - twelve periods, a thirteenth when the
      *> year carries an adjustment period.
       01  WS-PERIOD-TABLE.
           05  WS-PERIOD-ROW OCCURS 13 TIMES.
               10  WS-PER-START      PIC X(10).
               10  WS-PER-END        PIC X(10).
       01  WS-PERIOD-COUNT   PIC 9(2)    VALUE 0.
       01  WS-PER-IDX        PIC 9(2).

       LINKAGE SECTION.
       01  L-YEAR-START      PIC X(10).
       01  L-COMPANY-CODE    PIC X(5).
       01  L-PATTERN         PIC X(6).
       01  L-ADJUST-FLAG     PIC X(1).
       01  L-RETURN-CODE     PIC 9(4).
       01  L-OPERATOR-ID     PIC X(50).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-YEAR-START
               L-COMPANY-CODE
               L-PATTERN
               L-ADJUST-FLAG
               L-RETURN-CODE
               L-OPERATOR-ID.

      *> lays down a fiscal year's fiscal_period rows in one go,
      *> instead of twelve hand-keyed INSERTs. L-COMPANY-CODE names
      *> one company, or is blank for the company-wide rows every
      *> company without its own calendar follows. L-PATTERN is
      *> MONTHS (calendar months - the year must start on the 1st),
      *> or 445, 454 or 544 (four quarters of 4/5-week periods, the
      *> last period taking a 53rd week whenever the 52-week year
      *> would end more than three days short of the anniversary).
      *> L-ADJUST-FLAG Y adds period 13: the year's last day, carved
      *> off the final period, so year-end adjustments have a period
      *> of their own to be closed separately. The year is refused
      *> if it would overlap any existing row in scope or leave a gap
      *> against the periods either side of it. With the periods, each
      *> one gets its doc_sequence rows (every source code that has
      *> ever drawn a number, and GJ) and its close_task checklist
      *> from close_task_template - all in one unit of work.
       MAIN-LOGIC.
           MOVE L-YEAR-START   TO WS-YEAR-START
           MOVE L-COMPANY-CODE TO WS-COMPANY-CODE
           MOVE L-PATTERN      TO WS-PATTERN
           MOVE L-ADJUST-FLAG  TO WS-ADJUST-FLAG
           MOVE L-OPERATOR-ID  TO WS-OPERATOR-ID
           MOVE 0              TO L-RETURN-CODE

           IF WS-PATTERN = SPACES
               MOVE "MONTHS" TO WS-PATTERN
           END-IF
           IF WS-ADJUST-FLAG = SPACES
               MOVE "N" TO WS-ADJUST-FLAG
           END-IF
           IF WS-PATTERN NOT = "MONTHS" AND WS-PATTERN NOT = "445"
              AND WS-PATTERN NOT = "454" AND WS-PATTERN NOT = "544"
               DISPLAY "FISCAL-CALENDAR ERROR: PATTERN MUST BE "
                   "MONTHS, 445, 454 OR 544, GOT " WS-PATTERN
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF
           IF WS-ADJUST-FLAG NOT = "Y" AND WS-ADJUST-FLAG NOT = "N"
               DISPLAY "FISCAL-CALENDAR ERROR: ADJUSTMENT PERIOD "
                   "FLAG MUST BE Y OR N"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-YEAR-START
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               DISPLAY "FISCAL-CALENDAR ERROR: BAD YEAR START "
                   WS-YEAR-START
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF
           IF WS-PATTERN = "MONTHS" AND WS-YEAR-START (9:2) NOT = "01"
               DISPLAY "FISCAL-CALENDAR ERROR: A CALENDAR-MONTH YEAR "
                   "MUST START ON THE 1ST, GOT " WS-YEAR-START
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "FISCAL-CALENDAR ERROR: DATABASE CONNECTION "
                   "UNAVAILABLE"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           CALL "CHECK-OPERATOR" USING WS-OPERATOR-ID
                                       BY CONTENT "A"
                                       BY REFERENCE WS-AUTHORIZED
           IF WS-AUTHORIZED NOT = "Y"
               DISPLAY "FISCAL-CALENDAR ERROR: OPERATOR NOT "
                   "AUTHORIZED"
               MOVE 4 TO L-RETURN-CODE
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           IF WS-COMPANY-CODE NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-ROW-COUNT
                     FROM company
                    WHERE company_code = :WS-COMPANY-CODE
               END-EXEC
               IF WS-ROW-COUNT = 0
                   DISPLAY "FISCAL-CALENDAR ERROR: UNKNOWN COMPANY "
                       WS-COMPANY-CODE
                   MOVE 1 TO L-RETURN-CODE
                   CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
                   GOBACK
               END-IF
           END-IF

           IF WS-PATTERN = "MONTHS"
               PERFORM BUILD-MONTH-PERIODS
           ELSE
               PERFORM BUILD-WEEK-PERIODS
           END-IF
           IF WS-ADJUST-FLAG = "Y"
               PERFORM ADD-ADJUSTMENT-PERIOD
           END-IF
           MOVE WS-PER-END (WS-PERIOD-COUNT) TO WS-YEAR-END

           PERFORM CHECK-OVERLAP
           IF L-RETURN-CODE = 0
               PERFORM CHECK-GAPS
           END-IF
           IF L-RETURN-CODE NOT = 0
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           CALL "DB-UTIL" USING BY CONTENT "BEGIN"
           PERFORM CREATE-ONE-PERIOD
               VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > WS-PERIOD-COUNT
                  OR WS-INSERT-FAILED = "Y"
           IF WS-INSERT-FAILED = "Y"
               CALL "DB-UTIL" USING BY CONTENT "ROLLBACK"
               MOVE 1 TO L-RETURN-CODE
           ELSE
               CALL "DB-UTIL" USING BY CONTENT "COMMIT"
               DISPLAY "FISCAL-CALENDAR: " WS-PERIOD-COUNT
                   " PERIODS " WS-YEAR-START " TO " WS-YEAR-END
                   " CREATED FOR COMPANY '" WS-COMPANY-CODE "'"
           END-IF

           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT".
           GOBACK.

      *> calendar months: each period runs from the 1st to the day
      *> before the next month's 1st.
       BUILD-MONTH-PERIODS.
           MOVE WS-YEAR-START (1:4) TO WS-YEAR
           MOVE WS-YEAR-START (6:2) TO WS-MONTH
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > 12
               MOVE SPACES TO WS-PER-START (WS-PER-IDX)
               STRING WS-YEAR "-" WS-MONTH "-01"
                   DELIMITED BY SIZE
                   INTO WS-PER-START (WS-PER-IDX)
               END-STRING
               IF WS-MONTH = 12
                   MOVE 1 TO WS-MONTH
                   ADD 1 TO WS-YEAR
               ELSE
                   ADD 1 TO WS-MONTH
               END-IF
               MOVE SPACES TO WS-DATE-WORK
               STRING WS-YEAR "-" WS-MONTH "-01"
                   DELIMITED BY SIZE
                   INTO WS-DATE-WORK
               END-STRING
               MOVE -1 TO WS-DAY-STEP
               PERFORM ADD-DAYS
               MOVE WS-DATE-WORK TO WS-PER-END (WS-PER-IDX)
           END-PERFORM
           MOVE 12 TO WS-PERIOD-COUNT
           EXIT.

      *> 4-4-5 style: each quarter's three periods take the pattern's
      *> week counts in turn, 364 days to the year; a 53rd week goes
      *> on the last period when the year would otherwise end four or
      *> more days before the day before the start's anniversary.
       BUILD-WEEK-PERIODS.
           MOVE WS-YEAR-START TO WS-DATE-WORK
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > 12
               MOVE WS-DATE-WORK TO WS-PER-START (WS-PER-IDX)
               COMPUTE WS-PATTERN-SLOT =
                   FUNCTION MOD (WS-PER-IDX - 1, 3) + 1
               MOVE WS-PATTERN (WS-PATTERN-SLOT:1) TO WS-WEEKS
               COMPUTE WS-DAY-STEP = WS-WEEKS * 7 - 1
               PERFORM ADD-DAYS
               MOVE WS-DATE-WORK TO WS-PER-END (WS-PER-IDX)
               MOVE 1 TO WS-DAY-STEP
               PERFORM ADD-DAYS
           END-PERFORM
           MOVE 12 TO WS-PERIOD-COUNT

           MOVE WS-PER-END (12) TO WS-DATE-WORK
           MOVE 0 TO WS-DAY-STEP
           PERFORM ADD-DAYS
           MOVE WS-DAY-INT TO WS-END-INT

      *> the anniversary is the same month and day a year on (a
      *> 29 February start falls to 1 March), less one day.
           MOVE WS-YEAR-START (1:4) TO WS-YEAR
           ADD 1 TO WS-YEAR
           MOVE SPACES TO WS-DATE-WORK
           IF WS-YEAR-START (6:5) = "02-29"
               STRING WS-YEAR "-03-01" DELIMITED BY SIZE
                   INTO WS-DATE-WORK
               END-STRING
           ELSE
               STRING WS-YEAR "-" WS-YEAR-START (6:5)
                   DELIMITED BY SIZE
                   INTO WS-DATE-WORK
               END-STRING
           END-IF
           MOVE -1 TO WS-DAY-STEP
           PERFORM ADD-DAYS
           MOVE WS-DAY-INT TO WS-ANNIV-INT

           IF WS-ANNIV-INT - WS-END-INT >= 4
               MOVE WS-PER-END (12) TO WS-DATE-WORK
               MOVE 7 TO WS-DAY-STEP
               PERFORM ADD-DAYS
               MOVE WS-DATE-WORK TO WS-PER-END (12)
               DISPLAY "FISCAL-CALENDAR: 53-WEEK YEAR, PERIOD 12 "
                   "CARRIES THE EXTRA WEEK"
           END-IF
           EXIT.

       ADD-ADJUSTMENT-PERIOD.
           MOVE WS-PER-END (12) TO WS-PER-START (13)
           MOVE WS-PER-END (12) TO WS-PER-END (13)
           MOVE WS-PER-END (12) TO WS-DATE-WORK
           MOVE -1 TO WS-DAY-STEP
           PERFORM ADD-DAYS
           MOVE WS-DATE-WORK TO WS-PER-END (12)
           MOVE 13 TO WS-PERIOD-COUNT
           EXIT.

      *> a company's year may not overlap its own rows or the company-
      *> wide ones it would otherwise follow; a company-wide year may
      *> not overlap any row at all.
       CHECK-OVERLAP.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM fiscal_period
                WHERE period_start <= :WS-YEAR-END
                  AND period_end   >= :WS-YEAR-START
                  AND (company_code = :WS-COMPANY-CODE
                       OR company_code = ' '
                       OR :WS-COMPANY-CODE = ' ')
           END-EXEC
           IF WS-ROW-COUNT NOT = 0
               DISPLAY "FISCAL-CALENDAR ERROR: " WS-ROW-COUNT
                   " EXISTING PERIOD(S) OVERLAP " WS-YEAR-START
                   " TO " WS-YEAR-END ", NOTHING CREATED"
               MOVE 1 TO L-RETURN-CODE
           END-IF
           EXIT.

      *> the nearest period before the new year has to end the day
      *> before it starts, and the nearest one after has to start the
      *> day after it ends - a first-ever year has no neighbours.
       CHECK-GAPS.
           MOVE SPACES TO WS-NEIGHBOUR-DATE
           EXEC SQL
               SELECT COALESCE(CAST(MAX(period_end) AS VARCHAR), ' ')
                 INTO :WS-NEIGHBOUR-DATE
                 FROM fiscal_period
                WHERE period_end < :WS-YEAR-START
                  AND (company_code = :WS-COMPANY-CODE
                       OR company_code = ' ')
           END-EXEC
           IF WS-NEIGHBOUR-DATE NOT = SPACES
               MOVE WS-YEAR-START TO WS-DATE-WORK
               MOVE -1 TO WS-DAY-STEP
               PERFORM ADD-DAYS
               IF WS-NEIGHBOUR-DATE NOT = WS-DATE-WORK
                   DISPLAY "FISCAL-CALENDAR ERROR: PRIOR PERIODS END "
                       WS-NEIGHBOUR-DATE ", YEAR WOULD LEAVE A GAP "
                       "BEFORE " WS-YEAR-START
                   MOVE 1 TO L-RETURN-CODE
               END-IF
           END-IF

           MOVE SPACES TO WS-NEIGHBOUR-DATE
           EXEC SQL
               SELECT COALESCE(CAST(MIN(period_start) AS VARCHAR),
                               ' ')
                 INTO :WS-NEIGHBOUR-DATE
                 FROM fiscal_period
                WHERE period_start > :WS-YEAR-END
                  AND (company_code = :WS-COMPANY-CODE
                       OR company_code = ' ')
           END-EXEC
           IF WS-NEIGHBOUR-DATE NOT = SPACES
               MOVE WS-YEAR-END TO WS-DATE-WORK
               MOVE 1 TO WS-DAY-STEP
               PERFORM ADD-DAYS
               IF WS-NEIGHBOUR-DATE NOT = WS-DATE-WORK
                   DISPLAY "FISCAL-CALENDAR ERROR: LATER PERIODS "
                       "START " WS-NEIGHBOUR-DATE ", YEAR WOULD "
                       "LEAVE A GAP AFTER " WS-YEAR-END
                   MOVE 1 TO L-RETURN-CODE
               END-IF
           END-IF
           EXIT.

      *> the period row, its document number sequences starting from
      *> zero, and its close checklist.
       CREATE-ONE-PERIOD.
           MOVE WS-PER-START (WS-PER-IDX) TO WS-PERIOD-START
           MOVE WS-PER-END (WS-PER-IDX)   TO WS-PERIOD-END

           EXEC SQL
               INSERT INTO fiscal_period
                   (period_start, period_end, status, company_code)
               VALUES
                   (:WS-PERIOD-START, :WS-PERIOD-END, 'OPEN',
                    :WS-COMPANY-CODE)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "FISCAL-CALENDAR ERROR: PERIOD "
                   WS-PERIOD-START " TO " WS-PERIOD-END
                   " NOT CREATED, SQLCODE=" SQLCODE
               MOVE "Y" TO WS-INSERT-FAILED
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               INSERT INTO doc_sequence
                   (source_code, period_start, period_end,
                    last_number)
               SELECT S.source_code, :WS-PERIOD-START,
                      :WS-PERIOD-END, 0
                 FROM (SELECT source_code FROM doc_sequence
                       UNION
                       SELECT 'GJ') S
                WHERE NOT EXISTS
                      (SELECT 1 FROM doc_sequence D
                        WHERE D.source_code  = S.source_code
                          AND D.period_start = :WS-PERIOD-START
                          AND D.period_end   = :WS-PERIOD-END)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FISCAL-CALENDAR ERROR: DOC SEQUENCES FOR "
                   WS-PERIOD-START " NOT SEEDED, SQLCODE=" SQLCODE
               MOVE "Y" TO WS-INSERT-FAILED
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               INSERT INTO close_task
                   (period_start, period_end, task_code)
               SELECT :WS-PERIOD-START, :WS-PERIOD-END, T.task_code
                 FROM close_task_template T
                WHERE NOT EXISTS
                      (SELECT 1 FROM close_task C
                        WHERE C.period_start = :WS-PERIOD-START
                          AND C.period_end   = :WS-PERIOD-END
                          AND C.task_code    = T.task_code)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FISCAL-CALENDAR ERROR: CHECKLIST FOR "
                   WS-PERIOD-START " NOT CREATED, SQLCODE=" SQLCODE
               MOVE "Y" TO WS-INSERT-FAILED
               EXIT PARAGRAPH
           END-IF

           DISPLAY "FISCAL-CALENDAR: PERIOD " WS-PER-IDX " "
               WS-PERIOD-START " TO " WS-PERIOD-END
           EXIT.

      *> date plus (or minus) N days on civil day numbers; WS-DAY-INT
      *> is left holding the result's day number.
       ADD-DAYS.
           MOVE WS-DATE-WORK (1:4) TO WS-DATE-NUM (1:4)
           MOVE WS-DATE-WORK (6:2) TO WS-DATE-NUM (5:2)
           MOVE WS-DATE-WORK (9:2) TO WS-DATE-NUM (7:2)
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
               + WS-DAY-STEP
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
           MOVE SPACES TO WS-DATE-WORK
           STRING WS-DATE-NUM (1:4) "-" WS-DATE-NUM (5:2) "-"
               WS-DATE-NUM (7:2)
               DELIMITED BY SIZE
               INTO WS-DATE-WORK
           END-STRING
           EXIT.

       END PROGRAM FISCAL-CALENDAR.
