       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPI-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the board-deck copy of the report - pipe-delimited, one
      *> line per company (or GROUP), KPI and period: entity, KPI
      *> code, period start, period end, numerator, denominator,
      *> value, movement from the prior period, flag. Value and
      *> movement are blank where there is nothing to divide by.
           SELECT DECK-FILE ASSIGN DYNAMIC WS-DECK-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-DECK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DECK-FILE.
       01  FD-DECK-LINE        PIC X(600).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-ANCHOR-START   PIC X(10).
       01  WS-ANCHOR-END     PIC X(10).
       01  WS-PERIOD-START   PIC X(10).
       01  WS-PERIOD-END     PIC X(10).
       01  WS-PERIOD-COUNT   PIC 9(9).
       01  WS-SUM-START      PIC X(10).
       01  WS-INCEPTION      PIC X(10)     VALUE "0001-01-01".
       01  WS-COMPANY        PIC X(5).
       01  WS-GROUP-FLAG     PIC X(1).
       01  WS-TERM           PIC X(50).
       01  WS-RANGE-LO       PIC X(50).
       01  WS-RANGE-HI       PIC X(50).
       01  WS-SECTION        PIC X(1).
       01  WS-MEASURE        PIC S9(13)V99.
       01  WS-KPI-CODE       PIC X(10).
       01  WS-KPI-DESC       PIC X(60).
       01  WS-NUM-BASIS      PIC X(1).
       01  WS-NUM-TERMS      PIC X(98).
       01  WS-DEN-BASIS      PIC X(1).
       01  WS-DEN-TERMS      PIC X(98).
       01  WS-SCALE          PIC 9(7)V9(4).
       01  WS-BAND-LO        PIC S9(9)V9(4).
       01  WS-BAND-LO-SET    PIC X(1).
       01  WS-BAND-HI        PIC S9(9)V9(4).
       01  WS-BAND-HI-SET    PIC X(1).
       01  WS-BAND-BASIS     PIC X(1).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01  WS-CONNECT-STATUS   PIC X(1).
       01  WS-ENV-NAME         PIC X(30).
       01  WS-RPT-LINE         PIC X(132).
       01  WS-DECK-FILE-NAME   PIC X(256).
       01  WS-DECK-FILE-STATUS PIC X(2).
       01  WS-DECK-LINE        PIC X(600).
       01  WS-DECK-COUNT       PIC 9(9)      VALUE 0.
       01  WS-FLAGGED-COUNT    PIC 9(9)      VALUE 0.
       01  WS-ENTITY           PIC X(5).

      *> the thirteen periods - the anchor and the twelve before it,
      *> newest first as fetched; printed oldest first so each row's
      *> movement reads against the row above it.
       01  WS-PERIOD-TABLE.
           05  WS-PERIOD-ROW OCCURS 13 TIMES
                   INDEXED BY WS-PERIOD-IDX.
               10  WS-TBL-PERIOD-START PIC X(10).
               10  WS-TBL-PERIOD-END   PIC X(10).
       01  WS-TBL-COUNT        PIC 9(2)      VALUE 0.
       01  WS-MAX-PERIODS      PIC 9(2)      VALUE 13.
       01  WS-PER-SUB          PIC 9(2).

      *> the companies reported one by one ahead of the group line,
      *> buffered so no measure query runs under the company cursor.
       01  WS-COMPANY-TABLE.
           05  WS-COMPANY-ROW OCCURS 50 TIMES
                   INDEXED BY WS-CO-IDX.
               10  WS-TBL-COMPANY      PIC X(5).
       01  WS-CO-COUNT         PIC 9(2)      VALUE 0.

      *> the KPI definitions, read once up front.
       01  WS-KPI-TABLE.
           05  WS-KPI-ROW OCCURS 100 TIMES
                   INDEXED BY WS-KPI-IDX.
               10  WS-K-CODE           PIC X(10).
               10  WS-K-DESC           PIC X(60).
               10  WS-K-NUM-BASIS      PIC X(1).
               10  WS-K-NUM-TERMS      PIC X(98).
               10  WS-K-DEN-BASIS      PIC X(1).
               10  WS-K-DEN-TERMS      PIC X(98).
               10  WS-K-SCALE          PIC 9(7)V9(4).
               10  WS-K-BAND-LO        PIC S9(9)V9(4).
               10  WS-K-BAND-LO-SET    PIC X(1).
               10  WS-K-BAND-HI        PIC S9(9)V9(4).
               10  WS-K-BAND-HI-SET    PIC X(1).
               10  WS-K-BAND-BASIS     PIC X(1).
       01  WS-KPI-COUNT        PIC 9(3)      VALUE 0.

      *> one side of the ratio being summed, term by term.
       01  WS-SIDE-BASIS       PIC X(1).
       01  WS-SIDE-TERMS       PIC X(98).
       01  WS-SIDE-TOTAL       PIC S9(13)V99.
       01  WS-TERM-RAW         PIC X(50).
       01  WS-TERM-PTR         PIC 9(3).
       01  WS-TERM-SIGN        PIC X(1).
       01  WS-DEF-ERROR        PIC X(1).

       01  WS-NUMERATOR        PIC S9(13)V99.
       01  WS-DENOMINATOR      PIC S9(13)V99.
       01  WS-KPI-VALUE        PIC S9(11)V9(4).
       01  WS-VALUE-FLAG       PIC X(1).
       01  WS-PRIOR-VALUE      PIC S9(11)V9(4).
       01  WS-PRIOR-FLAG       PIC X(1).
       01  WS-MOVEMENT         PIC S9(11)V9(4).
       01  WS-MOVEMENT-FLAG    PIC X(1).
       01  WS-BAND-TEST        PIC S9(11)V9(4).
       01  WS-ROW-FLAG         PIC X(4).

       01  WS-MEASURE-EDIT     PIC -(12)9.99.
       01  WS-DENOM-EDIT       PIC -(12)9.99.
       01  WS-VALUE-EDIT       PIC -(9)9.9999.
       01  WS-MOVE-EDIT        PIC -(9)9.9999.
       01  WS-BAND-EDIT        PIC -(9)9.9999.
       01  WS-VALUE-TEXT       PIC X(15).
       01  WS-MOVE-TEXT        PIC X(15).
       01  WS-BAND-LO-TEXT     PIC X(15).
       01  WS-BAND-HI-TEXT     PIC X(15).
       01  WS-BAND-BASIS-TEXT  PIC X(8).
       01  WS-COUNT-EDIT       PIC Z(8)9.
       01  WS-FLAGGED-EDIT     PIC Z(8)9.
       01  WS-ROWS-EDIT        PIC Z(8)9.

       LINKAGE SECTION.
       01  L-PERIOD-START    PIC X(10).
       01  L-PERIOD-END      PIC X(10).
       01  L-COMPANY         PIC X(5).
       01  L-DECK-FILE       PIC X(256).
       01  L-RETURN-CODE     PIC 9(4).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-PERIOD-START
               L-PERIOD-END
               L-COMPANY
               L-DECK-FILE
               L-RETURN-CODE.

      *> the board pack's ratio and unit-cost page: every KPI on
      *> kpi_definition (MAINTAIN-REFDATA KPI-DEF) over the rolling
      *> thirteen fiscal periods ending with the named one, for each
      *> company and then for the group. A KPI is its numerator over
      *> its denominator times its scale; each side sums its terms -
      *> statement lines through stmt_line_map, account ranges, or
      *> statistical accounts - with a "-" term subtracted. Money
      *> comes off account_balance, the summary BALANCE-ROLLUP keeps
      *> by period: balance-sheet lines and accounts at their balance
      *> at the period end, income and expense at the period's
      *> movement, each on its normal side. account_balance carries
      *> no quantities, so a statistical term reads the period's
      *> posted quantity (debits less credits) the way RUN-ALLOCATIONS
      *> reads its drivers. A value outside the KPI's target band -
      *> or, for a band on movement, a change from the prior period
      *> outside it - is flagged OUT. The group figures add every
      *> company's accounts as booked, before eliminations.
      *> L-COMPANY blank reports every company and the group, GROUP
      *> the group only, a company code that company only. The same
      *> rows go to the board-deck file named by L-DECK-FILE (blank =
      *> KPI_DECK_FILE, then kpi_deck.dat).
       MAIN-LOGIC.
           MOVE L-PERIOD-START TO WS-ANCHOR-START
           MOVE L-PERIOD-END   TO WS-ANCHOR-END
           MOVE 0              TO L-RETURN-CODE
           MOVE 0              TO WS-DECK-COUNT
           MOVE 0              TO WS-FLAGGED-COUNT

           MOVE L-DECK-FILE TO WS-DECK-FILE-NAME
           IF WS-DECK-FILE-NAME = SPACES
               ACCEPT WS-DECK-FILE-NAME
                   FROM ENVIRONMENT "KPI_DECK_FILE"
           END-IF
           IF WS-DECK-FILE-NAME = SPACES
               MOVE "kpi_deck.dat" TO WS-DECK-FILE-NAME
           END-IF

           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "KPI-REPORT ERROR: DATABASE CONNECTION "
                   "UNAVAILABLE"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           EXEC SQL
               SELECT COUNT(*) INTO :WS-PERIOD-COUNT
                 FROM fiscal_period
                WHERE period_start = :WS-ANCHOR-START
                  AND period_end   = :WS-ANCHOR-END
           END-EXEC
           IF WS-PERIOD-COUNT = 0
               DISPLAY "KPI-REPORT ERROR: NO FISCAL PERIOD "
                   WS-ANCHOR-START " TO " WS-ANCHOR-END
               MOVE 1 TO L-RETURN-CODE
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           PERFORM BUFFER-TRAILING-PERIODS
           PERFORM LOAD-COMPANIES
           IF L-RETURN-CODE NOT = 0
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF
           PERFORM LOAD-KPI-DEFINITIONS
           IF WS-KPI-COUNT = 0
               DISPLAY "KPI-REPORT ERROR: NO KPI DEFINITIONS ON FILE"
               MOVE 1 TO L-RETURN-CODE
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           OPEN OUTPUT DECK-FILE
           IF WS-DECK-FILE-STATUS NOT = "00"
               DISPLAY "KPI-REPORT ERROR: CANNOT OPEN "
                   WS-DECK-FILE-NAME
               MOVE 1 TO L-RETURN-CODE
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING "KPI REPORT - " WS-TBL-COUNT
               " PERIODS TO " WS-ANCHOR-START " - " WS-ANCHOR-END
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "INIT"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING "PERIOD END         NUMERATOR       DENOMINATOR"
               "            VALUE         MOVEMENT  FLAG"
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "HEADING"
                                BY REFERENCE WS-RPT-LINE

           IF L-COMPANY NOT = "GROUP"
               PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
                   MOVE WS-TBL-COMPANY (WS-CO-IDX) TO WS-COMPANY
                   MOVE WS-COMPANY TO WS-ENTITY
                   MOVE "N" TO WS-GROUP-FLAG
                   PERFORM REPORT-ONE-ENTITY
               END-PERFORM
           END-IF
           IF L-COMPANY = SPACES OR L-COMPANY = "GROUP"
               MOVE SPACES  TO WS-COMPANY
               MOVE "GROUP" TO WS-ENTITY
               MOVE "Y"     TO WS-GROUP-FLAG
               PERFORM REPORT-ONE-ENTITY
           END-IF

           CLOSE DECK-FILE

           MOVE WS-KPI-COUNT     TO WS-COUNT-EDIT
           MOVE WS-FLAGGED-COUNT TO WS-FLAGGED-EDIT
           MOVE WS-DECK-COUNT    TO WS-ROWS-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "KPIS=" FUNCTION TRIM(WS-COUNT-EDIT)
               " FLAGGED OUTSIDE BAND=" FUNCTION TRIM(WS-FLAGGED-EDIT)
               " DECK ROWS=" FUNCTION TRIM(WS-ROWS-EDIT)
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING BY CONTENT "CLOSE"
                                BY REFERENCE WS-RPT-LINE

           DISPLAY "KPI-REPORT: " WS-DECK-COUNT " ROWS TO "
               FUNCTION TRIM(WS-DECK-FILE-NAME) ", "
               WS-FLAGGED-COUNT " FLAGGED"

           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT".
           GOBACK.

      *> the anchor period plus up to twelve periods before it,
      *> newest first - the same run COMPARE-PERIODS reads.
       BUFFER-TRAILING-PERIODS.
           MOVE 0 TO WS-TBL-COUNT
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT DISTINCT period_start, period_end
                 FROM fiscal_period
                WHERE period_start <= :WS-ANCHOR-START
                ORDER BY period_start DESC
           END-EXEC

           EXEC SQL OPEN C1 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               OR WS-TBL-COUNT >= WS-MAX-PERIODS
               EXEC SQL
                   FETCH C1 INTO :WS-PERIOD-START, :WS-PERIOD-END
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-TBL-COUNT
                   MOVE WS-PERIOD-START
                       TO WS-TBL-PERIOD-START (WS-TBL-COUNT)
                   MOVE WS-PERIOD-END
                       TO WS-TBL-PERIOD-END (WS-TBL-COUNT)
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C1 END-EXEC
           EXIT.

      *> every company on the master, or just the one asked for -
      *> which has to be on it.
       LOAD-COMPANIES.
           MOVE 0 TO WS-CO-COUNT
           IF L-COMPANY = "GROUP"
               EXIT PARAGRAPH
           END-IF
           IF L-COMPANY NOT = SPACES
               MOVE L-COMPANY TO WS-COMPANY
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-PERIOD-COUNT
                     FROM company
                    WHERE company_code = :WS-COMPANY
               END-EXEC
               IF WS-PERIOD-COUNT = 0
                   DISPLAY "KPI-REPORT ERROR: UNKNOWN COMPANY "
                       L-COMPANY
                   MOVE 1 TO L-RETURN-CODE
               ELSE
                   MOVE 1 TO WS-CO-COUNT
                   MOVE L-COMPANY TO WS-TBL-COMPANY (1)
               END-IF
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT company_code
                 FROM company
                ORDER BY company_code
           END-EXEC

           EXEC SQL OPEN C2 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C2 INTO :WS-COMPANY
               END-EXEC
               IF SQLCODE = 0
                   IF WS-CO-COUNT < 50
                       ADD 1 TO WS-CO-COUNT
                       MOVE WS-COMPANY TO WS-TBL-COMPANY (WS-CO-COUNT)
                   ELSE
                       DISPLAY "KPI-REPORT WARNING: MORE THAN 50 "
                           "COMPANIES, " WS-COMPANY " NOT REPORTED"
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C2 END-EXEC
           EXIT.

      *> an open band side comes back flagged N rather than null.
       LOAD-KPI-DEFINITIONS.
           MOVE 0 TO WS-KPI-COUNT
           EXEC SQL
               DECLARE C3 CURSOR FOR
               SELECT kpi_code, description, num_basis, num_terms,
                      den_basis, den_terms, scale_factor,
                      COALESCE(band_low, 0),
                      CASE WHEN band_low IS NULL THEN 'N' ELSE 'Y' END,
                      COALESCE(band_high, 0),
                      CASE WHEN band_high IS NULL THEN 'N'
                           ELSE 'Y' END,
                      band_basis
                 FROM kpi_definition
                ORDER BY kpi_code
           END-EXEC

           EXEC SQL OPEN C3 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C3 INTO :WS-KPI-CODE, :WS-KPI-DESC,
                       :WS-NUM-BASIS, :WS-NUM-TERMS,
                       :WS-DEN-BASIS, :WS-DEN-TERMS, :WS-SCALE,
                       :WS-BAND-LO, :WS-BAND-LO-SET,
                       :WS-BAND-HI, :WS-BAND-HI-SET,
                       :WS-BAND-BASIS
               END-EXEC
               IF SQLCODE = 0
                   IF WS-KPI-COUNT < 100
                       ADD 1 TO WS-KPI-COUNT
                       SET WS-KPI-IDX TO WS-KPI-COUNT
                       MOVE WS-KPI-CODE  TO WS-K-CODE (WS-KPI-IDX)
                       MOVE WS-KPI-DESC  TO WS-K-DESC (WS-KPI-IDX)
                       MOVE WS-NUM-BASIS TO WS-K-NUM-BASIS (WS-KPI-IDX)
                       MOVE WS-NUM-TERMS TO WS-K-NUM-TERMS (WS-KPI-IDX)
                       MOVE WS-DEN-BASIS TO WS-K-DEN-BASIS (WS-KPI-IDX)
                       MOVE WS-DEN-TERMS TO WS-K-DEN-TERMS (WS-KPI-IDX)
                       MOVE WS-SCALE     TO WS-K-SCALE (WS-KPI-IDX)
                       MOVE WS-BAND-LO   TO WS-K-BAND-LO (WS-KPI-IDX)
                       MOVE WS-BAND-LO-SET
                           TO WS-K-BAND-LO-SET (WS-KPI-IDX)
                       MOVE WS-BAND-HI   TO WS-K-BAND-HI (WS-KPI-IDX)
                       MOVE WS-BAND-HI-SET
                           TO WS-K-BAND-HI-SET (WS-KPI-IDX)
                       MOVE WS-BAND-BASIS
                           TO WS-K-BAND-BASIS (WS-KPI-IDX)
                   ELSE
                       DISPLAY "KPI-REPORT WARNING: MORE THAN 100 "
                           "KPIS, " WS-KPI-CODE " NOT REPORTED"
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C3 END-EXEC
           EXIT.

       REPORT-ONE-ENTITY.
           PERFORM VARYING WS-KPI-IDX FROM 1 BY 1
               UNTIL WS-KPI-IDX > WS-KPI-COUNT
               PERFORM REPORT-ONE-KPI
           END-PERFORM
           EXIT.

      *> one block per KPI: its heading with the band, then a row per
      *> period oldest first.
       REPORT-ONE-KPI.
           MOVE "OPEN" TO WS-BAND-LO-TEXT
           IF WS-K-BAND-LO-SET (WS-KPI-IDX) = "Y"
               MOVE WS-K-BAND-LO (WS-KPI-IDX) TO WS-BAND-EDIT
               MOVE FUNCTION TRIM(WS-BAND-EDIT) TO WS-BAND-LO-TEXT
           END-IF
           MOVE "OPEN" TO WS-BAND-HI-TEXT
           IF WS-K-BAND-HI-SET (WS-KPI-IDX) = "Y"
               MOVE WS-K-BAND-HI (WS-KPI-IDX) TO WS-BAND-EDIT
               MOVE FUNCTION TRIM(WS-BAND-EDIT) TO WS-BAND-HI-TEXT
           END-IF
           IF WS-K-BAND-BASIS (WS-KPI-IDX) = "M"
               MOVE "MOVEMENT" TO WS-BAND-BASIS-TEXT
           ELSE
               MOVE "VALUE" TO WS-BAND-BASIS-TEXT
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-ENTITY "  " WS-K-CODE (WS-KPI-IDX) "  "
               WS-K-DESC (WS-KPI-IDX) "  BAND "
               FUNCTION TRIM(WS-BAND-LO-TEXT) " TO "
               FUNCTION TRIM(WS-BAND-HI-TEXT) " ON "
               FUNCTION TRIM(WS-BAND-BASIS-TEXT)
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE

           MOVE "N" TO WS-PRIOR-FLAG
           PERFORM VARYING WS-PER-SUB FROM WS-TBL-COUNT BY -1
               UNTIL WS-PER-SUB < 1
               PERFORM REPORT-ONE-PERIOD
           END-PERFORM
           EXIT.

       REPORT-ONE-PERIOD.
           MOVE WS-TBL-PERIOD-START (WS-PER-SUB) TO WS-PERIOD-START
           MOVE WS-TBL-PERIOD-END (WS-PER-SUB)   TO WS-PERIOD-END
           MOVE "N" TO WS-DEF-ERROR

           MOVE WS-K-NUM-BASIS (WS-KPI-IDX) TO WS-SIDE-BASIS
           MOVE WS-K-NUM-TERMS (WS-KPI-IDX) TO WS-SIDE-TERMS
           PERFORM SUM-ONE-SIDE
           MOVE WS-SIDE-TOTAL TO WS-NUMERATOR
           MOVE WS-K-DEN-BASIS (WS-KPI-IDX) TO WS-SIDE-BASIS
           MOVE WS-K-DEN-TERMS (WS-KPI-IDX) TO WS-SIDE-TERMS
           PERFORM SUM-ONE-SIDE
           MOVE WS-SIDE-TOTAL TO WS-DENOMINATOR

           MOVE SPACES TO WS-ROW-FLAG
           MOVE "N" TO WS-VALUE-FLAG
           MOVE "N" TO WS-MOVEMENT-FLAG
           MOVE 0   TO WS-KPI-VALUE WS-MOVEMENT
           IF WS-DENOMINATOR = 0
               MOVE "N/A" TO WS-ROW-FLAG
           ELSE
               COMPUTE WS-KPI-VALUE ROUNDED =
                   WS-NUMERATOR * WS-K-SCALE (WS-KPI-IDX)
                   / WS-DENOMINATOR
                   ON SIZE ERROR
                       MOVE "OVF" TO WS-ROW-FLAG
                   NOT ON SIZE ERROR
                       MOVE "Y" TO WS-VALUE-FLAG
               END-COMPUTE
           END-IF
           IF WS-VALUE-FLAG = "Y" AND WS-PRIOR-FLAG = "Y"
               COMPUTE WS-MOVEMENT = WS-KPI-VALUE - WS-PRIOR-VALUE
               MOVE "Y" TO WS-MOVEMENT-FLAG
           END-IF

      *> a term that no longer resolves makes the row unreliable -
      *> DEF, not a band verdict.
           IF WS-DEF-ERROR = "Y"
               MOVE "DEF" TO WS-ROW-FLAG
           ELSE
               PERFORM TEST-TARGET-BAND
           END-IF

           MOVE WS-VALUE-FLAG TO WS-PRIOR-FLAG
           MOVE WS-KPI-VALUE  TO WS-PRIOR-VALUE

           PERFORM PRINT-PERIOD-ROW
           PERFORM WRITE-DECK-ROW
           EXIT.

      *> the band tests the value, or for an M band the movement;
      *> a row with nothing to test is never flagged.
       TEST-TARGET-BAND.
           IF WS-K-BAND-BASIS (WS-KPI-IDX) = "M"
               IF WS-MOVEMENT-FLAG NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-MOVEMENT TO WS-BAND-TEST
           ELSE
               IF WS-VALUE-FLAG NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-KPI-VALUE TO WS-BAND-TEST
           END-IF
           IF (WS-K-BAND-LO-SET (WS-KPI-IDX) = "Y"
                   AND WS-BAND-TEST < WS-K-BAND-LO (WS-KPI-IDX))
               OR (WS-K-BAND-HI-SET (WS-KPI-IDX) = "Y"
                   AND WS-BAND-TEST > WS-K-BAND-HI (WS-KPI-IDX))
               MOVE "OUT" TO WS-ROW-FLAG
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           EXIT.

      *> the terms are comma-separated; a leading "-" subtracts one.
       SUM-ONE-SIDE.
           MOVE 0 TO WS-SIDE-TOTAL
           MOVE 1 TO WS-TERM-PTR
           PERFORM UNTIL WS-TERM-PTR > 98
               MOVE SPACES TO WS-TERM-RAW
               UNSTRING WS-SIDE-TERMS DELIMITED BY ","
                   INTO WS-TERM-RAW
                   WITH POINTER WS-TERM-PTR
               END-UNSTRING
               IF WS-TERM-RAW NOT = SPACES
                   PERFORM SUM-ONE-TERM
               END-IF
           END-PERFORM
           EXIT.

       SUM-ONE-TERM.
           MOVE "+" TO WS-TERM-SIGN
           MOVE FUNCTION TRIM(WS-TERM-RAW LEADING) TO WS-TERM
           IF WS-TERM (1:1) = "-"
               MOVE "-" TO WS-TERM-SIGN
               MOVE WS-TERM (2:49) TO WS-TERM-RAW
               MOVE FUNCTION TRIM(WS-TERM-RAW LEADING) TO WS-TERM
           END-IF
           MOVE 0 TO WS-MEASURE
           EVALUATE WS-SIDE-BASIS
             WHEN "L"
                 PERFORM MEASURE-STMT-LINE
             WHEN "R"
                 PERFORM MEASURE-ACCOUNT-RANGE
             WHEN "S"
                 PERFORM MEASURE-STATISTICAL
             WHEN OTHER
                 MOVE "Y" TO WS-DEF-ERROR
           END-EVALUATE
           IF WS-TERM-SIGN = "-"
               SUBTRACT WS-MEASURE FROM WS-SIDE-TOTAL
           ELSE
               ADD WS-MEASURE TO WS-SIDE-TOTAL
           END-IF
           EXIT.

      *> a statement line reads the way STMT-REPORT prints it: L, Q
      *> and R credit-positive, A and E debit-positive; R and E the
      *> period alone, A, L and Q from inception.
       MEASURE-STMT-LINE.
           EXEC SQL
               SELECT section INTO :WS-SECTION
                 FROM stmt_line
                WHERE line_code = :WS-TERM
                  AND subtotal_level = 0
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE "Y" TO WS-DEF-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-SECTION = "R" OR WS-SECTION = "E"
               MOVE WS-PERIOD-START TO WS-SUM-START
           ELSE
               MOVE WS-INCEPTION TO WS-SUM-START
           END-IF
           EXEC SQL
               SELECT COALESCE(SUM(B.debit_total - B.credit_total), 0)
                 INTO :WS-MEASURE
                 FROM account_balance B
                 JOIN stmt_line_map M
                   ON M.account_code = B.account_code
                 JOIN chart_of_accounts A
                   ON A.account_code = B.account_code
                WHERE M.line_code = :WS-TERM
                  AND B.period_start >= :WS-SUM-START
                  AND B.period_end <= :WS-PERIOD-END
                  AND (:WS-GROUP-FLAG = 'Y'
                       OR A.company_code = :WS-COMPANY)
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE "Y" TO WS-DEF-ERROR
               MOVE 0 TO WS-MEASURE
               EXIT PARAGRAPH
           END-IF
           IF WS-SECTION = "L" OR WS-SECTION = "Q"
               OR WS-SECTION = "R"
               COMPUTE WS-MEASURE = 0 - WS-MEASURE
           END-IF
           EXIT.

      *> a range lo:hi (or one account) reads each account by its
      *> own type, on the same sides and spans as a statement line.
       MEASURE-ACCOUNT-RANGE.
           MOVE SPACES TO WS-RANGE-LO WS-RANGE-HI
           UNSTRING WS-TERM DELIMITED BY ":"
               INTO WS-RANGE-LO WS-RANGE-HI
           IF WS-RANGE-HI = SPACES
               MOVE WS-RANGE-LO TO WS-RANGE-HI
           END-IF
           EXEC SQL
               SELECT COALESCE(SUM(CASE
                          WHEN A.account_type IN ('L', 'Q', 'R')
                          THEN B.credit_total - B.debit_total
                          ELSE B.debit_total - B.credit_total END), 0)
                 INTO :WS-MEASURE
                 FROM account_balance B
                 JOIN chart_of_accounts A
                   ON A.account_code = B.account_code
                WHERE A.account_code BETWEEN :WS-RANGE-LO
                                         AND :WS-RANGE-HI
                  AND A.statistical_flag = 'N'
                  AND B.period_end <= :WS-PERIOD-END
                  AND (B.period_start >= :WS-PERIOD-START
                       OR A.account_type IN ('A', 'L', 'Q'))
                  AND (:WS-GROUP-FLAG = 'Y'
                       OR A.company_code = :WS-COMPANY)
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE "Y" TO WS-DEF-ERROR
               MOVE 0 TO WS-MEASURE
           END-IF
           EXIT.

      *> headcount, floor space: the quantity posted to the
      *> statistical account in the period, debits less credits.
       MEASURE-STATISTICAL.
           EXEC SQL
               SELECT COALESCE(SUM(CASE
                          WHEN J.debit_account = :WS-TERM
                          THEN J.quantity ELSE 0 - J.quantity END), 0)
                 INTO :WS-MEASURE
                 FROM journal_entry J
                WHERE (J.debit_account = :WS-TERM
                       OR J.credit_account = :WS-TERM)
                  AND J.status_flag = 'A'
                  AND J.entry_date BETWEEN :WS-PERIOD-START
                                       AND :WS-PERIOD-END
                  AND EXISTS (SELECT 1
                                FROM chart_of_accounts A
                               WHERE A.account_code = :WS-TERM
                                 AND A.statistical_flag = 'Y'
                                 AND (:WS-GROUP-FLAG = 'Y'
                                      OR A.company_code = :WS-COMPANY))
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE "Y" TO WS-DEF-ERROR
               MOVE 0 TO WS-MEASURE
           END-IF
           EXIT.

       PRINT-PERIOD-ROW.
           MOVE SPACES TO WS-VALUE-TEXT WS-MOVE-TEXT
           IF WS-VALUE-FLAG = "Y"
               MOVE WS-KPI-VALUE TO WS-VALUE-EDIT
               MOVE WS-VALUE-EDIT TO WS-VALUE-TEXT
           END-IF
           IF WS-MOVEMENT-FLAG = "Y"
               MOVE WS-MOVEMENT TO WS-MOVE-EDIT
               MOVE WS-MOVE-EDIT TO WS-MOVE-TEXT
           END-IF
           MOVE WS-NUMERATOR   TO WS-MEASURE-EDIT
           MOVE WS-DENOMINATOR TO WS-DENOM-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-PERIOD-END " " WS-MEASURE-EDIT " "
               WS-DENOM-EDIT "  " WS-VALUE-TEXT "  "
               WS-MOVE-TEXT "  " WS-ROW-FLAG
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

       WRITE-DECK-ROW.
           MOVE SPACES TO WS-DECK-LINE
           STRING
               FUNCTION TRIM(WS-ENTITY) "|"
               FUNCTION TRIM(WS-K-CODE (WS-KPI-IDX)) "|"
               WS-PERIOD-START "|"
               WS-PERIOD-END "|"
               FUNCTION TRIM(WS-MEASURE-EDIT) "|"
               FUNCTION TRIM(WS-DENOM-EDIT) "|"
               FUNCTION TRIM(WS-VALUE-TEXT) "|"
               FUNCTION TRIM(WS-MOVE-TEXT) "|"
               FUNCTION TRIM(WS-ROW-FLAG)
               DELIMITED BY SIZE
               INTO WS-DECK-LINE
           END-STRING
           MOVE WS-DECK-LINE TO FD-DECK-LINE
           WRITE FD-DECK-LINE
           ADD 1 TO WS-DECK-COUNT
           EXIT.
