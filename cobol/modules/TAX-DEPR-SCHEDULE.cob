       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-DEPR-SCHEDULE.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-PERIOD-START   PIC X(10).
       01  WS-PERIOD-END     PIC X(10).
       01  WS-ASSET-ID       PIC 9(9).
       01  WS-DESCRIPTION    PIC X(100).
       01  WS-TAX-METHOD     PIC X(3).
       01  WS-TAX-LIFE       PIC 9(4).
       01  WS-COST           PIC 9(9)V99.
       01  WS-BOOK-CHARGE    PIC 9(9)V99.
       01  WS-TAX-CHARGE     PIC 9(9)V99.
       01  WS-BOOK-ACCUM     PIC 9(9)V99.
       01  WS-TAX-ACCUM      PIC 9(9)V99.
       01  WS-DEFERRED-TAX   PIC S9(9)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01  WS-CONNECT-STATUS PIC X(1).
       01  WS-ENV-NAME       PIC X(30).
       01  WS-DATE-STATUS    PIC X(1).
       01  WS-RPT-LINE       PIC X(132).
       01  WS-AMOUNT-EDIT    PIC -(8)9.99.
       01  WS-DIFFERENCE     PIC S9(10)V99.
       01  WS-ASSET-COUNT    PIC 9(9)      VALUE 0.
       01  WS-TOT-COST       PIC S9(12)V99 VALUE 0.
       01  WS-TOT-BOOK-CHG   PIC S9(12)V99 VALUE 0.
       01  WS-TOT-TAX-CHG    PIC S9(12)V99 VALUE 0.
       01  WS-TOT-BOOK-ACCUM PIC S9(12)V99 VALUE 0.
       01  WS-TOT-TAX-ACCUM  PIC S9(12)V99 VALUE 0.
       01  WS-TOT-DIFFERENCE PIC S9(12)V99 VALUE 0.
       01  WS-TOT-DEFERRED   PIC S9(12)V99 VALUE 0.

       LINKAGE SECTION.
       01  L-PERIOD-START    PIC X(10).
       01  L-PERIOD-END      PIC X(10).
       01  L-RETURN-CODE     PIC 9(4).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-PERIOD-START
               L-PERIOD-END
               L-RETURN-CODE.

      *> the book-versus-tax depreciation schedule for the return,
      *> built from the per-period history DEPRECIATE-ASSETS keeps:
      *> per asset, the tax method and life, cost, the book and tax
      *> charges for the range, both accumulated balances and the
      *> cumulative temporary difference at the range end, and the
      *> deferred tax booked against it. Assets disposed before the
      *> range starts drop out.
       MAIN-LOGIC.
           MOVE L-PERIOD-START TO WS-PERIOD-START
           MOVE L-PERIOD-END   TO WS-PERIOD-END
           MOVE 0              TO L-RETURN-CODE

           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-PERIOD-START
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               DISPLAY "TAX-DEPR-SCHEDULE ERROR: BAD START DATE "
                   WS-PERIOD-START
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF
           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-PERIOD-END
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               DISPLAY "TAX-DEPR-SCHEDULE ERROR: BAD END DATE "
                   WS-PERIOD-END
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "TAX-DEPR-SCHEDULE ERROR: DATABASE CONNECTION "
                   "UNAVAILABLE"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING "BOOK VERSUS TAX DEPRECIATION " WS-PERIOD-START
               " TO " WS-PERIOD-END
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "INIT"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING "ASSET     DESCRIPTION          MTH LIFE "
               "        COST  BOOK CHARGE   TAX CHARGE "
               "  BOOK ACCUM    TAX ACCUM   DIFFERENCE "
               "DEFERRED TAX"
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "HEADING"
                                BY REFERENCE WS-RPT-LINE

           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT A.id, A.description, A.tax_method,
                      COALESCE(A.tax_life_months, A.life_months),
                      A.cost,
                      COALESCE(SUM(CASE WHEN H.period_end
                                             >= :WS-PERIOD-START
                                        THEN H.book_charge
                                        ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN H.period_end
                                             >= :WS-PERIOD-START
                                        THEN H.tax_charge
                                        ELSE 0 END), 0),
                      COALESCE(MAX(H.book_accum), 0),
                      COALESCE(MAX(H.tax_accum), 0),
                      COALESCE((SELECT X.deferred_tax
                                  FROM asset_depr_history X
                                 WHERE X.asset_id = A.id
                                   AND X.period_end <= :WS-PERIOD-END
                                 ORDER BY X.period_end DESC
                                 LIMIT 1), 0)
                 FROM asset_master A
                 JOIN asset_depr_history H
                   ON H.asset_id = A.id
                  AND H.period_end <= :WS-PERIOD-END
                WHERE A.disposal_date IS NULL
                   OR A.disposal_date >= :WS-PERIOD-START
                GROUP BY A.id, A.description, A.tax_method,
                         A.tax_life_months, A.life_months, A.cost
                ORDER BY A.id
           END-EXEC

           EXEC SQL OPEN C1 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C1 INTO :WS-ASSET-ID, :WS-DESCRIPTION,
                       :WS-TAX-METHOD, :WS-TAX-LIFE, :WS-COST,
                       :WS-BOOK-CHARGE, :WS-TAX-CHARGE,
                       :WS-BOOK-ACCUM, :WS-TAX-ACCUM,
                       :WS-DEFERRED-TAX
               END-EXEC
               IF SQLCODE = 0
                   PERFORM PRINT-ONE-ASSET
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C1 END-EXEC
           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"

           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL     ASSETS=" WS-ASSET-COUNT
               INTO WS-RPT-LINE
           END-STRING
           MOVE WS-TOT-COST       TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT    TO WS-RPT-LINE (41:12)
           MOVE WS-TOT-BOOK-CHG   TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT    TO WS-RPT-LINE (54:12)
           MOVE WS-TOT-TAX-CHG    TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT    TO WS-RPT-LINE (67:12)
           MOVE WS-TOT-BOOK-ACCUM TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT    TO WS-RPT-LINE (80:12)
           MOVE WS-TOT-TAX-ACCUM  TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT    TO WS-RPT-LINE (93:12)
           MOVE WS-TOT-DIFFERENCE TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT    TO WS-RPT-LINE (106:12)
           MOVE WS-TOT-DEFERRED   TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT    TO WS-RPT-LINE (119:12)
           CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING BY CONTENT "CLOSE"
                                BY REFERENCE WS-RPT-LINE
           GOBACK.

       PRINT-ONE-ASSET.
           COMPUTE WS-DIFFERENCE = WS-TAX-ACCUM - WS-BOOK-ACCUM
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-ASSET-ID " " WS-DESCRIPTION (1:20) " "
               WS-TAX-METHOD " " WS-TAX-LIFE
               INTO WS-RPT-LINE
           END-STRING
           MOVE WS-COST          TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT   TO WS-RPT-LINE (41:12)
           MOVE WS-BOOK-CHARGE   TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT   TO WS-RPT-LINE (54:12)
           MOVE WS-TAX-CHARGE    TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT   TO WS-RPT-LINE (67:12)
           MOVE WS-BOOK-ACCUM    TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT   TO WS-RPT-LINE (80:12)
           MOVE WS-TAX-ACCUM     TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT   TO WS-RPT-LINE (93:12)
           MOVE WS-DIFFERENCE    TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT   TO WS-RPT-LINE (106:12)
           MOVE WS-DEFERRED-TAX  TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT   TO WS-RPT-LINE (119:12)
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE

           ADD 1                TO WS-ASSET-COUNT
           ADD WS-COST          TO WS-TOT-COST
           ADD WS-BOOK-CHARGE   TO WS-TOT-BOOK-CHG
           ADD WS-TAX-CHARGE    TO WS-TOT-TAX-CHG
           ADD WS-BOOK-ACCUM    TO WS-TOT-BOOK-ACCUM
           ADD WS-TAX-ACCUM     TO WS-TOT-TAX-ACCUM
           ADD WS-DIFFERENCE    TO WS-TOT-DIFFERENCE
           ADD WS-DEFERRED-TAX  TO WS-TOT-DEFERRED
           EXIT.

       END PROGRAM TAX-DEPR-SCHEDULE.
