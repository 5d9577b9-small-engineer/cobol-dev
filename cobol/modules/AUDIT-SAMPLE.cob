       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-SAMPLE.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-START-DATE     PIC X(10).
       01  WS-END-DATE       PIC X(10).
       01  WS-COMPANY        PIC X(5).
       01  WS-SOURCE-LIST    PIC X(30).
       01  WS-SRC-ANY        PIC X(1).
       01  WS-SRC-1          PIC X(2).
       01  WS-SRC-2          PIC X(2).
       01  WS-SRC-3          PIC X(2).
       01  WS-SRC-4          PIC X(2).
       01  WS-SRC-5          PIC X(2).
       01  WS-SRC-6          PIC X(2).
       01  WS-SRC-7          PIC X(2).
       01  WS-SRC-8          PIC X(2).
       01  WS-SRC-9          PIC X(2).
       01  WS-SRC-10         PIC X(2).
       01  WS-FLOOR          PIC 9(11)V99.
       01  WS-METHOD         PIC X(6).
       01  WS-SAMPLE-SIZE    PIC 9(9).
       01  WS-SEED           PIC 9(9).
       01  WS-POP-COUNT      PIC 9(9).
       01  WS-POP-TOTAL      PIC 9(13)V99.
       01  WS-SELECTED-COUNT PIC 9(9).
       01  WS-INTERVAL-AMT   PIC 9(13)V99.
       01  WS-START-AMT      PIC 9(13)V99.
       01  WS-SAMPLE-ID      PIC 9(9).
       01  WS-RUN-BY         PIC X(50).
       01  WS-RUN-AT         PIC X(19).
       01  WS-OPERATOR-ID    PIC X(50).
       01  WS-ENTRY-ID       PIC 9(9).
       01  WS-ENTRY-DATE     PIC X(10).
       01  WS-SOURCE-CODE    PIC X(2).
       01  WS-DEBIT-ACCOUNT  PIC X(50).
       01  WS-CREDIT-ACCOUNT PIC X(50).
       01  WS-HOME-AMOUNT    PIC 9(11)V99.
       01  WS-MEMO           PIC X(100).
       01  WS-ARCHIVED       PIC X(1).
       01  WS-BAND           PIC 9(1).
       01  WS-ITEM-SEQ       PIC 9(5).
       01  WS-HITS           PIC 9(5).
       01  WS-ST-ROWS        PIC 9(9).
       01  WS-ST-AMOUNT      PIC 9(13)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01  WS-CONNECT-STATUS PIC X(1).
       01  WS-ENV-NAME       PIC X(30).
       01  WS-DATE-STATUS    PIC X(1).
       01  WS-RPT-LINE       PIC X(132).
       01  WS-AMOUNT-EDIT    PIC -(12)9.99.
       01  WS-COUNT-EDIT     PIC Z(8)9.
       01  WS-SEQ-EDIT       PIC Z(4)9.
       01  WS-RECORD-FAILED  PIC X(1)      VALUE "N".
       01  WS-TAKE-FLAG      PIC X(1).
       01  WS-SRC-TEXT-TABLE.
           05  WS-SRC-TEXT   PIC X(10) OCCURS 10 TIMES.
       01  WS-SRC-SUB        PIC 9(2).

      *> the sampling generator - a multiplicative congruential
      *> generator (multiplier 16807, modulus 2**31 - 1) started from
      *> the auditor's seed. Its sequence depends on nothing but the
      *> seed, so the same seed over the same population draws the
      *> same items on any run, on any machine.
       01  WS-RNG-STATE      PIC 9(10).
       01  WS-RNG-PRODUCT    PIC 9(15).
       01  WS-RNG-QUOT       PIC 9(10).
       01  WS-RNG-LHS        PIC 9(20).
       01  WS-RNG-RHS        PIC 9(20).
       01  WS-REMAIN-POP     PIC 9(9).
       01  WS-REMAIN-TAKE    PIC 9(9).
       01  WS-POP-SEEN       PIC 9(9)      VALUE 0.
       01  WS-POP-TAKEN      PIC 9(9)      VALUE 0.
       01  WS-ALLOC-TOTAL    PIC 9(9)      VALUE 0.

      *> monetary-unit sampling works in cents: every cent of the
      *> population is a sampling unit, hit at the random start and
      *> every interval after it.
       01  WS-POP-CENTS      PIC 9(15).
       01  WS-MUS-INTERVAL   PIC 9(15).
       01  WS-MUS-NEXT-HIT   PIC 9(15).
       01  WS-CUM-CENTS      PIC 9(15)     VALUE 0.
       01  WS-MUS-QUOT       PIC 9(15).

      *> the population by source code and amount band, read before
      *> the population cursor opens - it gives the population count
      *> and total for every method and the strata for STRAT.
       01  WS-STRATUM-TABLE.
           05  WS-STRATUM-ROW OCCURS 200 TIMES
                   INDEXED BY WS-ST-IDX.
               10  WS-ST-SOURCE      PIC X(2).
               10  WS-ST-BAND        PIC 9(1).
               10  WS-ST-COUNT       PIC 9(9).
               10  WS-ST-TOTAL       PIC 9(13)V99.
               10  WS-ST-ALLOC       PIC 9(9).
               10  WS-ST-SEEN        PIC 9(9).
               10  WS-ST-TAKEN       PIC 9(9).
       01  WS-STRATUM-COUNT  PIC 9(4)      VALUE 0.
       01  WS-STRATUM-FOUND  PIC X(1).

       01  WS-BAND-LABELS.
           05  FILLER        PIC X(20) VALUE "UNDER 1,000".
           05  FILLER        PIC X(20) VALUE "1,000 - 9,999.99".
           05  FILLER        PIC X(20) VALUE "10,000 - 99,999.99".
           05  FILLER        PIC X(20) VALUE "100,000 AND OVER".
       01  WS-BAND-LABEL-TABLE REDEFINES WS-BAND-LABELS.
           05  WS-BAND-LABEL PIC X(20) OCCURS 4 TIMES.

      *> the selected items, buffered off the population cursor and
      *> only written to audit_sample_item once it has closed (or
      *> read back from there for a RECALL).
       01  WS-SELECTION-TABLE.
           05  WS-SELECTION-ROW OCCURS 999 TIMES
                   INDEXED BY WS-SL-IDX.
               10  WS-SL-ENTRY-ID    PIC 9(9).
               10  WS-SL-DATE        PIC X(10).
               10  WS-SL-SOURCE      PIC X(2).
               10  WS-SL-DEBIT       PIC X(50).
               10  WS-SL-CREDIT      PIC X(50).
               10  WS-SL-AMOUNT      PIC 9(11)V99.
               10  WS-SL-MEMO        PIC X(100).
               10  WS-SL-ARCHIVED    PIC X(1).
               10  WS-SL-BAND        PIC 9(1).
               10  WS-SL-HITS        PIC 9(5).
       01  WS-SEL-COUNT      PIC 9(5)      VALUE 0.

       LINKAGE SECTION.
       01  L-START-DATE      PIC X(10).
       01  L-END-DATE        PIC X(10).
       01  L-COMPANY         PIC X(5).
       01  L-SOURCE-LIST     PIC X(30).
       01  L-METHOD          PIC X(6).
       01  L-FLOOR           PIC 9(11)V99.
       01  L-SAMPLE-SIZE     PIC 9(9).
       01  L-SEED            PIC 9(9).
       01  L-RETURN-CODE     PIC 9(4).
       01  L-OPERATOR-ID     PIC X(50).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-START-DATE
               L-END-DATE
               L-COMPANY
               L-SOURCE-LIST
               L-METHOD
               L-FLOOR
               L-SAMPLE-SIZE
               L-SEED
               L-RETURN-CODE
               L-OPERATOR-ID.

      *> statistical sample selection for the auditors. The
      *> population is every active journal row - live and archived
      *> alike, so a range reaching back past the archive cutoff is
      *> still covered in full - dated in the range, for the company
      *> given (blank = all), under the listed source codes (comma-
      *> separated, blank = all), at or above the amount floor, taken
      *> in entry date and id order. The method picks from it:
      *>   RANDOM - a simple random sample of the requested size,
      *>            without replacement;
      *>   MUS    - monetary-unit sampling: a systematic pass over the
      *>            population's cents at a fixed interval from a
      *>            random start, so an entry is picked in proportion
      *>            to its amount (an entry bigger than the interval
      *>            can be hit more than once - it is picked once and
      *>            its hits shown);
      *>   STRAT  - stratified by source code and amount band, the
      *>            size shared out in proportion to each stratum's
      *>            count with at least one item from every stratum,
      *>            then a random sample within each.
      *> Every draw comes off the seeded generator above, so the same
      *> criteria, seed and population always give the same items.
      *> The run is recorded on audit_sample / audit_sample_item
      *> under a sample number the report prints; RECALL with that
      *> number in the seed slot reprints the recorded selection
      *> without redrawing it.
       MAIN-LOGIC.
           MOVE L-START-DATE  TO WS-START-DATE
           MOVE L-END-DATE    TO WS-END-DATE
           MOVE L-COMPANY     TO WS-COMPANY
           MOVE L-SOURCE-LIST TO WS-SOURCE-LIST
           MOVE L-METHOD      TO WS-METHOD
           MOVE L-FLOOR       TO WS-FLOOR
           MOVE L-SAMPLE-SIZE TO WS-SAMPLE-SIZE
           MOVE L-SEED        TO WS-SEED
           MOVE L-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE 0             TO L-RETURN-CODE

           IF WS-METHOD NOT = "RANDOM" AND WS-METHOD NOT = "MUS"
              AND WS-METHOD NOT = "STRAT" AND WS-METHOD NOT = "RECALL"
               DISPLAY "AUDIT-SAMPLE ERROR: METHOD MUST BE RANDOM, "
                   "MUS, STRAT OR RECALL"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           IF WS-METHOD NOT = "RECALL"
               PERFORM VALIDATE-CRITERIA
               IF L-RETURN-CODE NOT = 0
                   GOBACK
               END-IF
           END-IF

           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "AUDIT-SAMPLE ERROR: DATABASE CONNECTION "
                   "UNAVAILABLE"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           IF WS-METHOD = "RECALL"
               MOVE WS-SEED TO WS-SAMPLE-ID
               PERFORM RECALL-SAMPLE
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               IF L-RETURN-CODE = 0
                   PERFORM PRINT-SAMPLE
               END-IF
               GOBACK
           END-IF

           PERFORM LOAD-STRATA
           IF L-RETURN-CODE NOT = 0
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF
           IF WS-POP-COUNT = 0
               DISPLAY "AUDIT-SAMPLE ERROR: NO ENTRIES MATCH THE "
                   "POPULATION CRITERIA"
               MOVE 1 TO L-RETURN-CODE
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           PERFORM PLAN-SELECTION
           IF L-RETURN-CODE NOT = 0
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           PERFORM SELECT-ITEMS
           MOVE WS-SEL-COUNT TO WS-SELECTED-COUNT

           PERFORM RECORD-SAMPLE
           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
           IF L-RETURN-CODE NOT = 0
               GOBACK
           END-IF

           MOVE WS-OPERATOR-ID TO WS-RUN-BY
           MOVE SPACES         TO WS-RUN-AT
           PERFORM PRINT-SAMPLE
           GOBACK.

       VALIDATE-CRITERIA.
           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-START-DATE
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               DISPLAY "AUDIT-SAMPLE ERROR: BAD START DATE "
                   WS-START-DATE
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-END-DATE
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               DISPLAY "AUDIT-SAMPLE ERROR: BAD END DATE " WS-END-DATE
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-END-DATE < WS-START-DATE
               DISPLAY "AUDIT-SAMPLE ERROR: END DATE BEFORE START DATE"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-SAMPLE-SIZE = 0 OR WS-SAMPLE-SIZE > 999
               DISPLAY "AUDIT-SAMPLE ERROR: SAMPLE SIZE MUST BE 1 "
                   "TO 999"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *> the seed is the auditor's to choose and to keep with the
      *> workpapers - there is no default, or a rerun could not be
      *> shown to reproduce.
           IF WS-SEED = 0
               DISPLAY "AUDIT-SAMPLE ERROR: SEED REQUIRED"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEED TO WS-RNG-STATE

           MOVE SPACES TO WS-SRC-TEXT-TABLE
           MOVE SPACES TO WS-SRC-1 WS-SRC-2 WS-SRC-3 WS-SRC-4
               WS-SRC-5 WS-SRC-6 WS-SRC-7 WS-SRC-8 WS-SRC-9 WS-SRC-10
           IF WS-SOURCE-LIST = SPACES
               MOVE "Y" TO WS-SRC-ANY
           ELSE
               MOVE "N" TO WS-SRC-ANY
               UNSTRING WS-SOURCE-LIST DELIMITED BY ","
                   INTO WS-SRC-TEXT (1) WS-SRC-TEXT (2)
                        WS-SRC-TEXT (3) WS-SRC-TEXT (4)
                        WS-SRC-TEXT (5) WS-SRC-TEXT (6)
                        WS-SRC-TEXT (7) WS-SRC-TEXT (8)
                        WS-SRC-TEXT (9) WS-SRC-TEXT (10)
               END-UNSTRING
               PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                       UNTIL WS-SRC-SUB > 10
                   MOVE FUNCTION TRIM(WS-SRC-TEXT (WS-SRC-SUB))
                       TO WS-SRC-TEXT (WS-SRC-SUB)
               END-PERFORM
               MOVE WS-SRC-TEXT (1)  TO WS-SRC-1
               MOVE WS-SRC-TEXT (2)  TO WS-SRC-2
               MOVE WS-SRC-TEXT (3)  TO WS-SRC-3
               MOVE WS-SRC-TEXT (4)  TO WS-SRC-4
               MOVE WS-SRC-TEXT (5)  TO WS-SRC-5
               MOVE WS-SRC-TEXT (6)  TO WS-SRC-6
               MOVE WS-SRC-TEXT (7)  TO WS-SRC-7
               MOVE WS-SRC-TEXT (8)  TO WS-SRC-8
               MOVE WS-SRC-TEXT (9)  TO WS-SRC-9
               MOVE WS-SRC-TEXT (10) TO WS-SRC-10
           END-IF
           EXIT.

      *> bands: 1 under 1,000, 2 under 10,000, 3 under 100,000,
      *> 4 the rest - the same CASE the population cursor uses.
       LOAD-STRATA.
           MOVE 0 TO WS-POP-COUNT WS-POP-TOTAL
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT P.source_code, P.band, COUNT(*),
                      COALESCE(SUM(P.home_amount), 0)
                 FROM (SELECT J.source_code, J.home_amount,
                              CASE WHEN J.home_amount < 1000 THEN 1
                                   WHEN J.home_amount < 10000 THEN 2
                                   WHEN J.home_amount < 100000 THEN 3
                                   ELSE 4 END AS band
                         FROM journal_entry J
                        WHERE J.status_flag = 'A'
                          AND J.entry_date BETWEEN :WS-START-DATE
                                               AND :WS-END-DATE
                          AND (:WS-COMPANY = ' '
                               OR J.company_code = :WS-COMPANY)
                          AND (:WS-SRC-ANY = 'Y'
                               OR J.source_code IN (:WS-SRC-1,
                                  :WS-SRC-2, :WS-SRC-3, :WS-SRC-4,
                                  :WS-SRC-5, :WS-SRC-6, :WS-SRC-7,
                                  :WS-SRC-8, :WS-SRC-9, :WS-SRC-10))
                          AND J.home_amount >= :WS-FLOOR
                       UNION ALL
                       SELECT A.source_code, A.home_amount,
                              CASE WHEN A.home_amount < 1000 THEN 1
                                   WHEN A.home_amount < 10000 THEN 2
                                   WHEN A.home_amount < 100000 THEN 3
                                   ELSE 4 END
                         FROM journal_entry_archive A
                        WHERE A.status_flag = 'A'
                          AND A.entry_date BETWEEN :WS-START-DATE
                                               AND :WS-END-DATE
                          AND (:WS-COMPANY = ' '
                               OR A.company_code = :WS-COMPANY)
                          AND (:WS-SRC-ANY = 'Y'
                               OR A.source_code IN (:WS-SRC-1,
                                  :WS-SRC-2, :WS-SRC-3, :WS-SRC-4,
                                  :WS-SRC-5, :WS-SRC-6, :WS-SRC-7,
                                  :WS-SRC-8, :WS-SRC-9, :WS-SRC-10))
                          AND A.home_amount >= :WS-FLOOR) P
                GROUP BY P.source_code, P.band
                ORDER BY P.source_code, P.band
           END-EXEC

           EXEC SQL OPEN C1 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C1 INTO :WS-SOURCE-CODE, :WS-BAND,
                       :WS-ST-ROWS, :WS-ST-AMOUNT
               END-EXEC
               IF SQLCODE = 0
                   IF WS-STRATUM-COUNT >= 200
                       DISPLAY "AUDIT-SAMPLE ERROR: MORE THAN 200 "
                           "STRATA IN THE POPULATION"
                       MOVE 1 TO L-RETURN-CODE
                   ELSE
                       ADD 1 TO WS-STRATUM-COUNT
                       SET WS-ST-IDX TO WS-STRATUM-COUNT
                       MOVE WS-SOURCE-CODE TO WS-ST-SOURCE (WS-ST-IDX)
                       MOVE WS-BAND        TO WS-ST-BAND (WS-ST-IDX)
                       MOVE WS-ST-ROWS     TO WS-ST-COUNT (WS-ST-IDX)
                       MOVE WS-ST-AMOUNT   TO WS-ST-TOTAL (WS-ST-IDX)
                       MOVE 0              TO WS-ST-ALLOC (WS-ST-IDX)
                       MOVE 0              TO WS-ST-SEEN (WS-ST-IDX)
                       MOVE 0              TO WS-ST-TAKEN (WS-ST-IDX)
                       ADD WS-ST-ROWS      TO WS-POP-COUNT
                       ADD WS-ST-AMOUNT    TO WS-POP-TOTAL
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C1 END-EXEC
           EXIT.

       PLAN-SELECTION.
           MOVE 0 TO WS-INTERVAL-AMT WS-START-AMT
           EVALUATE WS-METHOD
             WHEN "RANDOM"
               IF WS-SAMPLE-SIZE > WS-POP-COUNT
                   MOVE WS-POP-COUNT TO WS-ALLOC-TOTAL
               ELSE
                   MOVE WS-SAMPLE-SIZE TO WS-ALLOC-TOTAL
               END-IF
             WHEN "STRAT"
               MOVE 0 TO WS-ALLOC-TOTAL
               PERFORM ALLOCATE-STRATUM
                   VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STRATUM-COUNT
               IF WS-ALLOC-TOTAL > 999
                   DISPLAY "AUDIT-SAMPLE ERROR: ONE ITEM PER STRATUM "
                       "TAKES THE SAMPLE PAST 999 ITEMS"
                   MOVE 1 TO L-RETURN-CODE
               END-IF
             WHEN "MUS"
               COMPUTE WS-POP-CENTS = WS-POP-TOTAL * 100
               DIVIDE WS-POP-CENTS BY WS-SAMPLE-SIZE
                   GIVING WS-MUS-INTERVAL
               IF WS-MUS-INTERVAL = 0
                   MOVE 1 TO WS-MUS-INTERVAL
               END-IF
               PERFORM NEXT-RANDOM
               DIVIDE WS-RNG-STATE BY WS-MUS-INTERVAL
                   GIVING WS-MUS-QUOT REMAINDER WS-MUS-NEXT-HIT
               ADD 1 TO WS-MUS-NEXT-HIT
               COMPUTE WS-INTERVAL-AMT = WS-MUS-INTERVAL / 100
               COMPUTE WS-START-AMT    = WS-MUS-NEXT-HIT / 100
               MOVE WS-SAMPLE-SIZE TO WS-ALLOC-TOTAL
           END-EVALUATE
           EXIT.

      *> proportional allocation, rounded, never less than one item
      *> nor more than the stratum holds - so the stratified sample
      *> can come out a few items either side of the size asked for.
       ALLOCATE-STRATUM.
           COMPUTE WS-ST-ALLOC (WS-ST-IDX) ROUNDED =
               WS-SAMPLE-SIZE * WS-ST-COUNT (WS-ST-IDX) / WS-POP-COUNT
           IF WS-ST-ALLOC (WS-ST-IDX) = 0
               MOVE 1 TO WS-ST-ALLOC (WS-ST-IDX)
           END-IF
           IF WS-ST-ALLOC (WS-ST-IDX) > WS-ST-COUNT (WS-ST-IDX)
               MOVE WS-ST-COUNT (WS-ST-IDX) TO WS-ST-ALLOC (WS-ST-IDX)
           END-IF
           ADD WS-ST-ALLOC (WS-ST-IDX) TO WS-ALLOC-TOTAL
           EXIT.

      *> one pass over the population in a fixed order - entry date
      *> and id, inside source code and band for STRAT so each
      *> stratum's rows arrive together.
       SELECT-ITEMS.
           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT P.id, P.entry_date, P.source_code,
                      P.debit_account, P.credit_account,
                      P.home_amount, P.memo, P.archived, P.band
                 FROM (SELECT J.id, J.entry_date, J.source_code,
                              J.debit_account, J.credit_account,
                              J.home_amount, COALESCE(J.memo, ' ')
                                AS memo,
                              'N' AS archived,
                              CASE WHEN J.home_amount < 1000 THEN 1
                                   WHEN J.home_amount < 10000 THEN 2
                                   WHEN J.home_amount < 100000 THEN 3
                                   ELSE 4 END AS band
                         FROM journal_entry J
                        WHERE J.status_flag = 'A'
                          AND J.entry_date BETWEEN :WS-START-DATE
                                               AND :WS-END-DATE
                          AND (:WS-COMPANY = ' '
                               OR J.company_code = :WS-COMPANY)
                          AND (:WS-SRC-ANY = 'Y'
                               OR J.source_code IN (:WS-SRC-1,
                                  :WS-SRC-2, :WS-SRC-3, :WS-SRC-4,
                                  :WS-SRC-5, :WS-SRC-6, :WS-SRC-7,
                                  :WS-SRC-8, :WS-SRC-9, :WS-SRC-10))
                          AND J.home_amount >= :WS-FLOOR
                       UNION ALL
                       SELECT A.id, A.entry_date, A.source_code,
                              A.debit_account, A.credit_account,
                              A.home_amount, COALESCE(A.memo, ' '),
                              'Y',
                              CASE WHEN A.home_amount < 1000 THEN 1
                                   WHEN A.home_amount < 10000 THEN 2
                                   WHEN A.home_amount < 100000 THEN 3
                                   ELSE 4 END
                         FROM journal_entry_archive A
                        WHERE A.status_flag = 'A'
                          AND A.entry_date BETWEEN :WS-START-DATE
                                               AND :WS-END-DATE
                          AND (:WS-COMPANY = ' '
                               OR A.company_code = :WS-COMPANY)
                          AND (:WS-SRC-ANY = 'Y'
                               OR A.source_code IN (:WS-SRC-1,
                                  :WS-SRC-2, :WS-SRC-3, :WS-SRC-4,
                                  :WS-SRC-5, :WS-SRC-6, :WS-SRC-7,
                                  :WS-SRC-8, :WS-SRC-9, :WS-SRC-10))
                          AND A.home_amount >= :WS-FLOOR) P
                ORDER BY CASE WHEN :WS-METHOD = 'STRAT'
                              THEN P.source_code ELSE ' ' END,
                         CASE WHEN :WS-METHOD = 'STRAT'
                              THEN P.band ELSE 0 END,
                         P.entry_date, P.id
           END-EXEC

           EXEC SQL OPEN C2 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C2 INTO :WS-ENTRY-ID, :WS-ENTRY-DATE,
                       :WS-SOURCE-CODE, :WS-DEBIT-ACCOUNT,
                       :WS-CREDIT-ACCOUNT, :WS-HOME-AMOUNT, :WS-MEMO,
                       :WS-ARCHIVED, :WS-BAND
               END-EXEC
               IF SQLCODE = 0
                   PERFORM PROCESS-POPULATION-ROW
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C2 END-EXEC
           EXIT.

       PROCESS-POPULATION-ROW.
           MOVE "N" TO WS-TAKE-FLAG
           MOVE 0   TO WS-HITS
           EVALUATE WS-METHOD
             WHEN "RANDOM"
               COMPUTE WS-REMAIN-POP  = WS-POP-COUNT - WS-POP-SEEN
               COMPUTE WS-REMAIN-TAKE = WS-ALLOC-TOTAL - WS-POP-TAKEN
               PERFORM TEST-TAKE
               ADD 1 TO WS-POP-SEEN
               IF WS-TAKE-FLAG = "Y"
                   ADD 1 TO WS-POP-TAKEN
               END-IF
             WHEN "STRAT"
               PERFORM FIND-STRATUM
               IF WS-STRATUM-FOUND = "Y"
                   COMPUTE WS-REMAIN-POP = WS-ST-COUNT (WS-ST-IDX)
                       - WS-ST-SEEN (WS-ST-IDX)
                   COMPUTE WS-REMAIN-TAKE = WS-ST-ALLOC (WS-ST-IDX)
                       - WS-ST-TAKEN (WS-ST-IDX)
                   PERFORM TEST-TAKE
                   ADD 1 TO WS-ST-SEEN (WS-ST-IDX)
                   IF WS-TAKE-FLAG = "Y"
                       ADD 1 TO WS-ST-TAKEN (WS-ST-IDX)
                   END-IF
               END-IF
             WHEN "MUS"
               COMPUTE WS-CUM-CENTS = WS-CUM-CENTS
                   + WS-HOME-AMOUNT * 100
               PERFORM UNTIL WS-MUS-NEXT-HIT > WS-CUM-CENTS
                   ADD 1 TO WS-HITS
                   ADD WS-MUS-INTERVAL TO WS-MUS-NEXT-HIT
               END-PERFORM
               IF WS-HITS > 0
                   MOVE "Y" TO WS-TAKE-FLAG
               END-IF
           END-EVALUATE

           IF WS-TAKE-FLAG = "Y"
               IF WS-SEL-COUNT >= 999
                   DISPLAY "AUDIT-SAMPLE WARNING: SELECTION TABLE "
                       "FULL, ENTRY " WS-ENTRY-ID " NOT SELECTED"
               ELSE
                   ADD 1 TO WS-SEL-COUNT
                   SET WS-SL-IDX TO WS-SEL-COUNT
                   MOVE WS-ENTRY-ID       TO WS-SL-ENTRY-ID (WS-SL-IDX)
                   MOVE WS-ENTRY-DATE     TO WS-SL-DATE (WS-SL-IDX)
                   MOVE WS-SOURCE-CODE    TO WS-SL-SOURCE (WS-SL-IDX)
                   MOVE WS-DEBIT-ACCOUNT  TO WS-SL-DEBIT (WS-SL-IDX)
                   MOVE WS-CREDIT-ACCOUNT TO WS-SL-CREDIT (WS-SL-IDX)
                   MOVE WS-HOME-AMOUNT    TO WS-SL-AMOUNT (WS-SL-IDX)
                   MOVE WS-MEMO           TO WS-SL-MEMO (WS-SL-IDX)
                   MOVE WS-ARCHIVED       TO WS-SL-ARCHIVED (WS-SL-IDX)
                   MOVE WS-BAND           TO WS-SL-BAND (WS-SL-IDX)
                   MOVE WS-HITS           TO WS-SL-HITS (WS-SL-IDX)
               END-IF
           END-IF
           EXIT.

       FIND-STRATUM.
           MOVE "N" TO WS-STRATUM-FOUND
           SET WS-ST-IDX TO 1
           SEARCH WS-STRATUM-ROW
               AT END
                   MOVE "N" TO WS-STRATUM-FOUND
               WHEN WS-ST-SOURCE (WS-ST-IDX) = WS-SOURCE-CODE
                AND WS-ST-BAND (WS-ST-IDX) = WS-BAND
                   MOVE "Y" TO WS-STRATUM-FOUND
           END-SEARCH
           EXIT.

      *> selection sampling: with n still to take from the N rows not
      *> yet seen, take this one with probability n / N. That gives
      *> exactly n rows, every set of n equally likely. The test is
      *> done in whole numbers - (draw - 1) * N < n * (2**31 - 2) -
      *> so no rounding can move an item in or out between runs.
       TEST-TAKE.
           IF WS-REMAIN-TAKE = 0
               MOVE "N" TO WS-TAKE-FLAG
               EXIT PARAGRAPH
           END-IF
           IF WS-REMAIN-TAKE >= WS-REMAIN-POP
               MOVE "Y" TO WS-TAKE-FLAG
               EXIT PARAGRAPH
           END-IF
           PERFORM NEXT-RANDOM
           COMPUTE WS-RNG-LHS = (WS-RNG-STATE - 1) * WS-REMAIN-POP
           COMPUTE WS-RNG-RHS = WS-REMAIN-TAKE * 2147483646
           IF WS-RNG-LHS < WS-RNG-RHS
               MOVE "Y" TO WS-TAKE-FLAG
           ELSE
               MOVE "N" TO WS-TAKE-FLAG
           END-IF
           EXIT.

       NEXT-RANDOM.
           COMPUTE WS-RNG-PRODUCT = WS-RNG-STATE * 16807
           DIVIDE WS-RNG-PRODUCT BY 2147483647
               GIVING WS-RNG-QUOT REMAINDER WS-RNG-STATE
           IF WS-RNG-STATE = 0
               MOVE 1 TO WS-RNG-STATE
           END-IF
           EXIT.

      *> the run and every item it picked, in one unit - a sample
      *> is on file whole or not at all.
       RECORD-SAMPLE.
           MOVE "N" TO WS-RECORD-FAILED
           CALL "DB-UTIL" USING BY CONTENT "BEGIN"

           EXEC SQL
               INSERT INTO audit_sample
                   (start_date, end_date, company_code, source_list,
                    amount_floor, method, sample_size, seed,
                    population_count, population_total,
                    selected_count, mus_interval, mus_start, run_by)
               VALUES
                   (:WS-START-DATE, :WS-END-DATE, :WS-COMPANY,
                    :WS-SOURCE-LIST, :WS-FLOOR, :WS-METHOD,
                    :WS-SAMPLE-SIZE, :WS-SEED, :WS-POP-COUNT,
                    :WS-POP-TOTAL, :WS-SELECTED-COUNT,
                    :WS-INTERVAL-AMT, :WS-START-AMT, :WS-OPERATOR-ID)
               RETURNING sample_id INTO :WS-SAMPLE-ID
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "AUDIT-SAMPLE ERROR: RECORDING SAMPLE, "
                   "SQLCODE=" SQLCODE
               MOVE "Y" TO WS-RECORD-FAILED
           ELSE
               PERFORM RECORD-ONE-ITEM
                   VARYING WS-SL-IDX FROM 1 BY 1
                   UNTIL WS-SL-IDX > WS-SEL-COUNT
                      OR WS-RECORD-FAILED = "Y"
           END-IF

           IF WS-RECORD-FAILED = "Y"
               CALL "DB-UTIL" USING BY CONTENT "ROLLBACK"
               MOVE 1 TO L-RETURN-CODE
           ELSE
               CALL "DB-UTIL" USING BY CONTENT "COMMIT"
           END-IF
           EXIT.

       RECORD-ONE-ITEM.
           SET WS-ITEM-SEQ TO WS-SL-IDX
           MOVE WS-SL-ENTRY-ID (WS-SL-IDX) TO WS-ENTRY-ID
           MOVE WS-SL-DATE (WS-SL-IDX)     TO WS-ENTRY-DATE
           MOVE WS-SL-SOURCE (WS-SL-IDX)   TO WS-SOURCE-CODE
           MOVE WS-SL-DEBIT (WS-SL-IDX)    TO WS-DEBIT-ACCOUNT
           MOVE WS-SL-CREDIT (WS-SL-IDX)   TO WS-CREDIT-ACCOUNT
           MOVE WS-SL-AMOUNT (WS-SL-IDX)   TO WS-HOME-AMOUNT
           MOVE WS-SL-MEMO (WS-SL-IDX)     TO WS-MEMO
           MOVE WS-SL-ARCHIVED (WS-SL-IDX) TO WS-ARCHIVED
           MOVE WS-SL-BAND (WS-SL-IDX)     TO WS-BAND
           MOVE WS-SL-HITS (WS-SL-IDX)     TO WS-HITS
           EXEC SQL
               INSERT INTO audit_sample_item
                   (sample_id, item_seq, entry_id, entry_date,
                    source_code, debit_account, credit_account,
                    home_amount, memo, archived_flag, amount_band,
                    mus_hits)
               VALUES
                   (:WS-SAMPLE-ID, :WS-ITEM-SEQ, :WS-ENTRY-ID,
                    :WS-ENTRY-DATE, :WS-SOURCE-CODE,
                    :WS-DEBIT-ACCOUNT, :WS-CREDIT-ACCOUNT,
                    :WS-HOME-AMOUNT, :WS-MEMO, :WS-ARCHIVED, :WS-BAND,
                    :WS-HITS)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "AUDIT-SAMPLE ERROR: RECORDING ITEM "
                   WS-ENTRY-ID ", SQLCODE=" SQLCODE
               MOVE "Y" TO WS-RECORD-FAILED
           END-IF
           EXIT.

      *> reads a recorded sample back - criteria, population figures
      *> and items exactly as they were picked, even where the entries
      *> have since been archived.
       RECALL-SAMPLE.
           EXEC SQL
               SELECT TO_CHAR(start_date, 'YYYY-MM-DD'),
                      TO_CHAR(end_date, 'YYYY-MM-DD'),
                      company_code, source_list, amount_floor,
                      method, sample_size, seed, population_count,
                      population_total, selected_count,
                      mus_interval, mus_start, run_by,
                      TO_CHAR(run_at, 'YYYY-MM-DD HH24:MI:SS')
                 INTO :WS-START-DATE, :WS-END-DATE, :WS-COMPANY,
                      :WS-SOURCE-LIST, :WS-FLOOR, :WS-METHOD,
                      :WS-SAMPLE-SIZE, :WS-SEED, :WS-POP-COUNT,
                      :WS-POP-TOTAL, :WS-SELECTED-COUNT,
                      :WS-INTERVAL-AMT, :WS-START-AMT, :WS-RUN-BY,
                      :WS-RUN-AT
                 FROM audit_sample
                WHERE sample_id = :WS-SAMPLE-ID
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "AUDIT-SAMPLE ERROR: NO RECORDED SAMPLE "
                   WS-SAMPLE-ID
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               DECLARE C3 CURSOR FOR
               SELECT entry_id, TO_CHAR(entry_date, 'YYYY-MM-DD'),
                      source_code, debit_account, credit_account,
                      home_amount, memo, archived_flag, amount_band,
                      mus_hits
                 FROM audit_sample_item
                WHERE sample_id = :WS-SAMPLE-ID
                ORDER BY item_seq
           END-EXEC

           EXEC SQL OPEN C3 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C3 INTO :WS-ENTRY-ID, :WS-ENTRY-DATE,
                       :WS-SOURCE-CODE, :WS-DEBIT-ACCOUNT,
                       :WS-CREDIT-ACCOUNT, :WS-HOME-AMOUNT, :WS-MEMO,
                       :WS-ARCHIVED, :WS-BAND, :WS-HITS
               END-EXEC
               IF SQLCODE = 0 AND WS-SEL-COUNT < 999
                   ADD 1 TO WS-SEL-COUNT
                   SET WS-SL-IDX TO WS-SEL-COUNT
                   MOVE WS-ENTRY-ID       TO WS-SL-ENTRY-ID (WS-SL-IDX)
                   MOVE WS-ENTRY-DATE     TO WS-SL-DATE (WS-SL-IDX)
                   MOVE WS-SOURCE-CODE    TO WS-SL-SOURCE (WS-SL-IDX)
                   MOVE WS-DEBIT-ACCOUNT  TO WS-SL-DEBIT (WS-SL-IDX)
                   MOVE WS-CREDIT-ACCOUNT TO WS-SL-CREDIT (WS-SL-IDX)
                   MOVE WS-HOME-AMOUNT    TO WS-SL-AMOUNT (WS-SL-IDX)
                   MOVE WS-MEMO           TO WS-SL-MEMO (WS-SL-IDX)
                   MOVE WS-ARCHIVED       TO WS-SL-ARCHIVED (WS-SL-IDX)
                   MOVE WS-BAND           TO WS-SL-BAND (WS-SL-IDX)
                   MOVE WS-HITS           TO WS-SL-HITS (WS-SL-IDX)
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C3 END-EXEC
           EXIT.

       PRINT-SAMPLE.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-SAMPLE-ID TO WS-COUNT-EDIT
           STRING "AUDIT SAMPLE " FUNCTION TRIM(WS-COUNT-EDIT)
               "  METHOD " WS-METHOD "  SEED " WS-SEED
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "INIT"
                                BY REFERENCE WS-RPT-LINE

           IF WS-RUN-AT NOT = SPACES
               MOVE SPACES TO WS-RPT-LINE
               STRING "RECORDED " WS-RUN-AT " BY "
                   FUNCTION TRIM(WS-RUN-BY)
                   DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                    BY REFERENCE WS-RPT-LINE
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING "POPULATION: ACTIVE ENTRIES " WS-START-DATE
               " TO " WS-END-DATE "  COMPANY "
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           IF WS-COMPANY = SPACES
               MOVE "ALL" TO WS-RPT-LINE (59:3)
           ELSE
               MOVE WS-COMPANY TO WS-RPT-LINE (59:5)
           END-IF
           MOVE "SOURCES" TO WS-RPT-LINE (66:7)
           IF WS-SOURCE-LIST = SPACES
               MOVE "ALL" TO WS-RPT-LINE (74:3)
           ELSE
               MOVE WS-SOURCE-LIST TO WS-RPT-LINE (74:30)
           END-IF
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           MOVE "AMOUNT FLOOR" TO WS-RPT-LINE (1:12)
           MOVE WS-FLOOR TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (14:16)
           MOVE "POPULATION COUNT" TO WS-RPT-LINE (33:16)
           MOVE WS-POP-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-RPT-LINE (50:9)
           MOVE "POPULATION TOTAL" TO WS-RPT-LINE (61:16)
           MOVE WS-POP-TOTAL TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (78:16)
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           MOVE "SIZE REQUESTED" TO WS-RPT-LINE (1:14)
           MOVE WS-SAMPLE-SIZE TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-RPT-LINE (16:9)
           MOVE "ITEMS SELECTED" TO WS-RPT-LINE (33:14)
           MOVE WS-SELECTED-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-RPT-LINE (50:9)
           IF WS-METHOD = "MUS"
               MOVE "INTERVAL" TO WS-RPT-LINE (61:8)
               MOVE WS-INTERVAL-AMT TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (70:16)
               MOVE "START" TO WS-RPT-LINE (88:5)
               MOVE WS-START-AMT TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (94:16)
           END-IF
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE

      *> the strata are a product of the selection run; a RECALL
      *> shows each item's stratum on its line instead.
           IF WS-METHOD = "STRAT" AND WS-STRATUM-COUNT > 0
               MOVE SPACES TO WS-RPT-LINE
               MOVE "STRATUM"    TO WS-RPT-LINE (1:7)
               MOVE "AMOUNT BAND" TO WS-RPT-LINE (9:11)
               MOVE "COUNT"      TO WS-RPT-LINE (35:5)
               MOVE "TOTAL"      TO WS-RPT-LINE (52:5)
               MOVE "SAMPLED"    TO WS-RPT-LINE (60:7)
               CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                    BY REFERENCE WS-RPT-LINE
               PERFORM PRINT-ONE-STRATUM
                   VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STRATUM-COUNT
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           MOVE "SEQ"           TO WS-RPT-LINE (3:3)
           MOVE "ENTRY"         TO WS-RPT-LINE (7:5)
           MOVE "DATE"          TO WS-RPT-LINE (17:4)
           MOVE "SR"            TO WS-RPT-LINE (28:2)
           MOVE "DEBIT ACCOUNT" TO WS-RPT-LINE (31:13)
           MOVE "CREDIT ACCOUNT" TO WS-RPT-LINE (52:14)
           MOVE "AMOUNT"        TO WS-RPT-LINE (83:6)
           MOVE "A"             TO WS-RPT-LINE (90:1)
           MOVE "BD"            TO WS-RPT-LINE (92:2)
           MOVE "HITS"          TO WS-RPT-LINE (95:4)
           MOVE "MEMO"          TO WS-RPT-LINE (101:4)
           CALL "REPORT-WRITER" USING BY CONTENT "HEADING"
                                BY REFERENCE WS-RPT-LINE

           PERFORM PRINT-ONE-ITEM
               VARYING WS-SL-IDX FROM 1 BY 1
               UNTIL WS-SL-IDX > WS-SEL-COUNT

           MOVE SPACES TO WS-RPT-LINE
           STRING "ITEMS=" WS-SEL-COUNT
               "  (A = ARCHIVED ENTRY, BD = AMOUNT BAND)"
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING BY CONTENT "CLOSE"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

       PRINT-ONE-STRATUM.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-ST-SOURCE (WS-ST-IDX) TO WS-RPT-LINE (1:2)
           MOVE WS-ST-BAND (WS-ST-IDX)   TO WS-RPT-LINE (4:1)
           MOVE WS-BAND-LABEL (WS-ST-BAND (WS-ST-IDX))
                                         TO WS-RPT-LINE (9:20)
           MOVE WS-ST-COUNT (WS-ST-IDX)  TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT            TO WS-RPT-LINE (31:9)
           MOVE WS-ST-TOTAL (WS-ST-IDX)  TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT           TO WS-RPT-LINE (41:16)
           MOVE WS-ST-TAKEN (WS-ST-IDX)  TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT            TO WS-RPT-LINE (58:9)
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

       PRINT-ONE-ITEM.
           MOVE SPACES TO WS-RPT-LINE
           SET WS-ITEM-SEQ TO WS-SL-IDX
           MOVE WS-ITEM-SEQ TO WS-SEQ-EDIT
           MOVE WS-SEQ-EDIT                TO WS-RPT-LINE (1:5)
           MOVE WS-SL-ENTRY-ID (WS-SL-IDX) TO WS-RPT-LINE (7:9)
           MOVE WS-SL-DATE (WS-SL-IDX)     TO WS-RPT-LINE (17:10)
           MOVE WS-SL-SOURCE (WS-SL-IDX)   TO WS-RPT-LINE (28:2)
           MOVE WS-SL-DEBIT (WS-SL-IDX)    TO WS-RPT-LINE (31:20)
           MOVE WS-SL-CREDIT (WS-SL-IDX)   TO WS-RPT-LINE (52:20)
           MOVE WS-SL-AMOUNT (WS-SL-IDX)   TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT             TO WS-RPT-LINE (73:16)
           MOVE WS-SL-ARCHIVED (WS-SL-IDX) TO WS-RPT-LINE (90:1)
           MOVE WS-SL-BAND (WS-SL-IDX)     TO WS-RPT-LINE (93:1)
           IF WS-SL-HITS (WS-SL-IDX) > 0
               MOVE WS-SL-HITS (WS-SL-IDX) TO WS-SEQ-EDIT
               MOVE WS-SEQ-EDIT            TO WS-RPT-LINE (94:5)
           END-IF
           MOVE WS-SL-MEMO (WS-SL-IDX)     TO WS-RPT-LINE (101:32)
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

       END PROGRAM AUDIT-SAMPLE.
