               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PRINT-FILE-STATUS.

      *> bursting: with BURST_DIR set, the lines a report marks with
      *> a break key go to a spool file of their own per key value
      *> instead of the run's PRINT_FILE, and the distribution
      *> manifest (BURST_MANIFEST, default distribution.manifest in
      *> BURST_DIR) says which recipient gets which file.
           SELECT BURST-FILE ASSIGN DYNAMIC WS-BURST-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BURST-FILE-STATUS.

           SELECT MANIFEST-FILE ASSIGN DYNAMIC WS-MANIFEST-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MANIFEST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  FD-PRINT-LINE       PIC X(132).

       FD  BURST-FILE.
       01  FD-BURST-LINE       PIC X(132).

       FD  MANIFEST-FILE.
       01  FD-MANIFEST-LINE    PIC X(400).

       WORKING-STORAGE SECTION.
      *> report state lives here between CALLs - one INIT per report,
      *> any number of HEADING/LINE/TOTAL calls, one CLOSE.
      *> report already printed into it.
       01  WS-SPOOL-STARTED      PIC X(1)   VALUE "N".

      *> burst state. The report sequence numbers each INIT in the
      *> run so two reports bursting on the same key never share a
      *> file; the manifest, like the spool, is extended by every
      *> later report in the run.
       01  WS-BURST-DIR          PIC X(200).
       01  WS-BURST-FLAG         PIC X(1)   VALUE "N".
           88  WS-BURSTING                  VALUE "Y".
       01  WS-BURST-FILE-NAME    PIC X(256).
       01  WS-BURST-FILE-STATUS  PIC X(2).
       01  WS-MANIFEST-FILE-NAME PIC X(256).
       01  WS-MANIFEST-FILE-STATUS PIC X(2).
       01  WS-MANIFEST-STARTED   PIC X(1)   VALUE "N".
       01  WS-MANIFEST-LINE      PIC X(400).
       01  WS-REPORT-SEQ         PIC 9(3)   VALUE 0.
       01  WS-BREAK-TYPE         PIC X(4).
       01  WS-BREAK-KEY          PIC X(30).
       01  WS-BREAK-RECIPIENT    PIC X(50).
       01  WS-FILE-KEY           PIC X(30).
       01  WS-PAGES-EDIT         PIC ZZZZ9.

      *> where the current lines go: 0 = the run's PRINT_FILE, else
      *> the burst key's row below. Each destination keeps its own
      *> page and line count, so every burst file numbers its pages
      *> from 1 and breaks them on its own.
       01  WS-CUR-KEY            PIC 9(3)   VALUE 0.
       01  WS-MAIN-PAGE-NUMBER   PIC 9(5)   VALUE 0.
       01  WS-MAIN-LINE-COUNT    PIC 9(3)   VALUE 0.
       01  WS-KEY-TABLE.
           05  WS-KEY-ROW OCCURS 500 TIMES INDEXED BY WS-KEY-IDX.
               10  WS-KT-TYPE         PIC X(4).
               10  WS-KT-KEY          PIC X(30).
               10  WS-KT-RECIPIENT    PIC X(50).
               10  WS-KT-FILE-NAME    PIC X(256).
               10  WS-KT-PAGES        PIC 9(5).
               10  WS-KT-LINES        PIC 9(3).
       01  WS-KEY-COUNT          PIC 9(3)   VALUE 0.

       LINKAGE SECTION.
       01  L-VERB              PIC X(10).
       01  L-TEXT              PIC X(132).
      *> PRINT_FILE spool alongside the console - so everything this
      *> shop prints comes out of the same box, ready for the
      *> month-end binder.
      *> BREAK marks where a report's lines change hands: L-TEXT is
      *> the key type (1:4 - CC, CO, OWNR ...), the key value (5:30)
      *> and the recipient (35:50). Without BURST_DIR it does
      *> nothing, so a report that marks its breaks prints exactly as
      *> before. With it, everything from the break on goes to that
      *> key's own spool file - own title block, own page numbers -
      *> until the next break; a blank key sends the lines back to
      *> PRINT_FILE, which is where a report's grand totals belong,
      *> since they are nobody's single slice. CLOSE ends every burst
      *> file and writes the manifest: recipient|keytype|key|file|
      *> pages|title|run - a key with no recipient is listed as
      *> UNASSIGNED for the controller to route, never guessed.
       MAIN-LOGIC.
           EVALUATE L-VERB
             WHEN "INIT"
               PERFORM EMIT-LINE
             WHEN "TOTAL"
               PERFORM EMIT-LINE
             WHEN "BREAK"
               IF WS-BURSTING
                   PERFORM SWITCH-BURST-KEY
               END-IF
             WHEN "CLOSE"
               PERFORM CLOSE-REPORT
             WHEN OTHER
               INTO WS-RUN-STAMP
           END-STRING

           MOVE 0      TO WS-CUR-KEY
           MOVE 0      TO WS-KEY-COUNT
           MOVE "N"    TO WS-BURST-FLAG
           ADD 1       TO WS-REPORT-SEQ
           ACCEPT WS-BURST-DIR FROM ENVIRONMENT "BURST_DIR"
           IF WS-BURST-DIR NOT = SPACES
               SET WS-BURSTING TO TRUE
           END-IF

           ACCEPT WS-PRINT-FILE-NAME FROM ENVIRONMENT "PRINT_FILE"
           IF WS-PRINT-FILE-NAME NOT = SPACES
               IF WS-SPOOL-STARTED = "Y"

       EMIT-LINE.
           DISPLAY L-TEXT
           IF WS-CUR-KEY NOT = 0
               MOVE L-TEXT TO FD-BURST-LINE
               WRITE FD-BURST-LINE
           ELSE
               IF WS-USE-FILE
                   MOVE L-TEXT TO FD-PRINT-LINE
                   WRITE FD-PRINT-LINE
               END-IF
           END-IF
           ADD 1 TO WS-LINE-COUNT
           EXIT.

       EMIT-HEADER-LINE.
           DISPLAY WS-HEADER-LINE
           IF WS-CUR-KEY NOT = 0
               MOVE WS-HEADER-LINE TO FD-BURST-LINE
               WRITE FD-BURST-LINE
           ELSE
               IF WS-USE-FILE
                   MOVE WS-HEADER-LINE TO FD-PRINT-LINE
                   WRITE FD-PRINT-LINE
               END-IF
           END-IF
           ADD 1 TO WS-LINE-COUNT
           EXIT.

      *> parks the current destination's page and line count, then
      *> takes up the new key's: a key seen for the first time gets a
      *> fresh file opened at page 1, a key coming back (a report not
      *> sorted by it) has its file extended where it left off. Either
      *> way the lines start on a new page with the title block, so
      *> no page ever carries two keys' numbers.
       SWITCH-BURST-KEY.
           MOVE L-TEXT (1:4)   TO WS-BREAK-TYPE
           MOVE L-TEXT (5:30)  TO WS-BREAK-KEY
           MOVE L-TEXT (35:50) TO WS-BREAK-RECIPIENT
           IF WS-CUR-KEY NOT = 0
               IF WS-BREAK-TYPE = WS-KT-TYPE (WS-CUR-KEY)
                   AND WS-BREAK-KEY = WS-KT-KEY (WS-CUR-KEY)
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PAGE-NUMBER TO WS-KT-PAGES (WS-CUR-KEY)
               MOVE WS-LINE-COUNT  TO WS-KT-LINES (WS-CUR-KEY)
               CLOSE BURST-FILE
           ELSE
               MOVE WS-PAGE-NUMBER TO WS-MAIN-PAGE-NUMBER
               MOVE WS-LINE-COUNT  TO WS-MAIN-LINE-COUNT
           END-IF
           MOVE 0 TO WS-CUR-KEY

           IF WS-BREAK-KEY = SPACES
               MOVE WS-MAIN-PAGE-NUMBER TO WS-PAGE-NUMBER
               MOVE WS-MAIN-LINE-COUNT  TO WS-LINE-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-BURST-KEY
               VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
                  OR WS-CUR-KEY NOT = 0

           IF WS-CUR-KEY = 0
               PERFORM OPEN-NEW-BURST-KEY
           ELSE
               MOVE WS-KT-FILE-NAME (WS-CUR-KEY)
                   TO WS-BURST-FILE-NAME
               OPEN EXTEND BURST-FILE
               IF WS-BURST-FILE-STATUS NOT = "00"
                   DISPLAY "REPORT-WRITER WARNING: CANNOT REOPEN "
                       "BURST FILE "
                       FUNCTION TRIM(WS-BURST-FILE-NAME)
                   MOVE 0 TO WS-CUR-KEY
               ELSE
                   MOVE WS-KT-PAGES (WS-CUR-KEY) TO WS-PAGE-NUMBER
                   MOVE WS-KT-LINES (WS-CUR-KEY) TO WS-LINE-COUNT
               END-IF
           END-IF

      *> a key the writer could not give a file falls back to the
      *> run's spool - the controller's copy - rather than into
      *> another key's file.
           IF WS-CUR-KEY = 0
               MOVE WS-MAIN-PAGE-NUMBER TO WS-PAGE-NUMBER
               MOVE WS-MAIN-LINE-COUNT  TO WS-LINE-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM START-NEW-PAGE
           EXIT.

       FIND-BURST-KEY.
           IF WS-KT-TYPE (WS-KEY-IDX) = WS-BREAK-TYPE
               AND WS-KT-KEY (WS-KEY-IDX) = WS-BREAK-KEY
               SET WS-CUR-KEY TO WS-KEY-IDX
           END-IF
           EXIT.

      *> BURST_DIR/<report seq>-<key type>-<key>.prt; a slash in a
      *> key value would read as a directory, so it becomes an
      *> underscore in the file name.
       OPEN-NEW-BURST-KEY.
           IF WS-KEY-COUNT >= 500
               DISPLAY "REPORT-WRITER WARNING: MORE THAN 500 BURST "
                   "KEYS - " FUNCTION TRIM(WS-BREAK-KEY)
                   " STAYS IN THE RUN SPOOL"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BREAK-KEY TO WS-FILE-KEY
           INSPECT WS-FILE-KEY REPLACING ALL "/" BY "_"
           MOVE SPACES TO WS-BURST-FILE-NAME
           STRING FUNCTION TRIM(WS-BURST-DIR) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-REPORT-SEQ DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-BREAK-TYPE DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               WS-FILE-KEY DELIMITED BY "  "
               ".prt" DELIMITED BY SIZE
               INTO WS-BURST-FILE-NAME
           END-STRING
           OPEN OUTPUT BURST-FILE
           IF WS-BURST-FILE-STATUS NOT = "00"
               DISPLAY "REPORT-WRITER WARNING: CANNOT OPEN BURST "
                   "FILE " FUNCTION TRIM(WS-BURST-FILE-NAME)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-KEY-COUNT
           MOVE WS-KEY-COUNT TO WS-CUR-KEY
           MOVE WS-BREAK-TYPE      TO WS-KT-TYPE (WS-CUR-KEY)
           MOVE WS-BREAK-KEY       TO WS-KT-KEY (WS-CUR-KEY)
           MOVE WS-BREAK-RECIPIENT TO WS-KT-RECIPIENT (WS-CUR-KEY)
           MOVE WS-BURST-FILE-NAME TO WS-KT-FILE-NAME (WS-CUR-KEY)
           MOVE 0 TO WS-PAGE-NUMBER
           MOVE 0 TO WS-LINE-COUNT
           EXIT.

       CLOSE-REPORT.
           IF WS-BURSTING
               PERFORM CLOSE-BURST-FILES
           END-IF
           MOVE SPACES TO WS-HEADER-LINE
           STRING "*** END OF REPORT - " WS-TITLE
               INTO WS-HEADER-LINE
           END-IF
           EXIT.

      *> every burst file gets its own end-of-report line, and the
      *> manifest one line per file. The run's spool takes the
      *> closing line after this, back on its own page count.
       CLOSE-BURST-FILES.
           IF WS-CUR-KEY NOT = 0
               MOVE WS-PAGE-NUMBER TO WS-KT-PAGES (WS-CUR-KEY)
               CLOSE BURST-FILE
               MOVE 0 TO WS-CUR-KEY
               MOVE WS-MAIN-PAGE-NUMBER TO WS-PAGE-NUMBER
               MOVE WS-MAIN-LINE-COUNT  TO WS-LINE-COUNT
           END-IF
           IF WS-KEY-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-MANIFEST-FILE-NAME
               FROM ENVIRONMENT "BURST_MANIFEST"
           IF WS-MANIFEST-FILE-NAME = SPACES
               STRING FUNCTION TRIM(WS-BURST-DIR) DELIMITED BY SIZE
                   "/distribution.manifest" DELIMITED BY SIZE
                   INTO WS-MANIFEST-FILE-NAME
               END-STRING
           END-IF
           IF WS-MANIFEST-STARTED = "Y"
               OPEN EXTEND MANIFEST-FILE
           ELSE
               OPEN OUTPUT MANIFEST-FILE
           END-IF
           IF WS-MANIFEST-FILE-STATUS = "00"
               MOVE "Y" TO WS-MANIFEST-STARTED
           ELSE
               DISPLAY "REPORT-WRITER WARNING: CANNOT OPEN MANIFEST "
                   FUNCTION TRIM(WS-MANIFEST-FILE-NAME)
           END-IF

           PERFORM CLOSE-ONE-BURST-FILE
               VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT

           IF WS-MANIFEST-FILE-STATUS = "00"
               CLOSE MANIFEST-FILE
           END-IF
           DISPLAY "REPORT-WRITER: " WS-KEY-COUNT
               " BURST FILE(S) LISTED IN "
               FUNCTION TRIM(WS-MANIFEST-FILE-NAME)
           EXIT.

       CLOSE-ONE-BURST-FILE.
           MOVE WS-KT-FILE-NAME (WS-KEY-IDX) TO WS-BURST-FILE-NAME
           OPEN EXTEND BURST-FILE
           IF WS-BURST-FILE-STATUS = "00"
               MOVE SPACES TO FD-BURST-LINE
               STRING "*** END OF REPORT - " WS-TITLE
                   INTO FD-BURST-LINE
               END-STRING
               WRITE FD-BURST-LINE
               CLOSE BURST-FILE
           END-IF

           IF WS-MANIFEST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-KT-PAGES (WS-KEY-IDX) TO WS-PAGES-EDIT
           MOVE SPACES TO WS-MANIFEST-LINE
           IF WS-KT-RECIPIENT (WS-KEY-IDX) = SPACES
               STRING "UNASSIGNED" DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   INTO WS-MANIFEST-LINE
               END-STRING
           ELSE
               STRING WS-KT-RECIPIENT (WS-KEY-IDX) DELIMITED BY SPACE
                   "|" DELIMITED BY SIZE
                   INTO WS-MANIFEST-LINE
               END-STRING
           END-IF
           MOVE SPACES TO FD-MANIFEST-LINE
           STRING FUNCTION TRIM(WS-MANIFEST-LINE) DELIMITED BY SIZE
               WS-KT-TYPE (WS-KEY-IDX) DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-KT-KEY (WS-KEY-IDX))
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-KT-FILE-NAME (WS-KEY-IDX))
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-PAGES-EDIT) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TITLE) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-RUN-STAMP DELIMITED BY SIZE
               INTO FD-MANIFEST-LINE
           END-STRING
           WRITE FD-MANIFEST-LINE
           EXIT.

       END PROGRAM REPORT-WRITER.
