       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-CAL-DATE       PIC X(10).
       01  WS-HOLIDAY-COUNT  PIC 9(9).
       01  WS-PROBE          PIC 9(1).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
       01  WS-BACK-TOL-TEXT  PIC X(4).
       01  WS-BACK-TOLERANCE PIC 9(4).

       01  WS-PARAM-NAME     PIC X(30).
       01  WS-PARAM-COMPANY  PIC X(5).
       01  WS-PARAM-VALUE    PIC X(100).
       01  WS-SESSION-STATUS PIC X(1).
       01  WS-CONNECT-STATUS PIC X(1).
       01  WS-ENV-NAME       PIC X(30).
       01  WS-OWN-CONNECT-FLAG PIC X(1).
           88  WS-OWN-CONNECT              VALUE "Y".

       LINKAGE SECTION.
       01  L-MODE            PIC X(10).
       01  L-DATE            PIC X(10).
      *> the one date editor every posting program calls, instead of
      *> outsourcing bad dates to the database. Three verbs:
      *>   EDIT    - format, real-calendar and sanity-window checks;
      *>             connects for the window setting if the caller
      *>             has not. Status Y good, N bad.
      *>   BUSDAY  - EDIT plus weekend/holiday awareness (caller must
      *>             be connected for the business_calendar lookup).
      *>             Status Y business day, W legal-but-non-business
             WHEN "BACKDATE"
      *> EDIT plus the backdating window: status W when the date
      *> sits more than BACKDATE_TOLERANCE_DAYS (default 5) before
      *> today - the flash-report-already-went-out line. The
      *> tolerance is read the way EDIT reads its window; the caller
      *> decides what a W costs.
               PERFORM EDIT-DATE
               IF L-STATUS = "Y"
                   PERFORM CHECK-BACKDATE-WINDOW
      *> posting date.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY (1:4) TO WS-TODAY-YEAR
           MOVE "DATE_WINDOW_YEARS" TO WS-PARAM-NAME
           PERFORM READ-DATE-PARAM
           MOVE WS-PARAM-VALUE TO WS-WINDOW-TEXT
           IF WS-WINDOW-TEXT = SPACES
               MOVE 1 TO WS-WINDOW-YEARS
           ELSE
           MOVE "Y" TO L-STATUS
           EXIT.

      *> EDIT and BACKDATE are called before as well as after a
      *> caller connects, so the setting is read on whatever is
      *> live: the run's shared session, or the caller's own
      *> connection, else a short connection of DATE-EDIT's own -
      *> never closing one it did not open. Without this a caller
      *> not yet connected would always see the default.
       READ-DATE-PARAM.
           MOVE SPACES TO WS-PARAM-COMPANY WS-PARAM-VALUE
           MOVE "N" TO WS-OWN-CONNECT-FLAG
           CALL "DB-UTIL" USING BY CONTENT "QUERY-SESSION"
                                BY REFERENCE WS-SESSION-STATUS
                                BY CONTENT SPACES
           IF WS-SESSION-STATUS NOT = "Y"
               EXEC SQL
                   SELECT 1 INTO :WS-PROBE
               END-EXEC
               IF SQLCODE NOT = 0
                   ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
                   CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                        BY REFERENCE WS-CONNECT-STATUS
                                        BY CONTENT WS-ENV-NAME
                   IF WS-CONNECT-STATUS NOT = "Y"
                       EXIT PARAGRAPH
                   END-IF
                   SET WS-OWN-CONNECT TO TRUE
               END-IF
           END-IF

           CALL "GET-PARAM" USING WS-PARAM-NAME WS-PARAM-COMPANY
                                  WS-PARAM-VALUE

           IF WS-OWN-CONNECT
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
           END-IF
           EXIT.

       CHECK-ONE-FORMAT-CHAR.
           IF WS-IDX = 5 OR WS-IDX = 8
               IF WS-DATE (WS-IDX:1) NOT = "-"
      *> boundaries cost nothing; EDIT-DATE has already vouched for
      *> both dates' shapes.
       CHECK-BACKDATE-WINDOW.
           MOVE "BACKDATE_TOLERANCE_DAYS" TO WS-PARAM-NAME
           PERFORM READ-DATE-PARAM
           MOVE WS-PARAM-VALUE TO WS-BACK-TOL-TEXT
           IF WS-BACK-TOL-TEXT = SPACES
               MOVE 5 TO WS-BACK-TOLERANCE
           ELSE
