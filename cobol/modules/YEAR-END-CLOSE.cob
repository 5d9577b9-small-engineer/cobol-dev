           INCLUDE SQLCA
       END-EXEC.

       01  WS-ENV-NAME        PIC X(30).
       01  WS-OPERATOR-ID     PIC X(50).
       01  WS-ACCOUNT-NET     PIC S9(11)V99.
       01  WS-CTL-OVERRIDE    PIC X(1)      VALUE SPACES.
       01  WS-COMMITMENT-ID   PIC 9(9)      VALUE 0.
       01  WS-NO-UOM          PIC X(10)     VALUE SPACES.
       01  WS-NO-PROJECT      PIC X(10)     VALUE SPACES.
       01  WS-NO-COUNTERPARTY PIC X(20)     VALUE SPACES.
       01  WS-LEDGER-CODE     PIC X(1)      VALUE SPACES.
       01  WS-CE-RETURN-CODE  PIC 9(4).
       01  WS-CLOSED-COUNT    PIC 9(9)      VALUE 0.
       01  WS-ERROR-COUNT     PIC 9(9)      VALUE 0.
       01  WS-LOCK-COMPANY    PIC X(5)      VALUE SPACES.
       01  WS-LOCK-RC         PIC 9(4).
       01  WS-SESSION-STATUS  PIC X(1).
       01  WS-OWN-SESSION-FLAG PIC X(1)     VALUE "N".
           88  WS-OWN-SESSION                VALUE "Y".

      *> every income-statement account with a balance is buffered
      *> while cursor C1 is still open, for the same reason
           MOVE 0              TO WS-CLOSED-COUNT
           MOVE 0              TO WS-ERROR-COUNT

      *> one session for the whole run, the way MAIN holds one for a
      *> file: the session that claims the CLOSE lock stays up while
      *> every closing entry posts, so LOCK-ADMIN sees a live holder,
      *> and each CREATE-ENTRY joins it instead of reconnecting.
      *> Inside MAIN's own file or stream the session is already
      *> open and stays MAIN's to close.
           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "QUERY-SESSION"
                                BY REFERENCE WS-SESSION-STATUS
           IF WS-SESSION-STATUS NOT = "Y"
               CALL "DB-UTIL" USING BY CONTENT "OPEN-SESSION"
                                    BY REFERENCE WS-SESSION-STATUS
                                    BY CONTENT WS-ENV-NAME
               IF WS-SESSION-STATUS NOT = "Y"
                   DISPLAY "YEAR-END-CLOSE ERROR: DATABASE "
                       "CONNECTION UNAVAILABLE"
                   MOVE 1 TO L-RETURN-CODE
                   GOBACK
               END-IF
               SET WS-OWN-SESSION TO TRUE
           END-IF

           PERFORM VALIDATE-FISCAL-YEAR
           IF L-RETURN-CODE NOT = 0
               PERFORM END-SESSION
               GOBACK
           END-IF

           PERFORM VALIDATE-RETAINED-ACCOUNT
           IF L-RETURN-CODE NOT = 0
               PERFORM END-SESSION
               GOBACK
           END-IF

      *> the year is held under the CLOSE lock from here until the
      *> last closing entry is in.
           MOVE 0 TO WS-LOCK-RC
           CALL "RUN-LOCK" USING BY CONTENT "CLAIM"
                                 BY CONTENT "YEAR-END-CLOSE"
                                 BY CONTENT "CLOSE"
                                 BY REFERENCE WS-LOCK-COMPANY
                                 WS-FY-START WS-FY-END
                                 WS-OPERATOR-ID WS-LOCK-RC
           IF WS-LOCK-RC NOT = 0
               MOVE WS-LOCK-RC TO L-RETURN-CODE
               PERFORM END-SESSION
               GOBACK
           END-IF


           EXEC SQL CLOSE C1 END-EXEC

      *> C1 is closed and its reads committed before CREATE-ENTRY is
      *> ever called; the session itself stays up.
           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"

           PERFORM POST-ONE-CLOSING-ENTRY
           DISPLAY "YEAR-END-CLOSE: CLOSED=" WS-CLOSED-COUNT
               " ERRORS=" WS-ERROR-COUNT

           CALL "RUN-LOCK" USING BY CONTENT "RELEASE"
                                 BY CONTENT "YEAR-END-CLOSE"
                                 BY CONTENT "CLOSE"
                                 BY REFERENCE WS-LOCK-COMPANY
                                 WS-FY-START WS-FY-END
                                 WS-OPERATOR-ID WS-LOCK-RC
           PERFORM END-SESSION

           IF WS-ERROR-COUNT NOT = 0
               MOVE 1 TO L-RETURN-CODE
           END-IF
           GOBACK.

      *> a session this run opened comes down with it; one it found
      *> open only has this run's work committed.
       END-SESSION.
           IF WS-OWN-SESSION
               CALL "DB-UTIL" USING BY CONTENT "CLOSE-SESSION"
               MOVE "N" TO WS-OWN-SESSION-FLAG
           ELSE
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
           END-IF
           EXIT.

      *> the year being closed has to be made of known fiscal_period
      *> rows - a typo'd year boundary would otherwise sweep balances
      *> for dates no period covers.
                      WS-SOURCE-REF WS-SOURCE-CODE WS-ENTRY-ID
                      WS-TAX-CODE WS-CTL-OVERRIDE
                      WS-COMMITMENT-ID WS-NO-UOM
                      WS-LEDGER-CODE WS-NO-PROJECT WS-NO-COUNTERPARTY

           IF WS-CE-RETURN-CODE NOT = 0
               DISPLAY "YEAR-END-CLOSE ERROR CLOSING "
