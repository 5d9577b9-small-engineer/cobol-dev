       01  WS-PERIOD-COUNT       PIC 9(9)    VALUE 0.
       01  WS-ROW-COUNT          PIC 9(9)    VALUE 0.
       01  WS-ERROR-COUNT        PIC 9(9)    VALUE 0.
       01  WS-OPERATOR-ID        PIC X(50).
       01  WS-LOCK-COMPANY       PIC X(5)    VALUE SPACES.
       01  WS-LOCK-START         PIC X(10)   VALUE SPACES.
       01  WS-LOCK-END           PIC X(10).
       01  WS-LOCK-RC            PIC 9(4).

      *> periods are buffered before any of them is moved, same
      *> buffer-then-act shape as BALANCE-ROLLUP.
           IF L-MODE = "RETRIEVE"
               PERFORM RETRIEVE-ONE-ENTRY
           ELSE
      *> everything up to the cutoff is held under the ARCHIVE lock
      *> while it moves - nothing may post into, close or rebuild a
      *> period whose detail is on its way out of journal_entry.
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
               MOVE L-ARGUMENT TO WS-LOCK-END
               MOVE 0 TO WS-LOCK-RC
               CALL "RUN-LOCK" USING BY CONTENT "CLAIM"
                                     BY CONTENT "ARCHIVE-ENTRIES"
                                     BY CONTENT "ARCHIVE"
                                     BY REFERENCE WS-LOCK-COMPANY
                                     WS-LOCK-START WS-LOCK-END
                                     WS-OPERATOR-ID WS-LOCK-RC
               IF WS-LOCK-RC NOT = 0
                   MOVE WS-LOCK-RC TO L-RETURN-CODE
               ELSE
                   PERFORM ARCHIVE-CLOSED-PERIODS
                   CALL "RUN-LOCK" USING BY CONTENT "RELEASE"
                                         BY CONTENT "ARCHIVE-ENTRIES"
                                         BY CONTENT "ARCHIVE"
                                         BY REFERENCE WS-LOCK-COMPANY
                                         WS-LOCK-START WS-LOCK-END
                                         WS-OPERATOR-ID WS-LOCK-RC
               END-IF
           END-IF

           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT".
