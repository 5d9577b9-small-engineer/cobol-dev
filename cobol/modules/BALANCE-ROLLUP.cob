       01  WS-ERROR-COUNT    PIC 9(9)    VALUE 0.
       01  WS-CT-RETURN-CODE PIC 9(4).
       01  WS-OPERATOR-ID    PIC X(50).
       01  WS-LOCK-COMPANY   PIC X(5)    VALUE SPACES.
       01  WS-LOCK-RC        PIC 9(4).

      *> periods are buffered before any of them is rebuilt, so the
      *> DELETE/INSERT work never runs underneath the still-open
               GOBACK
           END-IF

      *> summaries rebuilt while a posting run is still applying its
      *> deltas come out wrong either way - the REBUILD lock keeps
      *> the two apart over the range being rebuilt.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
           MOVE 0 TO WS-LOCK-RC
           CALL "RUN-LOCK" USING BY CONTENT "CLAIM"
                                 BY CONTENT "BALANCE-ROLLUP"
                                 BY CONTENT "REBUILD"
                                 BY REFERENCE WS-LOCK-COMPANY
                                 WS-RANGE-START WS-RANGE-END
                                 WS-OPERATOR-ID WS-LOCK-RC
           IF WS-LOCK-RC NOT = 0
               MOVE WS-LOCK-RC TO L-RETURN-CODE
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT period_start, period_end
               MOVE 1 TO L-RETURN-CODE
           END-IF

           CALL "RUN-LOCK" USING BY CONTENT "RELEASE"
                                 BY CONTENT "BALANCE-ROLLUP"
                                 BY CONTENT "REBUILD"
                                 BY REFERENCE WS-LOCK-COMPANY
                                 WS-RANGE-START WS-RANGE-END
                                 WS-OPERATOR-ID WS-LOCK-RC
           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"

      *> a clean rebuild registers its own completion on the close
      *> checklist for every period the range covered.
           IF WS-ERROR-COUNT = 0
               MOVE 0 TO WS-CT-RETURN-CODE
               CALL "CLOSE-TASKS" USING BY CONTENT "COMPLETE"
                                        BY CONTENT "BALANCE-ROLLUP"
