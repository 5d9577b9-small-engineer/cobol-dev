
       01  WS-CONNECT-STATUS  PIC X(1).
       01  WS-ENV-NAME        PIC X(30).
       01  WS-PARAM-NAME      PIC X(30).
       01  WS-PARAM-COMPANY   PIC X(5).
       01  WS-PARAM-VALUE     PIC X(100).
       01  WS-DEBIT-TOTAL     PIC 9(11)V99.
       01  WS-CREDIT-TOTAL    PIC 9(11)V99.
       01  WS-BLOCK-COUNT     PIC 9(3).
       01  WS-ADJ-LIST-COUNT  PIC 9(9)   VALUE 0.
       01  WS-REQ-TASKS-TEXT  PIC X(1).
       01  WS-LOCK-RC         PIC 9(4).

       LINKAGE SECTION.
       01  L-PERIOD-START     PIC X(10).
               GOBACK
           END-IF

      *> the period is held under the CLOSE lock while its status
      *> moves - a posting run or rebuild still working in it would
      *> land on the wrong side of the close.
           MOVE 0 TO WS-LOCK-RC
           CALL "RUN-LOCK" USING BY CONTENT "CLAIM"
                                 BY CONTENT "PERIOD-CLOSE"
                                 BY CONTENT "CLOSE"
                                 BY REFERENCE WS-COMPANY-CODE
                                 WS-PERIOD-START WS-PERIOD-END
                                 WS-OPERATOR-ID WS-LOCK-RC
           IF WS-LOCK-RC NOT = 0
               MOVE WS-LOCK-RC TO L-RETURN-CODE
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           IF L-MODE = "ADJUST"
               PERFORM ADJUST-PERIOD
           ELSE
           END-IF
           END-IF

           CALL "RUN-LOCK" USING BY CONTENT "RELEASE"
                                 BY CONTENT "PERIOD-CLOSE"
                                 BY CONTENT "CLOSE"
                                 BY REFERENCE WS-COMPANY-CODE
                                 WS-PERIOD-START WS-PERIOD-END
                                 WS-OPERATOR-ID WS-LOCK-RC
           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT".
           GOBACK.

      *> suspense does. Unset, the checklist is advisory - the
      *> CLOSE-TASKS STATUS report still shows what is outstanding.
       CHECK-CLOSE-TASKS.
           MOVE "CLOSE_REQUIRE_TASKS" TO WS-PARAM-NAME
           MOVE WS-COMPANY-CODE TO WS-PARAM-COMPANY
           CALL "GET-PARAM" USING WS-PARAM-NAME WS-PARAM-COMPANY
                                  WS-PARAM-VALUE
           MOVE WS-PARAM-VALUE TO WS-REQ-TASKS-TEXT
           IF WS-REQ-TASKS-TEXT NOT = "Y"
               EXIT PARAGRAPH
           END-IF
