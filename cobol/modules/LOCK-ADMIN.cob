       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCK-ADMIN.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-LOCK-ID        PIC 9(9).
       01  WS-PROGRAM        PIC X(20).
       01  WS-LOCK-CLASS     PIC X(10).
       01  WS-COMPANY-CODE   PIC X(5).
       01  WS-PERIOD-START   PIC X(10).
       01  WS-PERIOD-END     PIC X(10).
       01  WS-HOLDER         PIC X(50).
       01  WS-CLAIMED-AT     PIC X(26).
       01  WS-HOLDER-GONE    PIC X(1).
       01  WS-OPERATOR-ID    PIC X(50).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01  WS-CONNECT-STATUS PIC X(1).
       01  WS-ENV-NAME       PIC X(30).
       01  WS-AUTHORIZED     PIC X(1).
       01  WS-HELD-COUNT     PIC 9(9)    VALUE 0.
       01  WS-GONE-COUNT     PIC 9(9)    VALUE 0.
       01  WS-STATE-TEXT     PIC X(6).

       LINKAGE SECTION.
       01  L-MODE            PIC X(10).
       01  L-LOCK-ID         PIC 9(9).
       01  L-RETURN-CODE     PIC 9(4).
       01  L-OPERATOR-ID     PIC X(50).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-MODE
               L-LOCK-ID
               L-RETURN-CODE
               L-OPERATOR-ID.

      *> the administrator's side of the run-lock registry. LIST
      *> shows every lock still held, marking as GONE any whose
      *> claiming session no longer exists - the job that took it
      *> crashed or was killed without releasing. FREE releases one
      *> such lock by id, and only one whose holder is gone: a live
      *> job's lock is its own to release. Freeing needs
      *> administrator authority and leaves an audit_log record; the
      *> lock row itself stays on file, marked FORCED, with who
      *> freed it.
       MAIN-LOGIC.
           MOVE L-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE 0             TO L-RETURN-CODE

           IF L-MODE NOT = "LIST" AND L-MODE NOT = "FREE"
               DISPLAY "LOCK-ADMIN ERROR: MODE MUST BE LIST OR "
                   "FREE, GOT " L-MODE
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "LOCK-ADMIN ERROR: DATABASE CONNECTION "
                   "UNAVAILABLE"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           IF L-MODE = "LIST"
               PERFORM LIST-HELD-LOCKS
           ELSE
               PERFORM FREE-ONE-LOCK
           END-IF

           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT".
           GOBACK.

       LIST-HELD-LOCKS.
           DISPLAY "HELD RUN LOCKS"
           DISPLAY "ID        STATE  PROGRAM              CLASS      "
               "CO    FROM       TO         CLAIMED             BY"
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT L.id, L.program_name, L.lock_class,
                      L.company_code,
                      CAST(L.period_start AS VARCHAR),
                      CAST(L.period_end AS VARCHAR),
                      COALESCE(L.operator_id, ' '),
                      CAST(L.claimed_at AS VARCHAR),
                      CASE WHEN EXISTS
                               (SELECT 1 FROM pg_stat_activity A
                                 WHERE A.pid = L.holder_pid
                                   AND A.backend_start <= L.claimed_at)
                           THEN 'N' ELSE 'Y' END
                 FROM run_lock L
                WHERE L.released_at IS NULL
                ORDER BY L.claimed_at, L.id
           END-EXEC

           EXEC SQL OPEN C1 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C1 INTO :WS-LOCK-ID, :WS-PROGRAM,
                       :WS-LOCK-CLASS, :WS-COMPANY-CODE,
                       :WS-PERIOD-START, :WS-PERIOD-END, :WS-HOLDER,
                       :WS-CLAIMED-AT, :WS-HOLDER-GONE
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-HELD-COUNT
                   IF WS-HOLDER-GONE = "Y"
                       MOVE "GONE" TO WS-STATE-TEXT
                       ADD 1 TO WS-GONE-COUNT
                   ELSE
                       MOVE "LIVE" TO WS-STATE-TEXT
                   END-IF
                   DISPLAY WS-LOCK-ID " " WS-STATE-TEXT " "
                       WS-PROGRAM " " WS-LOCK-CLASS " "
                       WS-COMPANY-CODE " " WS-PERIOD-START " "
                       WS-PERIOD-END " " WS-CLAIMED-AT (1:19) " "
                       WS-HOLDER (1:20)
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C1 END-EXEC
           DISPLAY "HELD=" WS-HELD-COUNT " GONE=" WS-GONE-COUNT
           EXIT.

       FREE-ONE-LOCK.
           CALL "CHECK-OPERATOR" USING WS-OPERATOR-ID
                                       BY CONTENT "S"
                                       BY REFERENCE WS-AUTHORIZED
           IF WS-AUTHORIZED NOT = "Y"
               DISPLAY "LOCK-ADMIN ERROR: OPERATOR " WS-OPERATOR-ID
                   " IS NOT AUTHORIZED TO FREE RUN LOCKS"
               MOVE 4 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE L-LOCK-ID TO WS-LOCK-ID
           EXEC SQL
               SELECT L.program_name, L.lock_class,
                      CASE WHEN EXISTS
                               (SELECT 1 FROM pg_stat_activity A
                                 WHERE A.pid = L.holder_pid
                                   AND A.backend_start <= L.claimed_at)
                           THEN 'N' ELSE 'Y' END
                 INTO :WS-PROGRAM, :WS-LOCK-CLASS, :WS-HOLDER-GONE
                 FROM run_lock L
                WHERE L.id = :WS-LOCK-ID
                  AND L.released_at IS NULL
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "LOCK-ADMIN ERROR: NO HELD LOCK " WS-LOCK-ID
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLDER-GONE NOT = "Y"
               DISPLAY "LOCK-ADMIN ERROR: LOCK " WS-LOCK-ID " "
                   FUNCTION TRIM(WS-PROGRAM)
                   " IS HELD BY A RUNNING JOB - STOP THE JOB, "
                   "NOT THE LOCK"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE run_lock
                  SET released_at  = CURRENT_TIMESTAMP,
                      released_by  = :WS-OPERATOR-ID,
                      release_type = 'FORCED'
                WHERE id = :WS-LOCK-ID
                  AND released_at IS NULL
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "LOCK-ADMIN ERROR, SQLCODE=" SQLCODE
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               INSERT INTO audit_log (entry_id, action, changed_by)
               VALUES (:WS-LOCK-ID, 'LOCK-FREE', :WS-OPERATOR-ID)
           END-EXEC

           DISPLAY "LOCK-ADMIN: LOCK " WS-LOCK-ID " "
               FUNCTION TRIM(WS-PROGRAM) " "
               FUNCTION TRIM(WS-LOCK-CLASS) " FREED BY "
               WS-OPERATOR-ID
           EXIT.

       END PROGRAM LOCK-ADMIN.
