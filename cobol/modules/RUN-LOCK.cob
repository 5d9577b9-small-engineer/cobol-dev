       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-LOCK.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-OWNER-TOKEN    PIC 9(9)    VALUE 0.
       01  WS-PROGRAM        PIC X(20).
       01  WS-LOCK-CLASS     PIC X(10).
       01  WS-COMPANY-CODE   PIC X(5).
       01  WS-PERIOD-START   PIC X(10).
       01  WS-PERIOD-END     PIC X(10).
       01  WS-OPERATOR-ID    PIC X(50).
       01  WS-HELD-ID        PIC 9(9).
       01  WS-HELD-PROGRAM   PIC X(20).
       01  WS-HELD-CLASS     PIC X(10).
       01  WS-HELD-COMPANY   PIC X(5).
       01  WS-HELD-OPERATOR  PIC X(50).
       01  WS-HELD-AT        PIC X(26).
       01  WS-HELD-GONE      PIC X(1).
       01  WS-ALERT-SOURCE   PIC X(20).
       01  WS-ALERT-MESSAGE  PIC X(200).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       LINKAGE SECTION.
       01  L-VERB            PIC X(10).
       01  L-PROGRAM         PIC X(20).
       01  L-LOCK-CLASS      PIC X(10).
       01  L-COMPANY-CODE    PIC X(5).
       01  L-PERIOD-START    PIC X(10).
       01  L-PERIOD-END      PIC X(10).
       01  L-OPERATOR-ID     PIC X(50).
       01  L-RETURN-CODE     PIC 9(4).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-VERB
               L-PROGRAM
               L-LOCK-CLASS
               L-COMPANY-CODE
               L-PERIOD-START
               L-PERIOD-END
               L-OPERATOR-ID
               L-RETURN-CODE.

      *> the run-lock registry. A batch program CLAIMs its lock once
      *> it is connected and RELEASEs it just before it disconnects.
      *> A lock is a conflict class - POSTING, REBUILD, CLOSE or
      *> ARCHIVE - over a company (blank = every company) and a date
      *> range (blank = all time). Two POSTING runs may share books;
      *> every other pairing over an overlapping company and range is
      *> refused with return code 9 and an alert_queue item naming
      *> the lock in the way.
      *> Every claim made in one process carries the same owner
      *> token - working storage persists across CALLs, the way
      *> DB-UTIL keeps its session - so a PERIOD-CLOSE line inside
      *> MAIN's own file or stream never collides with the POSTING
      *> lock MAIN took for that run. Each lock also records the
      *> database session that claimed it, which is how LOCK-ADMIN
      *> tells a lock left behind by a crashed job from a live one.
      *> Like CHECK-OPERATOR this runs on the caller's session; the
      *> claim and release are committed on the spot so other jobs
      *> see them at once.
       MAIN-LOGIC.
           MOVE 0 TO L-RETURN-CODE
           MOVE L-PROGRAM      TO WS-PROGRAM
           MOVE L-LOCK-CLASS   TO WS-LOCK-CLASS
           MOVE L-COMPANY-CODE TO WS-COMPANY-CODE
           MOVE L-PERIOD-START TO WS-PERIOD-START
           MOVE L-PERIOD-END   TO WS-PERIOD-END
           MOVE L-OPERATOR-ID  TO WS-OPERATOR-ID

           EVALUATE L-VERB
             WHEN "CLAIM"
                 PERFORM CLAIM-LOCK
             WHEN "RELEASE"
                 PERFORM RELEASE-LOCK
             WHEN OTHER
                 DISPLAY "RUN-LOCK ERROR: VERB MUST BE CLAIM OR "
                     "RELEASE, GOT " L-VERB
                 MOVE 1 TO L-RETURN-CODE
           END-EVALUATE
           GOBACK.

       CLAIM-LOCK.
           IF WS-LOCK-CLASS NOT = "POSTING"
              AND WS-LOCK-CLASS NOT = "REBUILD"
              AND WS-LOCK-CLASS NOT = "CLOSE"
              AND WS-LOCK-CLASS NOT = "ARCHIVE"
               DISPLAY "RUN-LOCK ERROR: UNKNOWN LOCK CLASS "
                   WS-LOCK-CLASS
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-PERIOD-START = SPACES
               MOVE "0001-01-01" TO WS-PERIOD-START
           END-IF
           IF WS-PERIOD-END = SPACES
               MOVE "9999-12-31" TO WS-PERIOD-END
           END-IF

           IF WS-OWNER-TOKEN = 0
               EXEC SQL
                   SELECT nextval('run_lock_owner_seq')
                     INTO :WS-OWNER-TOKEN
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "RUN-LOCK ERROR: LOCK REGISTRY "
                       "UNAVAILABLE, SQLCODE=" SQLCODE
                   MOVE 0 TO WS-OWNER-TOKEN
                   MOVE 1 TO L-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *> the table lock holds off a second claimant between the
      *> conflict check and the insert; it ends at the commit.
           EXEC SQL
               LOCK TABLE run_lock IN SHARE ROW EXCLUSIVE MODE
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "RUN-LOCK ERROR: LOCK REGISTRY UNAVAILABLE, "
                   "SQLCODE=" SQLCODE
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT L.id, L.program_name, L.lock_class,
                      L.company_code, COALESCE(L.operator_id, ' '),
                      CAST(L.claimed_at AS VARCHAR),
                      CASE WHEN EXISTS
                               (SELECT 1 FROM pg_stat_activity A
                                 WHERE A.pid = L.holder_pid
                                   AND A.backend_start <= L.claimed_at)
                           THEN 'N' ELSE 'Y' END
                 INTO :WS-HELD-ID, :WS-HELD-PROGRAM, :WS-HELD-CLASS,
                      :WS-HELD-COMPANY, :WS-HELD-OPERATOR,
                      :WS-HELD-AT, :WS-HELD-GONE
                 FROM run_lock L
                WHERE L.released_at IS NULL
                  AND L.owner_token <> :WS-OWNER-TOKEN
                  AND NOT (L.lock_class = 'POSTING'
                           AND :WS-LOCK-CLASS = 'POSTING')
                  AND (L.company_code = ' '
                       OR :WS-COMPANY-CODE = ' '
                       OR L.company_code = :WS-COMPANY-CODE)
                  AND L.period_start <= CAST(:WS-PERIOD-END AS DATE)
                  AND L.period_end >= CAST(:WS-PERIOD-START AS DATE)
                ORDER BY L.id
                LIMIT 1
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
                 PERFORM REFUSE-CLAIM
             WHEN 100
                 PERFORM GRANT-CLAIM
             WHEN OTHER
                 DISPLAY "RUN-LOCK ERROR: CONFLICT CHECK FAILED, "
                     "SQLCODE=" SQLCODE
                 EXEC SQL ROLLBACK WORK END-EXEC
                 MOVE 1 TO L-RETURN-CODE
           END-EVALUATE
           EXIT.

       GRANT-CLAIM.
           EXEC SQL
               INSERT INTO run_lock
                   (owner_token, holder_pid, program_name, lock_class,
                    company_code, period_start, period_end,
                    operator_id)
               VALUES
                   (:WS-OWNER-TOKEN, pg_backend_pid(), :WS-PROGRAM,
                    :WS-LOCK-CLASS, :WS-COMPANY-CODE,
                    CAST(:WS-PERIOD-START AS DATE),
                    CAST(:WS-PERIOD-END AS DATE), :WS-OPERATOR-ID)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "RUN-LOCK ERROR: CLAIM NOT RECORDED, SQLCODE="
                   SQLCODE
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL COMMIT WORK END-EXEC
           EXIT.

      *> the refusal goes on the alert queue as well as the console -
      *> the night shift may not be watching the job that lost. A
      *> holder whose session has gone is called out, since only an
      *> administrator's LOCK-ADMIN FREE will ever clear it.
       REFUSE-CLAIM.
           MOVE SPACES TO WS-ALERT-MESSAGE
           IF WS-HELD-GONE = "Y"
               STRING FUNCTION TRIM(WS-PROGRAM) " "
                   FUNCTION TRIM(WS-LOCK-CLASS)
                   " REFUSED - LOCK " WS-HELD-ID " "
                   FUNCTION TRIM(WS-HELD-PROGRAM) " "
                   FUNCTION TRIM(WS-HELD-CLASS) " SINCE "
                   WS-HELD-AT (1:19)
                   " IS LEFT FROM A JOB THAT IS GONE, "
                   "ADMIN MUST FREE IT"
                   DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-PROGRAM) " "
                   FUNCTION TRIM(WS-LOCK-CLASS)
                   " REFUSED - CONFLICTS WITH LOCK " WS-HELD-ID " "
                   FUNCTION TRIM(WS-HELD-PROGRAM) " "
                   FUNCTION TRIM(WS-HELD-CLASS) " COMPANY "
                   WS-HELD-COMPANY " HELD BY "
                   FUNCTION TRIM(WS-HELD-OPERATOR) " SINCE "
                   WS-HELD-AT (1:19)
                   DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               END-STRING
           END-IF
           MOVE WS-PROGRAM TO WS-ALERT-SOURCE
           EXEC SQL
               INSERT INTO alert_queue
                   (severity, source_program, message)
               VALUES ('W', :WS-ALERT-SOURCE, :WS-ALERT-MESSAGE)
           END-EXEC
           EXEC SQL COMMIT WORK END-EXEC

           DISPLAY "RUN-LOCK: " WS-ALERT-MESSAGE
           MOVE 9 TO L-RETURN-CODE
           EXIT.

      *> releases whatever this process still holds under the
      *> caller's program name - a caller that never got its lock
      *> releases nothing.
       RELEASE-LOCK.
           IF WS-OWNER-TOKEN = 0
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE run_lock
                  SET released_at  = CURRENT_TIMESTAMP,
                      released_by  = :WS-OPERATOR-ID,
                      release_type = 'NORMAL'
                WHERE owner_token  = :WS-OWNER-TOKEN
                  AND program_name = :WS-PROGRAM
                  AND released_at IS NULL
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "RUN-LOCK WARNING: RELEASE NOT RECORDED FOR "
                   WS-PROGRAM ", SQLCODE=" SQLCODE
               MOVE 1 TO L-RETURN-CODE
           END-IF
           EXEC SQL COMMIT WORK END-EXEC
           EXIT.

       END PROGRAM RUN-LOCK.
