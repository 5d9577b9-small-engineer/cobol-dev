       01  WS-CTL-REF-COUNT  PIC 9(9).
       01  WS-REJECT-COUNT   PIC 9(9).
       01  WS-CLOSE-COUNT    PIC 9(9).
       01  WS-DLG-APPR-COUNT PIC 9(9).
       01  WS-DLG-ID         PIC 9(9).
       01  WS-DLG-DELEGATOR  PIC X(50).
       01  WS-DLG-DELEGATE   PIC X(50).
       01  WS-DLG-START      PIC X(10).
       01  WS-DLG-END        PIC X(10).
       01  WS-DLG-CEILING    PIC 9(11)V99.
       01  WS-DLG-COMPANY    PIC X(5).
       01  WS-DLG-CREATED    PIC X(1).
       01  WS-DLG-USES       PIC 9(9).
       01  WS-DLG-ENDING     PIC X(8).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
       01  WS-RPT-LINE       PIC X(132).
       01  WS-OPERATOR-COUNT PIC 9(9)    VALUE 0.
       01  WS-SOD-COUNT      PIC 9(9)    VALUE 0.
       01  WS-DLG-NEW-TOTAL  PIC 9(9)    VALUE 0.
       01  WS-DLG-USED-TOTAL PIC 9(9)    VALUE 0.
       01  WS-DLG-EXP-TOTAL  PIC 9(9)    VALUE 0.
       01  WS-DLG-CEIL-EDIT  PIC Z(10)9.99.

       LINKAGE SECTION.
       01  L-START-DATE      PIC X(10).
      *> rejections the operator's held entries received. Operators
      *> who both posted entries and closed a period inside the same
      *> window are flagged as separation-of-duties near-misses.
      *> Approvals made on another approver's delegation are counted
      *> against the delegate, and every approval delegation created,
      *> used, revoked or run out inside the window is listed after
      *> the operators.
       MAIN-LOGIC.
           MOVE L-START-DATE TO WS-START-DATE
           MOVE L-END-DATE   TO WS-END-DATE

           MOVE SPACES TO WS-RPT-LINE
           STRING "OPERATOR             POST  UPD VOID CTLO "
               "FDUP FOVR REOP AUTHF CREF  REJ DAPP"
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "HEADING"

           EXEC SQL CLOSE C1 END-EXEC

           PERFORM REPORT-DELEGATIONS

           MOVE SPACES TO WS-RPT-LINE
           STRING "OPERATORS=" WS-OPERATOR-COUNT
               "  SEPARATION-OF-DUTIES FLAGS=" WS-SOD-COUNT
               WS-REOPEN-COUNT (6:4) " "
               WS-AUTH-FAIL-COUNT (5:5) " "
               WS-CTL-REF-COUNT (6:4) " "
               WS-REJECT-COUNT (6:4) " "
               WS-DLG-APPR-COUNT (6:4)
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                   COUNT(*) FILTER (WHERE action = 'PERIOD-REOPEN'),
                   COUNT(*) FILTER (WHERE action = 'AUTH-FAIL'),
                   COUNT(*) FILTER (WHERE action = 'CTL-REFUSE'),
                   COUNT(*) FILTER (WHERE action = 'PERIOD-CLOSE'),
                   COUNT(*) FILTER (WHERE action = 'DLG-APPROVE')
                 INTO :WS-POST-COUNT, :WS-UPDATE-COUNT,
                      :WS-VOID-COUNT, :WS-CTL-OVRD-COUNT,
                      :WS-FORCE-COUNT, :WS-FILE-OVRD-COUNT,
                      :WS-REOPEN-COUNT, :WS-AUTH-FAIL-COUNT,
                      :WS-CTL-REF-COUNT, :WS-CLOSE-COUNT,
                      :WS-DLG-APPR-COUNT
                 FROM audit_log
                WHERE changed_by = :WS-OPERATOR-ID
                  AND changed_at >= CAST(:WS-START-DATE AS DATE)
           END-EXEC
           EXIT.

      *> one line per delegation the window touched: NEW if it was
      *> registered inside the window, how many held entries were
      *> approved on it inside the window, and whether it was
      *> revoked or ran out (its last day passed) inside the window.
       REPORT-DELEGATIONS.
           MOVE SPACES TO WS-RPT-LINE
           STRING "APPROVAL DELEGATIONS - ID, DELEGATOR -> DELEGATE, "
               "WINDOW, CEILING, COMPANY, NEW, USES, ENDING"
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "HEADING"
                                BY REFERENCE WS-RPT-LINE

           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT D.id, D.delegator_id, D.delegate_id,
                      CAST(D.start_date AS VARCHAR),
                      CAST(D.end_date AS VARCHAR),
                      D.amount_ceiling, D.company_code,
                      CASE WHEN D.created_at
                                >= CAST(:WS-START-DATE AS DATE)
                            AND D.created_at
                                < CAST(:WS-END-DATE AS DATE)
                                  + INTERVAL '1 DAY'
                           THEN 'Y' ELSE 'N' END,
                      (SELECT COUNT(*) FROM pending_entry P
                        WHERE P.delegation_id = D.id
                          AND P.status_changed_at
                              >= CAST(:WS-START-DATE AS DATE)
                          AND P.status_changed_at
                              < CAST(:WS-END-DATE AS DATE)
                                + INTERVAL '1 DAY'),
                      CASE WHEN D.revoked_at
                                >= CAST(:WS-START-DATE AS DATE)
                            AND D.revoked_at
                                < CAST(:WS-END-DATE AS DATE)
                                  + INTERVAL '1 DAY'
                           THEN 'REVOKED'
                           WHEN D.revoked_at IS NULL
                            AND D.end_date < CURRENT_DATE
                            AND D.end_date
                                BETWEEN CAST(:WS-START-DATE AS DATE)
                                    AND CAST(:WS-END-DATE AS DATE)
                           THEN 'EXPIRED'
                           ELSE ' ' END
                 FROM approval_delegation D
                WHERE (D.created_at >= CAST(:WS-START-DATE AS DATE)
                       AND D.created_at < CAST(:WS-END-DATE AS DATE)
                                          + INTERVAL '1 DAY')
                   OR (D.revoked_at >= CAST(:WS-START-DATE AS DATE)
                       AND D.revoked_at < CAST(:WS-END-DATE AS DATE)
                                          + INTERVAL '1 DAY')
                   OR (D.revoked_at IS NULL
                       AND D.end_date < CURRENT_DATE
                       AND D.end_date
                           BETWEEN CAST(:WS-START-DATE AS DATE)
                               AND CAST(:WS-END-DATE AS DATE))
                   OR EXISTS
                      (SELECT 1 FROM pending_entry P
                        WHERE P.delegation_id = D.id
                          AND P.status_changed_at
                              >= CAST(:WS-START-DATE AS DATE)
                          AND P.status_changed_at
                              < CAST(:WS-END-DATE AS DATE)
                                + INTERVAL '1 DAY')
                ORDER BY D.id
           END-EXEC

           EXEC SQL OPEN C2 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C2 INTO :WS-DLG-ID, :WS-DLG-DELEGATOR,
                       :WS-DLG-DELEGATE, :WS-DLG-START, :WS-DLG-END,
                       :WS-DLG-CEILING, :WS-DLG-COMPANY,
                       :WS-DLG-CREATED, :WS-DLG-USES, :WS-DLG-ENDING
               END-EXEC
               IF SQLCODE = 0
                   IF WS-DLG-CREATED = "Y"
                       ADD 1 TO WS-DLG-NEW-TOTAL
                   END-IF
                   IF WS-DLG-USES NOT = 0
                       ADD 1 TO WS-DLG-USED-TOTAL
                   END-IF
                   IF WS-DLG-ENDING = "EXPIRED"
                       ADD 1 TO WS-DLG-EXP-TOTAL
                   END-IF
                   MOVE WS-DLG-CEILING TO WS-DLG-CEIL-EDIT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING WS-DLG-ID " " WS-DLG-DELEGATOR (1:16)
                       " -> " WS-DLG-DELEGATE (1:16) " "
                       WS-DLG-START " " WS-DLG-END " "
                       WS-DLG-CEIL-EDIT " " WS-DLG-COMPANY " "
                       WS-DLG-CREATED " " WS-DLG-USES (6:4) " "
                       WS-DLG-ENDING
                       DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                   END-STRING
                   CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                        BY REFERENCE WS-RPT-LINE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C2 END-EXEC

           MOVE SPACES TO WS-RPT-LINE
           STRING "DELEGATIONS CREATED=" WS-DLG-NEW-TOTAL
               "  USED=" WS-DLG-USED-TOTAL
               "  EXPIRED=" WS-DLG-EXP-TOTAL
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

       END PROGRAM OPERATOR-ACTIVITY.
