       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELEGATE-APPROVAL.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-DELEGATION-ID  PIC 9(9).
       01  WS-DELEGATOR-ID   PIC X(50).
       01  WS-DELEGATE-ID    PIC X(50).
       01  WS-START-DATE     PIC X(10).
       01  WS-END-DATE       PIC X(10).
       01  WS-COMPANY-CODE   PIC X(5).
       01  WS-CEILING        PIC 9(11)V99.
       01  WS-OPERATOR-ID    PIC X(50).
       01  WS-ROW-COUNT      PIC 9(9).
       01  WS-STATE          PIC X(8).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01  WS-CONNECT-STATUS PIC X(1).
       01  WS-ENV-NAME       PIC X(30).
       01  WS-AUTHORIZED     PIC X(1).
       01  WS-DATE-STATUS    PIC X(1).
       01  WS-TODAY-NUM      PIC 9(8).
       01  WS-TODAY          PIC X(10).
       01  WS-LIST-COUNT     PIC 9(9)    VALUE 0.
       01  WS-CEILING-EDIT   PIC Z(10)9.99.

       LINKAGE SECTION.
       01  L-MODE            PIC X(100).
       01  L-DELEGATE-ID     PIC X(100).
       01  L-START-DATE      PIC X(100).
       01  L-END-DATE        PIC X(100).
       01  L-COMPANY-CODE    PIC X(100).
       01  L-CEILING         PIC 9(11)V99.
       01  L-DELEGATION-ID   PIC 9(9).
       01  L-RETURN-CODE     PIC 9(4).
       01  L-OPERATOR-ID     PIC X(50).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-MODE
               L-DELEGATE-ID
               L-START-DATE
               L-END-DATE
               L-COMPANY-CODE
               L-CEILING
               L-DELEGATION-ID
               L-RETURN-CODE
               L-OPERATOR-ID.

      *> an approver going on leave hands their approval authority to
      *> a named delegate for a fixed window instead of someone
      *> changing roles in operator_master. ADD registers the
      *> running approver's own delegation - delegate, first and last
      *> day, an optional home-currency amount ceiling (zero = none)
      *> and company (blank = every company); only an approver in
      *> their own right may delegate, so a delegate cannot pass it
      *> on. REVOKE ends one early, by its delegator or an
      *> administrator. LIST shows every delegation not yet expired.
      *> CHECK-OPERATOR honors a delegation only for answering held
      *> entries (role P) and APPROVE-ENTRY applies its scope; both
      *> the delegate and the delegator are recorded on every
      *> approval made under one, and OPERATOR-ACTIVITY reports
      *> delegations created, used and expired.
       MAIN-LOGIC.
           MOVE 0 TO L-RETURN-CODE
           MOVE L-OPERATOR-ID TO WS-OPERATOR-ID

           IF L-MODE NOT = "ADD" AND L-MODE NOT = "REVOKE"
              AND L-MODE NOT = "LIST"
               DISPLAY "DELEGATE-APPROVAL ERROR: MODE MUST BE ADD, "
                   "REVOKE OR LIST, GOT " FUNCTION TRIM(L-MODE)
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TODAY
           STRING WS-TODAY-NUM (1:4) "-" WS-TODAY-NUM (5:2) "-"
               WS-TODAY-NUM (7:2)
               DELIMITED BY SIZE
               INTO WS-TODAY
           END-STRING

           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "DELEGATE-APPROVAL ERROR: DATABASE CONNECTION "
                   "UNAVAILABLE"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           EVALUATE L-MODE
             WHEN "ADD"
                 PERFORM ADD-DELEGATION
             WHEN "REVOKE"
                 PERFORM REVOKE-DELEGATION
             WHEN OTHER
                 PERFORM LIST-DELEGATIONS
           END-EVALUATE

           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT".
           GOBACK.

       ADD-DELEGATION.
           CALL "CHECK-OPERATOR" USING WS-OPERATOR-ID
                                       BY CONTENT "A"
                                       BY REFERENCE WS-AUTHORIZED
           IF WS-AUTHORIZED NOT = "Y"
               DISPLAY "DELEGATE-APPROVAL ERROR: OPERATOR "
                   FUNCTION TRIM(WS-OPERATOR-ID)
                   " IS NOT AN APPROVER AND HAS NOTHING TO DELEGATE"
               MOVE 4 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE L-DELEGATE-ID TO WS-DELEGATE-ID
           IF WS-DELEGATE-ID = SPACES
              OR WS-DELEGATE-ID = WS-OPERATOR-ID
               DISPLAY "DELEGATE-APPROVAL ERROR: NAME A DELEGATE "
                   "OTHER THAN YOURSELF"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM operator_master
                WHERE operator_id = :WS-DELEGATE-ID
                  AND active_flag = 'Y'
           END-EXEC
           IF WS-ROW-COUNT = 0
               DISPLAY "DELEGATE-APPROVAL ERROR: DELEGATE "
                   FUNCTION TRIM(WS-DELEGATE-ID)
                   " IS NOT AN ACTIVE OPERATOR"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE L-START-DATE TO WS-START-DATE
           MOVE L-END-DATE   TO WS-END-DATE
           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-START-DATE
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               DISPLAY "DELEGATE-APPROVAL ERROR: BAD START DATE "
                   WS-START-DATE
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-END-DATE
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
              OR WS-END-DATE < WS-START-DATE
               DISPLAY "DELEGATE-APPROVAL ERROR: BAD END DATE "
                   WS-END-DATE
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-END-DATE < WS-TODAY
               DISPLAY "DELEGATE-APPROVAL ERROR: WINDOW ENDING "
                   WS-END-DATE " IS ALREADY OVER"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE L-COMPANY-CODE TO WS-COMPANY-CODE
           IF WS-COMPANY-CODE NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-ROW-COUNT
                     FROM company
                    WHERE company_code = :WS-COMPANY-CODE
               END-EXEC
               IF WS-ROW-COUNT = 0
                   DISPLAY "DELEGATE-APPROVAL ERROR: UNKNOWN COMPANY "
                       WS-COMPANY-CODE
                   MOVE 1 TO L-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE L-CEILING TO WS-CEILING

           EXEC SQL
               INSERT INTO approval_delegation
                   (delegator_id, delegate_id, start_date, end_date,
                    amount_ceiling, company_code, created_by)
               VALUES
                   (:WS-OPERATOR-ID, :WS-DELEGATE-ID,
                    CAST(:WS-START-DATE AS DATE),
                    CAST(:WS-END-DATE AS DATE),
                    :WS-CEILING, :WS-COMPANY-CODE, :WS-OPERATOR-ID)
               RETURNING id INTO :WS-DELEGATION-ID
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "DELEGATE-APPROVAL ERROR, SQLCODE=" SQLCODE
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               INSERT INTO audit_log (entry_id, action, changed_by)
               VALUES (:WS-DELEGATION-ID, 'DLG-CREATE',
                       :WS-OPERATOR-ID)
           END-EXEC

           MOVE WS-DELEGATION-ID TO L-DELEGATION-ID
           MOVE WS-CEILING TO WS-CEILING-EDIT
           DISPLAY "DELEGATE-APPROVAL: DELEGATION " WS-DELEGATION-ID
               " " FUNCTION TRIM(WS-OPERATOR-ID) " TO "
               FUNCTION TRIM(WS-DELEGATE-ID) " " WS-START-DATE
               " TO " WS-END-DATE " CEILING " WS-CEILING-EDIT
               " COMPANY " WS-COMPANY-CODE
           EXIT.

      *> the delegator can take it back at any time; an
      *> administrator can too, for the approver who cannot.
       REVOKE-DELEGATION.
           MOVE L-DELEGATION-ID TO WS-DELEGATION-ID
           EXEC SQL
               SELECT delegator_id, delegate_id
                 INTO :WS-DELEGATOR-ID, :WS-DELEGATE-ID
                 FROM approval_delegation
                WHERE id = :WS-DELEGATION-ID
                  AND revoked_at IS NULL
                  AND end_date >= CURRENT_DATE
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "DELEGATE-APPROVAL ERROR: NO LIVE DELEGATION "
                   WS-DELEGATION-ID
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-DELEGATOR-ID NOT = WS-OPERATOR-ID
               CALL "CHECK-OPERATOR" USING WS-OPERATOR-ID
                                           BY CONTENT "S"
                                           BY REFERENCE WS-AUTHORIZED
               IF WS-AUTHORIZED NOT = "Y"
                   DISPLAY "DELEGATE-APPROVAL ERROR: ONLY "
                       FUNCTION TRIM(WS-DELEGATOR-ID)
                       " OR AN ADMINISTRATOR MAY REVOKE DELEGATION "
                       WS-DELEGATION-ID
                   MOVE 4 TO L-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EXEC SQL
               UPDATE approval_delegation
                  SET revoked_at = CURRENT_TIMESTAMP,
                      revoked_by = :WS-OPERATOR-ID
                WHERE id = :WS-DELEGATION-ID
                  AND revoked_at IS NULL
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "DELEGATE-APPROVAL ERROR, SQLCODE=" SQLCODE
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               INSERT INTO audit_log (entry_id, action, changed_by)
               VALUES (:WS-DELEGATION-ID, 'DLG-REVOKE',
                       :WS-OPERATOR-ID)
           END-EXEC

           DISPLAY "DELEGATE-APPROVAL: DELEGATION " WS-DELEGATION-ID
               " FROM " FUNCTION TRIM(WS-DELEGATOR-ID) " TO "
               FUNCTION TRIM(WS-DELEGATE-ID) " REVOKED"
           EXIT.

       LIST-DELEGATIONS.
           DISPLAY "APPROVAL DELEGATIONS NOT YET EXPIRED"
           DISPLAY "ID        STATE    DELEGATOR            "
               "DELEGATE             FROM       TO         "
               "     CEILING CO"
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT id, delegator_id, delegate_id,
                      CAST(start_date AS VARCHAR),
                      CAST(end_date AS VARCHAR),
                      amount_ceiling, company_code,
                      CASE WHEN start_date > CURRENT_DATE
                           THEN 'FUTURE' ELSE 'ACTIVE' END
                 FROM approval_delegation
                WHERE revoked_at IS NULL
                  AND end_date >= CURRENT_DATE
                ORDER BY start_date, id
           END-EXEC

           EXEC SQL OPEN C1 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C1 INTO :WS-DELEGATION-ID, :WS-DELEGATOR-ID,
                       :WS-DELEGATE-ID, :WS-START-DATE, :WS-END-DATE,
                       :WS-CEILING, :WS-COMPANY-CODE, :WS-STATE
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-LIST-COUNT
                   MOVE WS-CEILING TO WS-CEILING-EDIT
                   DISPLAY WS-DELEGATION-ID " " WS-STATE " "
                       WS-DELEGATOR-ID (1:20) " "
                       WS-DELEGATE-ID (1:20) " " WS-START-DATE " "
                       WS-END-DATE " " WS-CEILING-EDIT " "
                       WS-COMPANY-CODE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C1 END-EXEC
           DISPLAY "DELEGATIONS=" WS-LIST-COUNT
           EXIT.

       END PROGRAM DELEGATE-APPROVAL.
