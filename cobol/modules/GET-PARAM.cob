       IDENTIFICATION DIVISION.
       PROGRAM-ID. GET-PARAM.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-PARAM-NAME     PIC X(30).
       01  WS-COMPANY-CODE   PIC X(5).
       01  WS-PARAM-VALUE    PIC X(100).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       LINKAGE SECTION.
       01  L-PARAM-NAME      PIC X(30).
       01  L-COMPANY-CODE    PIC X(5).
       01  L-PARAM-VALUE     PIC X(100).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-PARAM-NAME
               L-COMPANY-CODE
               L-PARAM-VALUE.

      *> the one place a control setting is read. The value in force
      *> today is the system_parameter row with the latest effective
      *> date not after today - the company's own row when it has
      *> one, else the company-wide (blank company) row. Nothing on
      *> file comes back as spaces, and the caller applies the
      *> default it has always documented for an unset setting. Like
      *> CHECK-OPERATOR this runs on the caller's session; a caller
      *> with no session simply sees the default.
       MAIN-LOGIC.
           MOVE L-PARAM-NAME   TO WS-PARAM-NAME
           MOVE L-COMPANY-CODE TO WS-COMPANY-CODE
           MOVE SPACES         TO WS-PARAM-VALUE

           EXEC SQL
               SELECT COALESCE(param_value, ' ')
                 INTO :WS-PARAM-VALUE
                 FROM system_parameter
                WHERE param_name = :WS-PARAM-NAME
                  AND company_code IN (:WS-COMPANY-CODE, ' ')
                  AND effective_from <= CURRENT_DATE
                ORDER BY CASE WHEN company_code = ' ' THEN 2
                              ELSE 1 END,
                         effective_from DESC
                LIMIT 1
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SPACES TO WS-PARAM-VALUE
           END-IF

           MOVE WS-PARAM-VALUE TO L-PARAM-VALUE
           GOBACK.

       END PROGRAM GET-PARAM.
