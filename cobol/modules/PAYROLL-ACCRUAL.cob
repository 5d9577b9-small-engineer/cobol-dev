       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-ACCRUAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the accrual's legs, in the account|debit|credit|costcenter
      *> shape CREATE-SPLIT-ENTRY's lines file takes - the same
      *> hand-off PAYROLL-IN makes for the register itself.
           SELECT WORK-FILE ASSIGN DYNAMIC WS-WORK-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-WORK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORK-FILE.
       01  FD-WORK-LINE        PIC X(256).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-PERIOD-END     PIC X(10).
       01  WS-ACCRUAL-ACCOUNT PIC X(50).
       01  WS-ACCOUNT-TYPE   PIC X(1).
       01  WS-COMPANY-CODE   PIC X(5).
       01  WS-ROW-COUNT      PIC 9(9).
       01  WS-REGISTER-ID    PIC 9(9).
       01  WS-REGISTER-DATE  PIC X(10).
       01  WS-REGISTER-MEMO  PIC X(100).
       01  WS-PREV-DATE      PIC X(10).
       01  WS-FROM-DATE      PIC X(10).
       01  WS-TO-DATE        PIC X(10).
       01  WS-HOLIDAY-COUNT  PIC 9(5).
       01  WS-DEPT-CODE      PIC X(10).
       01  WS-CC-CODE        PIC X(10).
       01  WS-ACCOUNT-CODE   PIC X(50).
       01  WS-LEG-AMOUNT     PIC 9(9)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01  WS-WORK-FILE-NAME   PIC X(256).
       01  WS-WORK-FILE-STATUS PIC X(2).
       01  WS-WORK-LINE        PIC X(256).
       01  WS-DEBIT-EDIT       PIC Z(11)9.99.

       01  WS-CONNECT-STATUS  PIC X(1).
       01  WS-ENV-NAME        PIC X(30).
       01  WS-DATE-STATUS     PIC X(1).
       01  WS-AUTHORIZED      PIC X(1).
       01  WS-RPT-LINE        PIC X(132).
       01  WS-AMOUNT-EDIT     PIC -(9)9.99.
       01  WS-DAYS-EDIT       PIC ZZ9.
       01  WS-SPLIT-MEMO      PIC X(100).
       01  WS-SOURCE-CODE     PIC X(2)      VALUE "PA".
       01  WS-CTL-OVERRIDE    PIC X(1)      VALUE SPACES.
       01  WS-COMMITMENT-ID   PIC 9(9)      VALUE 0.
       01  WS-IS-ACCRUAL      PIC X(1)      VALUE "Y".
       01  WS-CSE-RETURN-CODE PIC 9(4).

      *> business days run on civil day numbers, as IC-INTEREST's
      *> daily walk does; MOD 7 of a day number is 1 on a Monday
      *> through 5 on a Friday.
       01  WS-DATE-WORK       PIC X(10).
       01  WS-DATE-NUM        PIC 9(8).
       01  WS-DAY-INT         PIC 9(7).
       01  WS-FROM-INT        PIC 9(7).
       01  WS-TO-INT          PIC 9(7).
       01  WS-WALK-INT        PIC 9(7).
       01  WS-WEEKDAY         PIC 9(1).
       01  WS-DAY-COUNT       PIC 9(5).
       01  WS-PREV-INT        PIC 9(7).
       01  WS-REGISTER-INT    PIC 9(7).
       01  WS-END-INT         PIC 9(7).
       01  WS-COVERED-DAYS    PIC 9(5)      VALUE 0.
       01  WS-ACCRUED-DAYS    PIC 9(5)      VALUE 0.
       01  WS-COVERED-FROM    PIC X(10).
       01  WS-ACCRUED-FROM    PIC X(10).
       01  WS-DAYS-SOURCE     PIC X(20).

       01  WS-TOT-REGISTER    PIC 9(11)V99  VALUE 0.
       01  WS-TOT-ACCRUAL     PIC 9(11)V99  VALUE 0.
       01  WS-DEPT-REGISTER   PIC 9(11)V99  VALUE 0.
       01  WS-DEPT-ACCRUAL    PIC 9(11)V99  VALUE 0.
       01  WS-CURRENT-DEPT    PIC X(10).

      *> the register's expense legs - gross pay, employer taxes and
      *> benefits - netted per department, cost center and account
      *> while the session is open; the accrual is posted with it
      *> closed, CREATE-SPLIT-ENTRY connecting for itself.
       01  WS-LEG-TABLE.
           05  WS-LEG-ROW OCCURS 999 TIMES
                   INDEXED BY WS-LEG-IDX.
               10  WS-LG-DEPT        PIC X(10).
               10  WS-LG-CC          PIC X(10).
               10  WS-LG-ACCOUNT     PIC X(50).
               10  WS-LG-REGISTER    PIC 9(9)V99.
               10  WS-LG-ACCRUAL     PIC 9(9)V99.
       01  WS-LEG-COUNT       PIC 9(5)      VALUE 0.
       01  WS-OVERFLOW-FLAG   PIC X(1)      VALUE "N".

       LINKAGE SECTION.
       01  L-PERIOD-END       PIC X(10).
       01  L-ACCRUAL-ACCOUNT  PIC X(50).
       01  L-PAY-DAYS         PIC X(10).
       01  L-RETURN-CODE      PIC 9(4).
       01  L-OPERATOR-ID      PIC X(50).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-PERIOD-END
               L-ACCRUAL-ACCOUNT
               L-PAY-DAYS
               L-RETURN-CODE
               L-OPERATOR-ID.

      *> the month-end accrual for payroll days worked but not yet
      *> paid. The most recent register PAYROLL-IN posted (source PR)
      *> for the accrual account's company on or before the period
      *> end is taken as paying for the business days since the
      *> register before it - or for the number of business days
      *> given, when the pay period is not the gap between pay dates
      *> - and its expense legs (gross pay, employer taxes, benefits)
      *> are accrued, per cost center and account, for the business
      *> days after its pay date through the period end. Business
      *> days are weekdays less business_calendar holidays. The
      *> accrual posts as one split, Dr each expense Cr the accrual
      *> liability, dated the period end under source PA and flagged
      *> accrual so REVERSE-ACCRUALS backs it out at the next period
      *> open. The calculation prints per department with the days
      *> used. A period end already carrying a PA split is refused -
      *> void the earlier accrual before running it again.
       MAIN-LOGIC.
           MOVE L-PERIOD-END      TO WS-PERIOD-END
           MOVE L-ACCRUAL-ACCOUNT TO WS-ACCRUAL-ACCOUNT
           MOVE 0                 TO L-RETURN-CODE
           MOVE 0                 TO WS-LEG-COUNT

           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-PERIOD-END
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               DISPLAY "PAYROLL-ACCRUAL ERROR: BAD PERIOD END "
                   WS-PERIOD-END
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO WS-COVERED-DAYS
           IF L-PAY-DAYS NOT = SPACES
               IF FUNCTION TEST-NUMVAL(L-PAY-DAYS) NOT = 0
                   DISPLAY "PAYROLL-ACCRUAL ERROR: BAD PAY DAYS "
                       L-PAY-DAYS
                   MOVE 1 TO L-RETURN-CODE
                   GOBACK
               END-IF
               MOVE FUNCTION NUMVAL(L-PAY-DAYS) TO WS-COVERED-DAYS
               IF WS-COVERED-DAYS = 0 OR WS-COVERED-DAYS > 366
                   DISPLAY "PAYROLL-ACCRUAL ERROR: PAY DAYS MUST BE "
                       "1 TO 366, GOT " L-PAY-DAYS
                   MOVE 1 TO L-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "PAYROLL-ACCRUAL ERROR: DATABASE CONNECTION "
                   "UNAVAILABLE"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           CALL "CHECK-OPERATOR" USING L-OPERATOR-ID
                                       BY CONTENT "E"
                                       BY REFERENCE WS-AUTHORIZED
           IF WS-AUTHORIZED NOT = "Y"
               DISPLAY "PAYROLL-ACCRUAL ERROR: OPERATOR NOT AUTHORIZED"
               MOVE 4 TO L-RETURN-CODE
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           PERFORM FIND-REGISTER
           IF L-RETURN-CODE NOT = 0
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           PERFORM COUNT-PAY-DAYS
           IF L-RETURN-CODE NOT = 0
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           IF WS-ACCRUED-DAYS = 0
               DISPLAY "PAYROLL-ACCRUAL: REGISTER " WS-REGISTER-ID
                   " PAID " WS-REGISTER-DATE " COVERS THROUGH "
                   WS-PERIOD-END " - NOTHING TO ACCRUE"
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           PERFORM LOAD-REGISTER-LEGS

      *> C1's session ends here, before CREATE-SPLIT-ENTRY is called.
           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"

           IF WS-OVERFLOW-FLAG = "Y"
               DISPLAY "PAYROLL-ACCRUAL ERROR: REGISTER " WS-REGISTER-ID
                   " HAS MORE THAN 999 EXPENSE GROUPS, NOT ACCRUED"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF
           IF WS-LEG-COUNT = 0 OR WS-TOT-ACCRUAL = 0
               DISPLAY "PAYROLL-ACCRUAL: REGISTER " WS-REGISTER-ID
                   " HAS NO EXPENSE TO ACCRUE"
               GOBACK
           END-IF

           PERFORM PRINT-ACCRUAL-REPORT

           PERFORM WRITE-ACCRUAL-LINES
           IF L-RETURN-CODE NOT = 0
               GOBACK
           END-IF

           MOVE SPACES TO WS-SPLIT-MEMO
           STRING "PAYROLL ACCRUAL " WS-PERIOD-END " REGISTER "
               WS-REGISTER-DATE
               DELIMITED BY SIZE
               INTO WS-SPLIT-MEMO
           END-STRING

           MOVE 0 TO WS-CSE-RETURN-CODE
           CALL "CREATE-SPLIT-ENTRY"
                USING WS-PERIOD-END WS-SPLIT-MEMO WS-WORK-FILE-NAME
                      WS-CSE-RETURN-CODE L-OPERATOR-ID
                      WS-CTL-OVERRIDE WS-SOURCE-CODE
                      WS-COMMITMENT-ID WS-IS-ACCRUAL

           IF WS-CSE-RETURN-CODE NOT = 0
               DISPLAY "PAYROLL-ACCRUAL ERROR: ACCRUAL NOT POSTED, RC="
                   WS-CSE-RETURN-CODE
               MOVE WS-CSE-RETURN-CODE TO L-RETURN-CODE
           ELSE
               MOVE WS-TOT-ACCRUAL TO WS-AMOUNT-EDIT
               DISPLAY "PAYROLL-ACCRUAL: ACCRUED "
                   FUNCTION TRIM(WS-AMOUNT-EDIT) " FOR "
                   WS-ACCRUED-DAYS " OF " WS-COVERED-DAYS
                   " DAY(S), " WS-LEG-COUNT " LEG(S)"
           END-IF
           GOBACK.

      *> the accrual account sets the company; the register is that
      *> company's latest PR split paid on or before the period end.
       FIND-REGISTER.
           MOVE SPACES TO WS-ACCOUNT-TYPE WS-COMPANY-CODE
           EXEC SQL
               SELECT account_type, company_code
                 INTO :WS-ACCOUNT-TYPE, :WS-COMPANY-CODE
                 FROM chart_of_accounts
                WHERE account_code = :WS-ACCRUAL-ACCOUNT
                  AND active_flag = 'Y'
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "PAYROLL-ACCRUAL ERROR: ACCRUAL ACCOUNT "
                   FUNCTION TRIM(WS-ACCRUAL-ACCOUNT) " NOT ACTIVE"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCOUNT-TYPE NOT = "L"
               DISPLAY "PAYROLL-ACCRUAL ERROR: ACCRUAL ACCOUNT "
                   FUNCTION TRIM(WS-ACCRUAL-ACCOUNT)
                   " IS NOT A LIABILITY ACCOUNT"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM split_header
                WHERE source_code = 'PA'
                  AND company_code = :WS-COMPANY-CODE
                  AND entry_date = :WS-PERIOD-END
                  AND status_flag = 'A'
           END-EXEC
           IF WS-ROW-COUNT NOT = 0
               DISPLAY "PAYROLL-ACCRUAL ERROR: PAYROLL ALREADY ACCRUED "
                   "FOR " WS-PERIOD-END " - VOID IT FIRST"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT id, CAST(entry_date AS VARCHAR),
                      COALESCE(memo, ' ')
                 INTO :WS-REGISTER-ID, :WS-REGISTER-DATE,
                      :WS-REGISTER-MEMO
                 FROM split_header
                WHERE source_code = 'PR'
                  AND company_code = :WS-COMPANY-CODE
                  AND entry_date <= :WS-PERIOD-END
                  AND status_flag = 'A'
                ORDER BY entry_date DESC, id DESC
                LIMIT 1
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "PAYROLL-ACCRUAL ERROR: NO PAYROLL REGISTER FOR "
                   "COMPANY " WS-COMPANY-CODE " ON OR BEFORE "
                   WS-PERIOD-END
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PREV-DATE
           EXEC SQL
               SELECT COALESCE(CAST(MAX(entry_date) AS VARCHAR), ' ')
                 INTO :WS-PREV-DATE
                 FROM split_header
                WHERE source_code = 'PR'
                  AND company_code = :WS-COMPANY-CODE
                  AND entry_date < :WS-REGISTER-DATE
                  AND status_flag = 'A'
           END-EXEC
           EXIT.

      *> covered: the business days after the previous pay date
      *> through this one (or the count given). Accrued: the business
      *> days after this pay date through the period end.
       COUNT-PAY-DAYS.
           MOVE WS-REGISTER-DATE TO WS-DATE-WORK
           PERFORM DATE-TO-DAY
           MOVE WS-DAY-INT TO WS-REGISTER-INT
           MOVE WS-PERIOD-END TO WS-DATE-WORK
           PERFORM DATE-TO-DAY
           MOVE WS-DAY-INT TO WS-END-INT

           IF WS-COVERED-DAYS NOT = 0
               MOVE "AS GIVEN" TO WS-DAYS-SOURCE
               MOVE SPACES TO WS-COVERED-FROM
           ELSE
               IF WS-PREV-DATE = SPACES
                   DISPLAY "PAYROLL-ACCRUAL ERROR: REGISTER "
                       WS-REGISTER-ID " IS THE FIRST ON FILE - GIVE "
                       "THE PAY DAYS IT COVERS"
                   MOVE 1 TO L-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PREV-DATE TO WS-DATE-WORK
               PERFORM DATE-TO-DAY
               MOVE WS-DAY-INT TO WS-PREV-INT
               MOVE WS-PREV-INT TO WS-FROM-INT
               MOVE WS-REGISTER-INT TO WS-TO-INT
               PERFORM COUNT-BUSINESS-DAYS
               MOVE WS-DAY-COUNT TO WS-COVERED-DAYS
               COMPUTE WS-DAY-INT = WS-PREV-INT + 1
               PERFORM DAY-TO-DATE
               MOVE WS-DATE-WORK TO WS-COVERED-FROM
               MOVE "SINCE LAST REGISTER" TO WS-DAYS-SOURCE
               IF WS-COVERED-DAYS = 0
                   DISPLAY "PAYROLL-ACCRUAL ERROR: NO BUSINESS DAYS "
                       "BETWEEN " WS-PREV-DATE " AND "
                       WS-REGISTER-DATE " - GIVE THE PAY DAYS"
                   MOVE 1 TO L-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 0 TO WS-ACCRUED-DAYS
           MOVE SPACES TO WS-ACCRUED-FROM
           IF WS-END-INT > WS-REGISTER-INT
               MOVE WS-REGISTER-INT TO WS-FROM-INT
               MOVE WS-END-INT TO WS-TO-INT
               PERFORM COUNT-BUSINESS-DAYS
               MOVE WS-DAY-COUNT TO WS-ACCRUED-DAYS
               COMPUTE WS-DAY-INT = WS-REGISTER-INT + 1
               PERFORM DAY-TO-DATE
               MOVE WS-DATE-WORK TO WS-ACCRUED-FROM
           END-IF

      *> a pay period never pays for more days than it covers.
           IF WS-ACCRUED-DAYS > WS-COVERED-DAYS
               MOVE WS-COVERED-DAYS TO WS-ACCRUED-DAYS
           END-IF
           EXIT.

      *> weekdays after WS-FROM-INT through WS-TO-INT, less the
      *> holidays on file that fall on one of them.
       COUNT-BUSINESS-DAYS.
           MOVE 0 TO WS-DAY-COUNT
           COMPUTE WS-WALK-INT = WS-FROM-INT + 1
           PERFORM UNTIL WS-WALK-INT > WS-TO-INT
               COMPUTE WS-WEEKDAY = FUNCTION MOD (WS-WALK-INT, 7)
               IF WS-WEEKDAY >= 1 AND WS-WEEKDAY <= 5
                   ADD 1 TO WS-DAY-COUNT
               END-IF
               ADD 1 TO WS-WALK-INT
           END-PERFORM

           COMPUTE WS-DAY-INT = WS-FROM-INT + 1
           PERFORM DAY-TO-DATE
           MOVE WS-DATE-WORK TO WS-FROM-DATE
           MOVE WS-TO-INT TO WS-DAY-INT
           PERFORM DAY-TO-DATE
           MOVE WS-DATE-WORK TO WS-TO-DATE
           MOVE 0 TO WS-HOLIDAY-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-HOLIDAY-COUNT
                 FROM business_calendar
                WHERE cal_date BETWEEN :WS-FROM-DATE AND :WS-TO-DATE
                  AND day_type = 'H'
                  AND EXTRACT(ISODOW FROM cal_date) < 6
           END-EXEC
           IF SQLCODE = 0 AND WS-HOLIDAY-COUNT <= WS-DAY-COUNT
               SUBTRACT WS-HOLIDAY-COUNT FROM WS-DAY-COUNT
           END-IF
           EXIT.

      *> only expense legs accrue - withholdings and net pay are the
      *> register's own liabilities and cash, settled when it is paid.
       LOAD-REGISTER-LEGS.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT COALESCE(C.parent_code, ' '),
                      COALESCE(L.cost_center, ' '),
                      L.account_code,
                      SUM(L.debit_amount - L.credit_amount)
                 FROM split_line L
                 JOIN chart_of_accounts A
                   ON A.account_code = L.account_code
                 LEFT JOIN cost_center C
                   ON C.cost_center_code = L.cost_center
                WHERE L.header_id = :WS-REGISTER-ID
                  AND A.account_type = 'E'
                GROUP BY COALESCE(C.parent_code, ' '),
                         COALESCE(L.cost_center, ' '),
                         L.account_code
               HAVING SUM(L.debit_amount - L.credit_amount) > 0
                ORDER BY 1, 2, 3
           END-EXEC

           EXEC SQL OPEN C1 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C1 INTO :WS-DEPT-CODE, :WS-CC-CODE,
                       :WS-ACCOUNT-CODE, :WS-LEG-AMOUNT
               END-EXEC
               IF SQLCODE = 0
                   PERFORM BUFFER-ONE-LEG
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C1 END-EXEC
           EXIT.

       BUFFER-ONE-LEG.
           IF WS-LEG-COUNT >= 999
               MOVE "Y" TO WS-OVERFLOW-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LEG-COUNT
           SET WS-LEG-IDX TO WS-LEG-COUNT
           MOVE WS-DEPT-CODE    TO WS-LG-DEPT (WS-LEG-IDX)
           MOVE WS-CC-CODE      TO WS-LG-CC (WS-LEG-IDX)
           MOVE WS-ACCOUNT-CODE TO WS-LG-ACCOUNT (WS-LEG-IDX)
           MOVE WS-LEG-AMOUNT   TO WS-LG-REGISTER (WS-LEG-IDX)
           COMPUTE WS-LG-ACCRUAL (WS-LEG-IDX) ROUNDED =
               WS-LEG-AMOUNT * WS-ACCRUED-DAYS / WS-COVERED-DAYS
           ADD WS-LEG-AMOUNT TO WS-TOT-REGISTER
           ADD WS-LG-ACCRUAL (WS-LEG-IDX) TO WS-TOT-ACCRUAL
           EXIT.

      *> one debit leg per cost center and account, and the credit
      *> for their sum to the accrual account - so the split
      *> balances to the cent whatever each leg rounded to.
       WRITE-ACCRUAL-LINES.
           ACCEPT WS-WORK-FILE-NAME
               FROM ENVIRONMENT "PAYROLL_ACCRUAL_WORK_FILE"
           IF WS-WORK-FILE-NAME = SPACES
               MOVE "payroll_accrual.lines" TO WS-WORK-FILE-NAME
           END-IF
           OPEN OUTPUT WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = "00"
               DISPLAY "PAYROLL-ACCRUAL ERROR: CANNOT OPEN WORK FILE "
                   WS-WORK-FILE-NAME
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-ONE-ACCRUAL-LEG
               VARYING WS-LEG-IDX FROM 1 BY 1
               UNTIL WS-LEG-IDX > WS-LEG-COUNT

           MOVE WS-TOT-ACCRUAL TO WS-DEBIT-EDIT
           MOVE SPACES TO WS-WORK-LINE
           STRING FUNCTION TRIM(WS-ACCRUAL-ACCOUNT) "|0|"
               FUNCTION TRIM(WS-DEBIT-EDIT) "| |"
               DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING
           MOVE WS-WORK-LINE TO FD-WORK-LINE
           WRITE FD-WORK-LINE

           CLOSE WORK-FILE
           EXIT.

       WRITE-ONE-ACCRUAL-LEG.
           IF WS-LG-ACCRUAL (WS-LEG-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LG-ACCRUAL (WS-LEG-IDX) TO WS-DEBIT-EDIT
           MOVE SPACES TO WS-WORK-LINE
           STRING FUNCTION TRIM(WS-LG-ACCOUNT (WS-LEG-IDX)) "|"
               FUNCTION TRIM(WS-DEBIT-EDIT) "|0|"
               FUNCTION TRIM(WS-LG-CC (WS-LEG-IDX)) "|"
               DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING
           MOVE WS-WORK-LINE TO FD-WORK-LINE
           WRITE FD-WORK-LINE
           EXIT.

       PRINT-ACCRUAL-REPORT.
           MOVE SPACES TO WS-RPT-LINE
           STRING "PAYROLL ACCRUAL " WS-PERIOD-END " COMPANY "
               WS-COMPANY-CODE " ACCRUAL ACCOUNT "
               FUNCTION TRIM(WS-ACCRUAL-ACCOUNT)
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "INIT"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING "DEPARTMENT COST CTR  ACCOUNT              "
               "      REGISTER       ACCRUAL"
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "HEADING"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING "REGISTER " WS-REGISTER-ID " PAID "
               WS-REGISTER-DATE " "
               FUNCTION TRIM(WS-REGISTER-MEMO)
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE

           MOVE WS-COVERED-DAYS TO WS-DAYS-EDIT
           MOVE SPACES TO WS-RPT-LINE
           IF WS-COVERED-FROM = SPACES
               STRING "BUSINESS DAYS PAID BY REGISTER " WS-DAYS-EDIT
                   " (" FUNCTION TRIM(WS-DAYS-SOURCE) ")"
                   DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING "BUSINESS DAYS PAID BY REGISTER " WS-DAYS-EDIT
                   " (" WS-COVERED-FROM " THROUGH "
                   WS-REGISTER-DATE ")"
                   DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
           END-IF
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE

           MOVE WS-ACCRUED-DAYS TO WS-DAYS-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "BUSINESS DAYS WORKED NOT PAID  " WS-DAYS-EDIT
               " (" WS-ACCRUED-FROM " THROUGH " WS-PERIOD-END ")"
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE

           MOVE 0 TO WS-DEPT-REGISTER WS-DEPT-ACCRUAL
           MOVE WS-LG-DEPT (1) TO WS-CURRENT-DEPT
           PERFORM PRINT-ONE-LEG
               VARYING WS-LEG-IDX FROM 1 BY 1
               UNTIL WS-LEG-IDX > WS-LEG-COUNT
           PERFORM PRINT-DEPT-TOTAL

           MOVE SPACES TO WS-RPT-LINE
           MOVE "TOTAL ACCRUAL" TO WS-RPT-LINE (1:13)
           MOVE WS-TOT-REGISTER TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (43:13)
           MOVE WS-TOT-ACCRUAL TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (57:13)
           CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING BY CONTENT "CLOSE"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

       PRINT-ONE-LEG.
           IF WS-LG-DEPT (WS-LEG-IDX) NOT = WS-CURRENT-DEPT
               PERFORM PRINT-DEPT-TOTAL
               MOVE WS-LG-DEPT (WS-LEG-IDX) TO WS-CURRENT-DEPT
               MOVE 0 TO WS-DEPT-REGISTER WS-DEPT-ACCRUAL
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-LG-DEPT (WS-LEG-IDX) " "
               WS-LG-CC (WS-LEG-IDX) " "
               WS-LG-ACCOUNT (WS-LEG-IDX) (1:20)
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           MOVE WS-LG-REGISTER (WS-LEG-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (43:13)
           MOVE WS-LG-ACCRUAL (WS-LEG-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (57:13)
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE
           ADD WS-LG-REGISTER (WS-LEG-IDX) TO WS-DEPT-REGISTER
           ADD WS-LG-ACCRUAL (WS-LEG-IDX)  TO WS-DEPT-ACCRUAL
           EXIT.

       PRINT-DEPT-TOTAL.
           MOVE SPACES TO WS-RPT-LINE
           IF WS-CURRENT-DEPT = SPACES
               MOVE "NO DEPARTMENT TOTAL" TO WS-RPT-LINE (1:19)
           ELSE
               STRING "DEPARTMENT " WS-CURRENT-DEPT " TOTAL"
                   DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
           END-IF
           MOVE WS-DEPT-REGISTER TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (43:13)
           MOVE WS-DEPT-ACCRUAL TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-RPT-LINE (57:13)
           CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

       DATE-TO-DAY.
           MOVE WS-DATE-WORK (1:4) TO WS-DATE-NUM (1:4)
           MOVE WS-DATE-WORK (6:2) TO WS-DATE-NUM (5:2)
           MOVE WS-DATE-WORK (9:2) TO WS-DATE-NUM (7:2)
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           EXIT.

       DAY-TO-DATE.
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
           MOVE SPACES TO WS-DATE-WORK
           STRING WS-DATE-NUM (1:4) "-" WS-DATE-NUM (5:2) "-"
               WS-DATE-NUM (7:2)
               DELIMITED BY SIZE
               INTO WS-DATE-WORK
           END-STRING
           EXIT.

       END PROGRAM PAYROLL-ACCRUAL.
