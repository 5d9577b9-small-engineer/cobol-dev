       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORM-1099.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the filing service's fixed-record upload - no delimiters,
      *> every field at a fixed column, same flat-file discipline as
      *> CONSOL-EXTRACT's group feed.
           SELECT FILING-FILE ASSIGN DYNAMIC WS-OUTPUT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-OUTPUT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Documented layout (one 'H' header, one 'D' per vendor and
      *> box, one 'T' trailer; amounts in home currency):
      *>   'H' header - col 1 'H', cols 2-5 tax year, cols 6-15 run
      *>   date YYYY-MM-DD.
      *>   'D' detail - col 1 'D', cols 2-5 tax year, cols 6-9 form
      *>   (NEC/MISC), cols 10-11 box 9(2), cols 12-31 vendor id,
      *>   cols 32-51 tax id, cols 52-91 vendor name, cols 92-103
      *>   amount 9(10)V99.
      *>   'T' trailer - col 1 'T', cols 2-10 detail count 9(9),
      *>   cols 11-24 total amount 9(12)V99.
       FD  FILING-FILE.
       01  FF-FILING-REC.
           05  FF-REC-TYPE       PIC X(1).
           05  FF-DETAIL-BODY.
               10  FF-TAX-YEAR       PIC X(4).
               10  FF-FORM           PIC X(4).
               10  FF-BOX            PIC 9(2).
               10  FF-VENDOR-ID      PIC X(20).
               10  FF-TAX-ID         PIC X(20).
               10  FF-VENDOR-NAME    PIC X(40).
               10  FF-AMOUNT         PIC 9(10)V99.
           05  FF-HEADER-BODY REDEFINES FF-DETAIL-BODY.
               10  FF-HDR-TAX-YEAR   PIC X(4).
               10  FF-HDR-RUN-DATE   PIC X(10).
               10  FILLER            PIC X(88).
           05  FF-TRAILER-BODY REDEFINES FF-DETAIL-BODY.
               10  FF-TRL-COUNT      PIC 9(9).
               10  FF-TRL-TOTAL      PIC 9(12)V99.
               10  FILLER            PIC X(79).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-CONTROL-ACCOUNT PIC X(50).
       01  WS-YEAR-START      PIC X(10).
       01  WS-YEAR-END        PIC X(10).
       01  WS-ROW-COUNT       PIC 9(9).
       01  WS-VENDOR-ID       PIC X(20).
       01  WS-VENDOR-NAME     PIC X(100).
       01  WS-TAX-ID          PIC X(20).
       01  WS-BOX-CODE        PIC X(10).
       01  WS-BOX-AMOUNT      PIC S9(11)V99.
       01  WS-VENDOR-TOTAL    PIC S9(11)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01  WS-OUTPUT-FILE-NAME    PIC X(256).
       01  WS-OUTPUT-FILE-STATUS  PIC X(2).
       01  WS-CONNECT-STATUS      PIC X(1).
       01  WS-ENV-NAME            PIC X(30).
       01  WS-AUTHORIZED          PIC X(1).
       01  WS-TAX-YEAR            PIC X(4).
       01  WS-THRESHOLD           PIC 9(9)V99.
       01  WS-TODAY-RAW           PIC X(8).
       01  WS-RUN-DATE            PIC X(10).
       01  WS-RPT-LINE            PIC X(132).
       01  WS-AMOUNT-EDIT         PIC Z(10)9.99.
       01  WS-TOTAL-EDIT          PIC Z(10)9.99.
       01  WS-THRESHOLD-EDIT      PIC Z(8)9.99.
       01  WS-LAST-VENDOR         PIC X(20)   VALUE SPACES.
       01  WS-OVER-FLAG           PIC X(1).
       01  WS-FORM                PIC X(4).
       01  WS-BOX                 PIC 9(2).

       01  WS-DETAIL-COUNT    PIC 9(9)      VALUE 0.
       01  WS-FILED-TOTAL     PIC 9(12)V99  VALUE 0.
       01  WS-VENDOR-COUNT    PIC 9(9)      VALUE 0.
       01  WS-FILED-VENDORS   PIC 9(9)      VALUE 0.
       01  WS-UNKNOWN-BOXES   PIC 9(9)      VALUE 0.

      *> vendors over the threshold with no tax id on the master,
      *> kept for the exceptions page that follows the totals.
       01  WS-MISSING-TABLE.
           05  WS-MISSING-ROW OCCURS 500 TIMES
                   INDEXED BY WS-MISSING-IDX.
               10  WS-MIS-VENDOR  PIC X(20).
               10  WS-MIS-NAME    PIC X(40).
               10  WS-MIS-TOTAL   PIC S9(11)V99.
       01  WS-MISSING-COUNT  PIC 9(3)    VALUE 0.

       LINKAGE SECTION.
       01  L-TAX-YEAR         PIC X(4).
       01  L-CONTROL-ACCOUNT  PIC X(50).
       01  L-THRESHOLD        PIC 9(9)V99.
       01  L-OUTPUT-FILE      PIC X(256).
       01  L-RETURN-CODE      PIC 9(4).
       01  L-OPERATOR-ID      PIC X(50).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-TAX-YEAR
               L-CONTROL-ACCOUNT
               L-THRESHOLD
               L-OUTPUT-FILE
               L-RETURN-CODE
               L-OPERATOR-ID.

      *> the January 1099 rebuild, done from the ledger: every
      *> active posting against the AP control account in the tax
      *> year (archived years included) that carries a reportable
      *> counterparty is totalled per vendor and box - the credit to
      *> the control account is the vouchered amount, a debit (credit
      *> memo) takes it back. The box comes from the expense
      *> account's form_box when the chart sets one (rent, say),
      *> otherwise from the vendor's own box on the counterparty
      *> master. Vendors whose year total reaches the threshold
      *> (default 600.00) go to the filing file; those with no tax
      *> id on file are listed separately so they can be chased
      *> before the file goes out.
       MAIN-LOGIC.
           MOVE L-TAX-YEAR        TO WS-TAX-YEAR
           MOVE L-CONTROL-ACCOUNT TO WS-CONTROL-ACCOUNT
           MOVE L-OUTPUT-FILE     TO WS-OUTPUT-FILE-NAME
           MOVE 0                 TO L-RETURN-CODE
           IF L-THRESHOLD = 0
               MOVE 600 TO WS-THRESHOLD
           ELSE
               MOVE L-THRESHOLD TO WS-THRESHOLD
           END-IF

           IF WS-TAX-YEAR NOT NUMERIC
               DISPLAY "FORM-1099 ERROR: TAX YEAR MUST BE YYYY, GOT "
                   WS-TAX-YEAR
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF
           IF WS-OUTPUT-FILE-NAME = SPACES
               DISPLAY "FORM-1099 ERROR: NO FILING FILE NAMED"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF
           STRING WS-TAX-YEAR "-01-01" INTO WS-YEAR-START
           END-STRING
           STRING WS-TAX-YEAR "-12-31" INTO WS-YEAR-END
           END-STRING

           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "FORM-1099 ERROR: DATABASE CONNECTION "
                   "UNAVAILABLE"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           CALL "CHECK-OPERATOR" USING L-OPERATOR-ID
                                       BY CONTENT "E"
                                       BY REFERENCE WS-AUTHORIZED
           IF WS-AUTHORIZED NOT = "Y"
               DISPLAY "FORM-1099 ERROR: OPERATOR NOT AUTHORIZED"
               MOVE 4 TO L-RETURN-CODE
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM chart_of_accounts
                WHERE account_code = :WS-CONTROL-ACCOUNT
           END-EXEC
           IF WS-ROW-COUNT = 0
               DISPLAY "FORM-1099 ERROR: UNKNOWN CONTROL ACCOUNT "
                   WS-CONTROL-ACCOUNT
               MOVE 1 TO L-RETURN-CODE
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           OPEN OUTPUT FILING-FILE
           IF WS-OUTPUT-FILE-STATUS NOT = "00"
               DISPLAY "FORM-1099 ERROR: CANNOT OPEN "
                   WS-OUTPUT-FILE-NAME
               MOVE 1 TO L-RETURN-CODE
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           PERFORM WRITE-FILING-HEADER
           PERFORM REPORT-VENDOR-TOTALS
           PERFORM WRITE-FILING-TRAILER

           CLOSE FILING-FILE
           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"

           PERFORM REPORT-MISSING-TAX-IDS

           DISPLAY "FORM-1099: TAX YEAR " WS-TAX-YEAR
               " VENDORS=" WS-VENDOR-COUNT
               " FILED=" WS-FILED-VENDORS
               " RECORDS=" WS-DETAIL-COUNT
               " MISSING TAX ID=" WS-MISSING-COUNT
           IF WS-MISSING-COUNT > 0
               DISPLAY "FORM-1099 WARNING: " WS-MISSING-COUNT
                   " VENDOR(S) OVER THRESHOLD HAVE NO TAX ID"
           END-IF
           GOBACK.

       WRITE-FILING-HEADER.
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           STRING WS-TODAY-RAW (1:4) "-" WS-TODAY-RAW (5:2) "-"
               WS-TODAY-RAW (7:2)
               INTO WS-RUN-DATE
           END-STRING
           MOVE SPACES        TO FF-FILING-REC
           MOVE "H"           TO FF-REC-TYPE
           MOVE WS-TAX-YEAR   TO FF-HDR-TAX-YEAR
           MOVE WS-RUN-DATE   TO FF-HDR-RUN-DATE
           WRITE FF-FILING-REC
           EXIT.

       WRITE-FILING-TRAILER.
           MOVE SPACES          TO FF-FILING-REC
           MOVE "T"             TO FF-REC-TYPE
           MOVE WS-DETAIL-COUNT TO FF-TRL-COUNT
           MOVE WS-FILED-TOTAL  TO FF-TRL-TOTAL
           WRITE FF-FILING-REC
           EXIT.

      *> one row per vendor and box, the vendor's year total riding
      *> along on each so the threshold test needs no second pass.
       REPORT-VENDOR-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           STRING "1099 REPORTABLE PAYMENTS, TAX YEAR " WS-TAX-YEAR
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "INIT"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING "VENDOR               NAME                      "
               "      BOX            AMOUNT     VENDOR TOTAL FILED"
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "HEADING"
                                BY REFERENCE WS-RPT-LINE

           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT C.counterparty_id, C.counterparty_name,
                      COALESCE(C.tax_id, ' '),
                      COALESCE(A.form_box, C.box_code, ' '),
                      SUM(CASE WHEN J.credit_account
                                    = :WS-CONTROL-ACCOUNT
                               THEN J.home_amount
                               ELSE 0 - J.home_amount END),
                      SUM(SUM(CASE WHEN J.credit_account
                                        = :WS-CONTROL-ACCOUNT
                                   THEN J.home_amount
                                   ELSE 0 - J.home_amount END))
                          OVER (PARTITION BY C.counterparty_id)
                 FROM (SELECT counterparty_id, debit_account,
                              credit_account,
                              COALESCE(home_amount, amount)
                                  AS home_amount,
                              entry_date, status_flag
                         FROM journal_entry
                       UNION ALL
                       SELECT counterparty_id, debit_account,
                              credit_account,
                              COALESCE(home_amount, amount),
                              entry_date, status_flag
                         FROM journal_entry_archive) J
                 JOIN counterparty C
                   ON C.counterparty_id = J.counterparty_id
                 JOIN chart_of_accounts A
                   ON A.account_code =
                      CASE WHEN J.credit_account
                                = :WS-CONTROL-ACCOUNT
                           THEN J.debit_account
                           ELSE J.credit_account END
                WHERE C.reportable_flag = 'Y'
                  AND J.status_flag = 'A'
                  AND (J.debit_account = :WS-CONTROL-ACCOUNT
                       OR J.credit_account = :WS-CONTROL-ACCOUNT)
                  AND J.entry_date BETWEEN :WS-YEAR-START
                                       AND :WS-YEAR-END
                GROUP BY C.counterparty_id, C.counterparty_name,
                         C.tax_id, COALESCE(A.form_box, C.box_code,
                                            ' ')
               HAVING SUM(CASE WHEN J.credit_account
                                    = :WS-CONTROL-ACCOUNT
                               THEN J.home_amount
                               ELSE 0 - J.home_amount END) > 0
                ORDER BY C.counterparty_id, 4
           END-EXEC

           EXEC SQL OPEN C1 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C1 INTO :WS-VENDOR-ID, :WS-VENDOR-NAME,
                       :WS-TAX-ID, :WS-BOX-CODE, :WS-BOX-AMOUNT,
                       :WS-VENDOR-TOTAL
               END-EXEC
               IF SQLCODE = 0
                   PERFORM REPORT-ONE-VENDOR-BOX
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C1 END-EXEC

           MOVE WS-FILED-TOTAL TO WS-TOTAL-EDIT
           MOVE WS-THRESHOLD   TO WS-THRESHOLD-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "VENDORS=" WS-VENDOR-COUNT
               "  FILED=" WS-FILED-VENDORS
               "  RECORDS=" WS-DETAIL-COUNT
               "  FILED TOTAL=" WS-TOTAL-EDIT
               "  THRESHOLD=" WS-THRESHOLD-EDIT
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING BY CONTENT "CLOSE"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

       REPORT-ONE-VENDOR-BOX.
           IF WS-VENDOR-TOTAL >= WS-THRESHOLD
               MOVE "Y" TO WS-OVER-FLAG
           ELSE
               MOVE "N" TO WS-OVER-FLAG
           END-IF

           IF WS-VENDOR-ID NOT = WS-LAST-VENDOR
               MOVE WS-VENDOR-ID TO WS-LAST-VENDOR
               ADD 1 TO WS-VENDOR-COUNT
               IF WS-OVER-FLAG = "Y"
                   ADD 1 TO WS-FILED-VENDORS
                   IF WS-TAX-ID = SPACES
                       PERFORM NOTE-MISSING-TAX-ID
                   END-IF
               END-IF
           END-IF

           PERFORM SPLIT-BOX-CODE
           IF WS-OVER-FLAG = "Y"
               PERFORM WRITE-FILING-DETAIL
           END-IF

           MOVE WS-BOX-AMOUNT   TO WS-AMOUNT-EDIT
           MOVE WS-VENDOR-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-VENDOR-ID " " WS-VENDOR-NAME (1:30) " "
               WS-BOX-CODE (1:6) " " WS-AMOUNT-EDIT " "
               WS-TOTAL-EDIT " " WS-OVER-FLAG
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

      *> NEC1 is form NEC box 1, MISC10 form MISC box 10. A box code
      *> the filing service does not know still prints, but files as
      *> NEC box 1 with a warning, so the form count is never short.
       SPLIT-BOX-CODE.
           EVALUATE WS-BOX-CODE
             WHEN "NEC1"
                 MOVE "NEC " TO WS-FORM
                 MOVE 1      TO WS-BOX
             WHEN "MISC1"
                 MOVE "MISC" TO WS-FORM
                 MOVE 1      TO WS-BOX
             WHEN "MISC2"
                 MOVE "MISC" TO WS-FORM
                 MOVE 2      TO WS-BOX
             WHEN "MISC3"
                 MOVE "MISC" TO WS-FORM
                 MOVE 3      TO WS-BOX
             WHEN "MISC6"
                 MOVE "MISC" TO WS-FORM
                 MOVE 6      TO WS-BOX
             WHEN "MISC10"
                 MOVE "MISC" TO WS-FORM
                 MOVE 10     TO WS-BOX
             WHEN OTHER
                 MOVE "NEC " TO WS-FORM
                 MOVE 1      TO WS-BOX
                 ADD 1 TO WS-UNKNOWN-BOXES
                 DISPLAY "FORM-1099 WARNING: VENDOR " WS-VENDOR-ID
                     " BOX '" WS-BOX-CODE "' NOT RECOGNIZED, "
                     "FILED AS NEC 1"
           END-EVALUATE
           EXIT.

       WRITE-FILING-DETAIL.
           MOVE SPACES          TO FF-FILING-REC
           MOVE "D"             TO FF-REC-TYPE
           MOVE WS-TAX-YEAR     TO FF-TAX-YEAR
           MOVE WS-FORM         TO FF-FORM
           MOVE WS-BOX          TO FF-BOX
           MOVE WS-VENDOR-ID    TO FF-VENDOR-ID
           MOVE WS-TAX-ID       TO FF-TAX-ID
           MOVE WS-VENDOR-NAME  TO FF-VENDOR-NAME
           MOVE WS-BOX-AMOUNT   TO FF-AMOUNT
           WRITE FF-FILING-REC
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-BOX-AMOUNT TO WS-FILED-TOTAL
           EXIT.

       NOTE-MISSING-TAX-ID.
           IF WS-MISSING-COUNT >= 500
               DISPLAY "FORM-1099 WARNING: VENDOR " WS-VENDOR-ID
                   " HAS NO TAX ID"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MISSING-COUNT
           MOVE WS-VENDOR-ID    TO WS-MIS-VENDOR (WS-MISSING-COUNT)
           MOVE WS-VENDOR-NAME  TO WS-MIS-NAME (WS-MISSING-COUNT)
           MOVE WS-VENDOR-TOTAL TO WS-MIS-TOTAL (WS-MISSING-COUNT)
           EXIT.

      *> the chase list: filed vendors the master has no tax id for.
       REPORT-MISSING-TAX-IDS.
           MOVE SPACES TO WS-RPT-LINE
           STRING "1099 VENDORS OVER THRESHOLD MISSING TAX ID, "
               "TAX YEAR " WS-TAX-YEAR
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "INIT"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING "VENDOR               NAME                      "
               "                   YEAR TOTAL"
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "HEADING"
                                BY REFERENCE WS-RPT-LINE

           PERFORM REPORT-ONE-MISSING
               VARYING WS-MISSING-IDX FROM 1 BY 1
               UNTIL WS-MISSING-IDX > WS-MISSING-COUNT

           MOVE SPACES TO WS-RPT-LINE
           STRING "VENDORS MISSING TAX ID=" WS-MISSING-COUNT
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING BY CONTENT "CLOSE"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

       REPORT-ONE-MISSING.
           MOVE WS-MIS-TOTAL (WS-MISSING-IDX) TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-MIS-VENDOR (WS-MISSING-IDX) " "
               WS-MIS-NAME (WS-MISSING-IDX) " " WS-TOTAL-EDIT
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "LINE"
                                BY REFERENCE WS-RPT-LINE
           EXIT.

       END PROGRAM FORM-1099.
