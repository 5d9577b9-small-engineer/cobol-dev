       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFT-EXPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the Standard Audit File for Tax, general ledger variant: one
      *> XML document per company and period - the header, the master
      *> files (accounts with opening and closing balances,
      *> customers, suppliers, the tax code table) and the general
      *> ledger entries grouped by journal (source code) and by
      *> transaction (a journal row or a split entry).
           SELECT SAFT-FILE ASSIGN DYNAMIC WS-OUTPUT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-OUTPUT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SAFT-FILE.
       01  FD-SAFT-LINE        PIC X(1400).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-PERIOD-START   PIC X(10).
       01  WS-PERIOD-END     PIC X(10).
       01  WS-COMPANY-CODE   PIC X(5).
       01  WS-COMPANY-NAME   PIC X(100).
       01  WS-CURRENCY-CODE  PIC X(3).
       01  WS-ROW-COUNT      PIC 9(9).
       01  WS-ACCOUNT-CODE   PIC X(50).
       01  WS-ACCOUNT-NAME   PIC X(100).
       01  WS-ACCOUNT-TYPE   PIC X(1).
       01  WS-OPENING        PIC S9(13)V99.
       01  WS-BAL-DEBIT      PIC 9(13)V99.
       01  WS-BAL-CREDIT     PIC 9(13)V99.
       01  WS-TXN-DEBIT      PIC 9(13)V99.
       01  WS-TXN-CREDIT     PIC 9(13)V99.
       01  WS-PARTY-ID       PIC X(20).
       01  WS-PARTY-NAME     PIC X(100).
       01  WS-PARTY-TAX-ID   PIC X(20).
       01  WS-TAX-CODE       PIC X(10).
       01  WS-TAX-DESC       PIC X(100).
       01  WS-TAX-RATE       PIC 9(3)V99.
       01  WS-TAX-ACCOUNT    PIC X(50).
       01  WS-SOURCE-CODE    PIC X(2).
       01  WS-DOC-KIND       PIC X(1).
       01  WS-DOC-ID         PIC 9(9).
       01  WS-ENTRY-DATE     PIC X(10).
       01  WS-MEMO           PIC X(100).
       01  WS-LINE-NO        PIC 9(9).
       01  WS-LINE-DEBIT     PIC 9(11)V99.
       01  WS-LINE-CREDIT    PIC 9(11)V99.
       01  WS-DOC-COUNT      PIC 9(9).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01  WS-OUTPUT-FILE-NAME    PIC X(256).
       01  WS-OUTPUT-FILE-STATUS  PIC X(2).
       01  WS-CONNECT-STATUS      PIC X(1).
       01  WS-ENV-NAME            PIC X(30).
       01  WS-PARAM-NAME          PIC X(30).
       01  WS-PARAM-COMPANY       PIC X(5).
       01  WS-PARAM-VALUE         PIC X(100).
       01  WS-DATE-STATUS         PIC X(1).
       01  WS-OPERATOR-ID         PIC X(50).
       01  WS-COUNTRY             PIC X(2).
       01  WS-RUN-DATE            PIC X(10).
       01  WS-TODAY               PIC 9(8).
       01  WS-GUARD-STATUS        PIC X(1).
       01  WS-GUARD-OUTCOME       PIC X(10).
       01  WS-UNTIED-COUNT        PIC 9(9)      VALUE 0.
       01  WS-CLOSING             PIC S9(13)V99.
       01  WS-AMOUNT-EDIT         PIC -(13)9.99.
       01  WS-COUNT-EDIT          PIC Z(8)9.
       01  WS-TOTAL-DEBIT         PIC 9(13)V99  VALUE 0.
       01  WS-TOTAL-CREDIT        PIC 9(13)V99  VALUE 0.
       01  WS-WRITTEN-DEBIT       PIC 9(13)V99  VALUE 0.
       01  WS-WRITTEN-CREDIT      PIC 9(13)V99  VALUE 0.
       01  WS-WRITTEN-DOCS        PIC 9(9)      VALUE 0.
       01  WS-PREV-SOURCE         PIC X(2)      VALUE SPACES.
       01  WS-PREV-KIND           PIC X(1)      VALUE SPACES.
       01  WS-PREV-DOC-ID         PIC 9(9)      VALUE 0.
       01  WS-JOURNAL-OPEN        PIC X(1)      VALUE "N".
       01  WS-TXN-OPEN            PIC X(1)      VALUE "N".
       01  WS-PARTY-ROLE          PIC X(1).

      *> one XML element at a time: the tag, its value (escaped on
      *> the way out) and the nesting depth, two spaces a level.
       01  WS-X-TAG               PIC X(40).
       01  WS-X-VALUE             PIC X(200).
       01  WS-X-DEPTH             PIC 9(2)      VALUE 0.
       01  WS-X-LEN               PIC 9(3).
       01  WS-X-SUB               PIC 9(3).
       01  WS-X-CHAR              PIC X(1).
       01  WS-X-OUT               PIC X(1200).
       01  WS-X-OUT-PTR           PIC 9(4).
       01  WS-X-OUT-LEN           PIC 9(4).
       01  WS-X-LINE-PTR          PIC 9(4).

      *> the company's accounts: opening balance and period movement
      *> off account_balance (plus split legs, which it does not
      *> carry), and the same movement re-summed from the detail the
      *> file is written from - the two must agree before the file
      *> goes out.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCOUNT-ROW OCCURS 2000 TIMES
                   INDEXED BY WS-AC-IDX.
               10  WS-AC-CODE        PIC X(50).
               10  WS-AC-NAME        PIC X(100).
               10  WS-AC-TYPE        PIC X(1).
               10  WS-AC-OPENING     PIC S9(13)V99.
               10  WS-AC-BAL-DEBIT   PIC 9(13)V99.
               10  WS-AC-BAL-CREDIT  PIC 9(13)V99.
               10  WS-AC-TXN-DEBIT   PIC 9(13)V99.
               10  WS-AC-TXN-CREDIT  PIC 9(13)V99.
       01  WS-ACCOUNT-COUNT       PIC 9(4)      VALUE 0.
       01  WS-ACCOUNT-FOUND       PIC X(1).

       LINKAGE SECTION.
       01  L-PERIOD-START    PIC X(10).
       01  L-PERIOD-END      PIC X(10).
       01  L-COMPANY-CODE    PIC X(5).
       01  L-OUTPUT-FILE     PIC X(256).
       01  L-RETURN-CODE     PIC 9(4).
       01  L-OPERATOR-ID     PIC X(50).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-PERIOD-START
               L-PERIOD-END
               L-COMPANY-CODE
               L-OUTPUT-FILE
               L-RETURN-CODE
               L-OPERATOR-ID.

      *> SAF-T general ledger file for one company over a fiscal
      *> period (or a run of whole periods) - the start must open a
      *> fiscal period and the end close one, for the company or
      *> company-wide. Everything is read by account: a leg belongs to
      *> the company whose chart the account is in, statutory view
      *> (ledger B and L), live and archived journal rows and split
      *> legs alike, amounts in the company's functional currency.
      *> Before anything is written each account's detail is summed
      *> and tied to its balance movement; any account that does not
      *> tie is listed and no file is produced. Once written, the file
      *> is filed in the processed_file registry through FILE-GUARD
      *> RECORD under SAFT-EXPORT, so the fingerprint of the version
      *> submitted is on record. SAFT_COUNTRY, if set, is the two-
      *> letter country code for the header.
       MAIN-LOGIC.
           MOVE L-PERIOD-START TO WS-PERIOD-START
           MOVE L-PERIOD-END   TO WS-PERIOD-END
           MOVE L-COMPANY-CODE TO WS-COMPANY-CODE
           MOVE L-OUTPUT-FILE  TO WS-OUTPUT-FILE-NAME
           MOVE L-OPERATOR-ID  TO WS-OPERATOR-ID
           MOVE 0              TO L-RETURN-CODE

           IF WS-COMPANY-CODE = SPACES
               DISPLAY "SAFT-EXPORT ERROR: COMPANY REQUIRED"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF
           IF WS-OUTPUT-FILE-NAME = SPACES
               DISPLAY "SAFT-EXPORT ERROR: OUTPUT FILE REQUIRED"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-PERIOD-START
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               DISPLAY "SAFT-EXPORT ERROR: BAD PERIOD START "
                   WS-PERIOD-START
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF
           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-PERIOD-END
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               DISPLAY "SAFT-EXPORT ERROR: BAD PERIOD END "
                   WS-PERIOD-END
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           STRING WS-TODAY (1:4) "-" WS-TODAY (5:2) "-"
               WS-TODAY (7:2)
               DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING

           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "SAFT-EXPORT ERROR: DATABASE CONNECTION "
                   "UNAVAILABLE"
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           MOVE "SAFT_COUNTRY" TO WS-PARAM-NAME
           MOVE WS-COMPANY-CODE TO WS-PARAM-COMPANY
           CALL "GET-PARAM" USING WS-PARAM-NAME WS-PARAM-COMPANY
                                  WS-PARAM-VALUE
           MOVE WS-PARAM-VALUE TO WS-COUNTRY

           PERFORM VALIDATE-SCOPE
           IF L-RETURN-CODE NOT = 0
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           PERFORM LOAD-ACCOUNTS
           IF L-RETURN-CODE NOT = 0
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           PERFORM SUM-DETAIL
           PERFORM TIE-ACCOUNTS
           IF WS-UNTIED-COUNT > 0
               DISPLAY "SAFT-EXPORT ERROR: " WS-UNTIED-COUNT
                   " ACCOUNT(S) DO NOT TIE TO THEIR BALANCE "
                   "MOVEMENT, NO FILE WRITTEN"
               MOVE 1 TO L-RETURN-CODE
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           OPEN OUTPUT SAFT-FILE
           IF WS-OUTPUT-FILE-STATUS NOT = "00"
               DISPLAY "SAFT-EXPORT ERROR: CANNOT OPEN "
                   WS-OUTPUT-FILE-NAME
               MOVE 1 TO L-RETURN-CODE
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           MOVE SPACES TO FD-SAFT-LINE
           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
               TO FD-SAFT-LINE
           WRITE FD-SAFT-LINE
           MOVE "AuditFile" TO WS-X-TAG
           PERFORM OPEN-ELEMENT

           PERFORM WRITE-HEADER
           MOVE "MasterFiles" TO WS-X-TAG
           PERFORM OPEN-ELEMENT
           PERFORM WRITE-ACCOUNTS
           PERFORM WRITE-PARTIES
           PERFORM WRITE-TAX-TABLE
           MOVE "MasterFiles" TO WS-X-TAG
           PERFORM CLOSE-ELEMENT
           PERFORM WRITE-ENTRIES

           MOVE "AuditFile" TO WS-X-TAG
           PERFORM CLOSE-ELEMENT
           CLOSE SAFT-FILE
           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"

      *> the written file checks itself against the tie-out: the
      *> transactions and amounts that went out must be the ones the
      *> balances were tied to.
           IF WS-WRITTEN-DEBIT = WS-TOTAL-DEBIT
              AND WS-WRITTEN-CREDIT = WS-TOTAL-CREDIT
              AND WS-WRITTEN-DOCS = WS-DOC-COUNT
               MOVE "OK" TO WS-GUARD-OUTCOME
           ELSE
               DISPLAY "SAFT-EXPORT ERROR: FILE TOTALS DIFFER FROM "
                   "THE TIED-OUT TOTALS - DO NOT SUBMIT"
               MOVE "ERRORS" TO WS-GUARD-OUTCOME
               MOVE 1 TO L-RETURN-CODE
           END-IF

           CALL "FILE-GUARD" USING BY CONTENT "RECORD"
                                   BY CONTENT "SAFT-EXPORT"
                                   BY REFERENCE WS-OUTPUT-FILE-NAME
                                   WS-GUARD-STATUS
                                   WS-GUARD-OUTCOME
                                   WS-OPERATOR-ID

           MOVE WS-WRITTEN-DOCS TO WS-COUNT-EDIT
           DISPLAY "SAFT-EXPORT: " WS-COMPANY-CODE " "
               WS-PERIOD-START " TO " WS-PERIOD-END ", "
               WS-ACCOUNT-COUNT " ACCOUNTS, "
               FUNCTION TRIM(WS-COUNT-EDIT) " TRANSACTIONS WRITTEN TO "
               FUNCTION TRIM(WS-OUTPUT-FILE-NAME)
           GOBACK.

       VALIDATE-SCOPE.
           EXEC SQL
               SELECT company_name, functional_currency
                 INTO :WS-COMPANY-NAME, :WS-CURRENCY-CODE
                 FROM company
                WHERE company_code = :WS-COMPANY-CODE
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "SAFT-EXPORT ERROR: UNKNOWN COMPANY "
                   WS-COMPANY-CODE
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM fiscal_period
                WHERE period_start = :WS-PERIOD-START
                  AND company_code IN (:WS-COMPANY-CODE, ' ')
           END-EXEC
           IF WS-ROW-COUNT = 0
               DISPLAY "SAFT-EXPORT ERROR: " WS-PERIOD-START
                   " DOES NOT OPEN A FISCAL PERIOD"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM fiscal_period
                WHERE period_end = :WS-PERIOD-END
                  AND period_end >= :WS-PERIOD-START
                  AND company_code IN (:WS-COMPANY-CODE, ' ')
           END-EXEC
           IF WS-ROW-COUNT = 0
               DISPLAY "SAFT-EXPORT ERROR: " WS-PERIOD-END
                   " DOES NOT CLOSE A FISCAL PERIOD"
               MOVE 1 TO L-RETURN-CODE
           END-IF
           EXIT.

       LOAD-ACCOUNTS.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT C.account_code, C.account_name, C.account_type,
                      COALESCE((SELECT SUM(B.debit_total
                                           - B.credit_total)
                                  FROM account_balance B
                                 WHERE B.account_code = C.account_code
                                   AND B.period_end
                                       < :WS-PERIOD-START), 0)
                    + COALESCE((SELECT SUM(L.debit_amount
                                           - L.credit_amount)
                                  FROM split_line L
                                  JOIN split_header H
                                    ON H.id = L.header_id
                                 WHERE L.account_code = C.account_code
                                   AND H.status_flag = 'A'
                                   AND H.entry_date
                                       < :WS-PERIOD-START), 0),
                      COALESCE((SELECT SUM(B.debit_total)
                                  FROM account_balance B
                                 WHERE B.account_code = C.account_code
                                   AND B.period_start
                                       >= :WS-PERIOD-START
                                   AND B.period_end
                                       <= :WS-PERIOD-END), 0)
                    + COALESCE((SELECT SUM(L.debit_amount)
                                  FROM split_line L
                                  JOIN split_header H
                                    ON H.id = L.header_id
                                 WHERE L.account_code = C.account_code
                                   AND H.status_flag = 'A'
                                   AND H.entry_date BETWEEN
                                       :WS-PERIOD-START
                                       AND :WS-PERIOD-END), 0),
                      COALESCE((SELECT SUM(B.credit_total)
                                  FROM account_balance B
                                 WHERE B.account_code = C.account_code
                                   AND B.period_start
                                       >= :WS-PERIOD-START
                                   AND B.period_end
                                       <= :WS-PERIOD-END), 0)
                    + COALESCE((SELECT SUM(L.credit_amount)
                                  FROM split_line L
                                  JOIN split_header H
                                    ON H.id = L.header_id
                                 WHERE L.account_code = C.account_code
                                   AND H.status_flag = 'A'
                                   AND H.entry_date BETWEEN
                                       :WS-PERIOD-START
                                       AND :WS-PERIOD-END), 0)
                 FROM chart_of_accounts C
                WHERE C.company_code = :WS-COMPANY-CODE
                ORDER BY C.account_code
           END-EXEC

           EXEC SQL OPEN C1 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C1 INTO :WS-ACCOUNT-CODE, :WS-ACCOUNT-NAME,
                       :WS-ACCOUNT-TYPE, :WS-OPENING, :WS-BAL-DEBIT,
                       :WS-BAL-CREDIT
               END-EXEC
               IF SQLCODE = 0
                   IF WS-ACCOUNT-COUNT >= 2000
                       DISPLAY "SAFT-EXPORT ERROR: MORE THAN 2000 "
                           "ACCOUNTS FOR " WS-COMPANY-CODE
                       MOVE 1 TO L-RETURN-CODE
                   ELSE
                       ADD 1 TO WS-ACCOUNT-COUNT
                       SET WS-AC-IDX TO WS-ACCOUNT-COUNT
                       MOVE WS-ACCOUNT-CODE TO WS-AC-CODE (WS-AC-IDX)
                       MOVE WS-ACCOUNT-NAME TO WS-AC-NAME (WS-AC-IDX)
                       MOVE WS-ACCOUNT-TYPE TO WS-AC-TYPE (WS-AC-IDX)
                       MOVE WS-OPENING      TO WS-AC-OPENING (WS-AC-IDX)
                       MOVE WS-BAL-DEBIT
                           TO WS-AC-BAL-DEBIT (WS-AC-IDX)
                       MOVE WS-BAL-CREDIT
                           TO WS-AC-BAL-CREDIT (WS-AC-IDX)
                       MOVE 0 TO WS-AC-TXN-DEBIT (WS-AC-IDX)
                       MOVE 0 TO WS-AC-TXN-CREDIT (WS-AC-IDX)
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C1 END-EXEC

           IF WS-ACCOUNT-COUNT = 0 AND L-RETURN-CODE = 0
               DISPLAY "SAFT-EXPORT ERROR: NO ACCOUNTS ON FILE FOR "
                   WS-COMPANY-CODE
               MOVE 1 TO L-RETURN-CODE
           END-IF
           EXIT.

      *> the period's legs summed by account from the same rows the
      *> entries section is written from, plus the transaction count
      *> the file header carries.
       SUM-DETAIL.
           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT T.account_code, SUM(T.debit_amt),
                      SUM(T.credit_amt)
                 FROM (SELECT J.debit_account AS account_code,
                              J.home_amount AS debit_amt,
                              0 AS credit_amt
                         FROM journal_entry J
                         JOIN chart_of_accounts C
                           ON C.account_code = J.debit_account
                        WHERE J.status_flag = 'A'
                          AND J.ledger_code IN ('B', 'L')
                          AND J.entry_date BETWEEN :WS-PERIOD-START
                                               AND :WS-PERIOD-END
                          AND C.company_code = :WS-COMPANY-CODE
                       UNION ALL
                       SELECT J.credit_account, 0, J.home_amount
                         FROM journal_entry J
                         JOIN chart_of_accounts C
                           ON C.account_code = J.credit_account
                        WHERE J.status_flag = 'A'
                          AND J.ledger_code IN ('B', 'L')
                          AND J.entry_date BETWEEN :WS-PERIOD-START
                                               AND :WS-PERIOD-END
                          AND C.company_code = :WS-COMPANY-CODE
                       UNION ALL
                       SELECT A.debit_account, A.home_amount, 0
                         FROM journal_entry_archive A
                         JOIN chart_of_accounts C
                           ON C.account_code = A.debit_account
                        WHERE A.status_flag = 'A'
                          AND A.ledger_code IN ('B', 'L')
                          AND A.entry_date BETWEEN :WS-PERIOD-START
                                               AND :WS-PERIOD-END
                          AND C.company_code = :WS-COMPANY-CODE
                       UNION ALL
                       SELECT A.credit_account, 0, A.home_amount
                         FROM journal_entry_archive A
                         JOIN chart_of_accounts C
                           ON C.account_code = A.credit_account
                        WHERE A.status_flag = 'A'
                          AND A.ledger_code IN ('B', 'L')
                          AND A.entry_date BETWEEN :WS-PERIOD-START
                                               AND :WS-PERIOD-END
                          AND C.company_code = :WS-COMPANY-CODE
                       UNION ALL
                       SELECT L.account_code, L.debit_amount,
                              L.credit_amount
                         FROM split_line L
                         JOIN split_header H ON H.id = L.header_id
                         JOIN chart_of_accounts C
                           ON C.account_code = L.account_code
                        WHERE H.status_flag = 'A'
                          AND H.entry_date BETWEEN :WS-PERIOD-START
                                               AND :WS-PERIOD-END
                          AND C.company_code = :WS-COMPANY-CODE) T
                GROUP BY T.account_code
           END-EXEC

           EXEC SQL OPEN C2 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C2 INTO :WS-ACCOUNT-CODE, :WS-TXN-DEBIT,
                       :WS-TXN-CREDIT
               END-EXEC
               IF SQLCODE = 0
                   PERFORM FIND-ACCOUNT
                   IF WS-ACCOUNT-FOUND = "Y"
                       MOVE WS-TXN-DEBIT
                           TO WS-AC-TXN-DEBIT (WS-AC-IDX)
                       MOVE WS-TXN-CREDIT
                           TO WS-AC-TXN-CREDIT (WS-AC-IDX)
                   END-IF
                   ADD WS-TXN-DEBIT  TO WS-TOTAL-DEBIT
                   ADD WS-TXN-CREDIT TO WS-TOTAL-CREDIT
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C2 END-EXEC

           EXEC SQL
               SELECT COUNT(*) INTO :WS-DOC-COUNT
                 FROM (SELECT J.id
                         FROM journal_entry J
                        WHERE J.status_flag = 'A'
                          AND J.ledger_code IN ('B', 'L')
                          AND J.entry_date BETWEEN :WS-PERIOD-START
                                               AND :WS-PERIOD-END
                          AND EXISTS
                              (SELECT 1 FROM chart_of_accounts C
                                WHERE C.account_code IN
                                      (J.debit_account,
                                       J.credit_account)
                                  AND C.company_code
                                      = :WS-COMPANY-CODE)
                       UNION ALL
                       SELECT A.id
                         FROM journal_entry_archive A
                        WHERE A.status_flag = 'A'
                          AND A.ledger_code IN ('B', 'L')
                          AND A.entry_date BETWEEN :WS-PERIOD-START
                                               AND :WS-PERIOD-END
                          AND EXISTS
                              (SELECT 1 FROM chart_of_accounts C
                                WHERE C.account_code IN
                                      (A.debit_account,
                                       A.credit_account)
                                  AND C.company_code
                                      = :WS-COMPANY-CODE)
                       UNION ALL
                       SELECT H.id
                         FROM split_header H
                        WHERE H.status_flag = 'A'
                          AND H.entry_date BETWEEN :WS-PERIOD-START
                                               AND :WS-PERIOD-END
                          AND EXISTS
                              (SELECT 1 FROM split_line L
                                 JOIN chart_of_accounts C
                                   ON C.account_code = L.account_code
                                WHERE L.header_id = H.id
                                  AND C.company_code
                                      = :WS-COMPANY-CODE)) D
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-DOC-COUNT
           END-IF
           EXIT.

       FIND-ACCOUNT.
           MOVE "N" TO WS-ACCOUNT-FOUND
           SET WS-AC-IDX TO 1
           SEARCH WS-ACCOUNT-ROW
               AT END
                   MOVE "N" TO WS-ACCOUNT-FOUND
               WHEN WS-AC-IDX > WS-ACCOUNT-COUNT
                   MOVE "N" TO WS-ACCOUNT-FOUND
               WHEN WS-AC-CODE (WS-AC-IDX) = WS-ACCOUNT-CODE
                   MOVE "Y" TO WS-ACCOUNT-FOUND
           END-SEARCH
           EXIT.

       TIE-ACCOUNTS.
           PERFORM TIE-ONE-ACCOUNT
               VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-ACCOUNT-COUNT
           IF WS-TOTAL-DEBIT NOT = WS-TOTAL-CREDIT
               DISPLAY "SAFT-EXPORT ERROR: PERIOD DEBITS "
                   WS-TOTAL-DEBIT " DO NOT EQUAL CREDITS "
                   WS-TOTAL-CREDIT
               ADD 1 TO WS-UNTIED-COUNT
           END-IF
           EXIT.

       TIE-ONE-ACCOUNT.
           IF WS-AC-TXN-DEBIT (WS-AC-IDX)
                  NOT = WS-AC-BAL-DEBIT (WS-AC-IDX)
              OR WS-AC-TXN-CREDIT (WS-AC-IDX)
                  NOT = WS-AC-BAL-CREDIT (WS-AC-IDX)
               DISPLAY "SAFT-EXPORT UNTIED: "
                   FUNCTION TRIM(WS-AC-CODE (WS-AC-IDX))
                   " BALANCE DR " WS-AC-BAL-DEBIT (WS-AC-IDX)
                   " CR " WS-AC-BAL-CREDIT (WS-AC-IDX)
                   " DETAIL DR " WS-AC-TXN-DEBIT (WS-AC-IDX)
                   " CR " WS-AC-TXN-CREDIT (WS-AC-IDX)
               ADD 1 TO WS-UNTIED-COUNT
           END-IF
           EXIT.

       WRITE-HEADER.
           MOVE "Header" TO WS-X-TAG
           PERFORM OPEN-ELEMENT
           MOVE "AuditFileVersion" TO WS-X-TAG
           MOVE "2.00" TO WS-X-VALUE
           PERFORM WRITE-ELEMENT
           IF WS-COUNTRY NOT = SPACES
               MOVE "AuditFileCountry" TO WS-X-TAG
               MOVE WS-COUNTRY TO WS-X-VALUE
               PERFORM WRITE-ELEMENT
           END-IF
           MOVE "AuditFileDateCreated" TO WS-X-TAG
           MOVE WS-RUN-DATE TO WS-X-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "SoftwareID" TO WS-X-TAG
           MOVE "GENERAL LEDGER SAFT-EXPORT" TO WS-X-VALUE
           PERFORM WRITE-ELEMENT

           MOVE "Company" TO WS-X-TAG
           PERFORM OPEN-ELEMENT
           MOVE "RegistrationNumber" TO WS-X-TAG
           MOVE WS-COMPANY-CODE TO WS-X-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "Name" TO WS-X-TAG
           MOVE WS-COMPANY-NAME TO WS-X-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "Company" TO WS-X-TAG
           PERFORM CLOSE-ELEMENT

           MOVE "DefaultCurrencyCode" TO WS-X-TAG
           MOVE WS-CURRENCY-CODE TO WS-X-VALUE
           PERFORM WRITE-ELEMENT

           MOVE "SelectionCriteria" TO WS-X-TAG
           PERFORM OPEN-ELEMENT
           MOVE "SelectionStartDate" TO WS-X-TAG
           MOVE WS-PERIOD-START TO WS-X-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "SelectionEndDate" TO WS-X-TAG
           MOVE WS-PERIOD-END TO WS-X-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "SelectionCriteria" TO WS-X-TAG
           PERFORM CLOSE-ELEMENT

           MOVE "HeaderComment" TO WS-X-TAG
           MOVE SPACES TO WS-X-VALUE
           STRING "PREPARED BY " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SPACE
               INTO WS-X-VALUE
           END-STRING
           PERFORM WRITE-ELEMENT
           MOVE "Header" TO WS-X-TAG
           PERFORM CLOSE-ELEMENT
           EXIT.

       WRITE-ACCOUNTS.
           MOVE "GeneralLedgerAccounts" TO WS-X-TAG
           PERFORM OPEN-ELEMENT
           PERFORM WRITE-ONE-ACCOUNT
               VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-ACCOUNT-COUNT
           MOVE "GeneralLedgerAccounts" TO WS-X-TAG
           PERFORM CLOSE-ELEMENT
           EXIT.

       WRITE-ONE-ACCOUNT.
           MOVE "Account" TO WS-X-TAG
           PERFORM OPEN-ELEMENT
           MOVE "AccountID" TO WS-X-TAG
           MOVE WS-AC-CODE (WS-AC-IDX) TO WS-X-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "AccountDescription" TO WS-X-TAG
           MOVE WS-AC-NAME (WS-AC-IDX) TO WS-X-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "AccountType" TO WS-X-TAG
           EVALUATE WS-AC-TYPE (WS-AC-IDX)
             WHEN "A"   MOVE "Asset"        TO WS-X-VALUE
             WHEN "L"   MOVE "Liability"    TO WS-X-VALUE
             WHEN "Q"   MOVE "Equity"       TO WS-X-VALUE
             WHEN "R"   MOVE "Revenue"      TO WS-X-VALUE
             WHEN "E"   MOVE "Expense"      TO WS-X-VALUE
             WHEN OTHER MOVE "Unclassified" TO WS-X-VALUE
           END-EVALUATE
           PERFORM WRITE-ELEMENT

           IF WS-AC-OPENING (WS-AC-IDX) < 0
               MOVE "OpeningCreditBalance" TO WS-X-TAG
               COMPUTE WS-AMOUNT-EDIT = 0 - WS-AC-OPENING (WS-AC-IDX)
           ELSE
               MOVE "OpeningDebitBalance" TO WS-X-TAG
               MOVE WS-AC-OPENING (WS-AC-IDX) TO WS-AMOUNT-EDIT
           END-IF
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-X-VALUE
           PERFORM WRITE-ELEMENT

           COMPUTE WS-CLOSING = WS-AC-OPENING (WS-AC-IDX)
               + WS-AC-BAL-DEBIT (WS-AC-IDX)
               - WS-AC-BAL-CREDIT (WS-AC-IDX)
           IF WS-CLOSING < 0
               MOVE "ClosingCreditBalance" TO WS-X-TAG
               COMPUTE WS-AMOUNT-EDIT = 0 - WS-CLOSING
           ELSE
               MOVE "ClosingDebitBalance" TO WS-X-TAG
               MOVE WS-CLOSING TO WS-AMOUNT-EDIT
           END-IF
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-X-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "Account" TO WS-X-TAG
           PERFORM CLOSE-ELEMENT
           EXIT.

      *> counterparties the company dealt with in the period: those
      *> on AR postings are customers, those on any other source are
      *> suppliers (one party can be both).
       WRITE-PARTIES.
           MOVE "Customers" TO WS-X-TAG
           PERFORM OPEN-ELEMENT
           MOVE "C" TO WS-PARTY-ROLE
           PERFORM WRITE-PARTY-LIST
           MOVE "Customers" TO WS-X-TAG
           PERFORM CLOSE-ELEMENT

           MOVE "Suppliers" TO WS-X-TAG
           PERFORM OPEN-ELEMENT
           MOVE "S" TO WS-PARTY-ROLE
           PERFORM WRITE-PARTY-LIST
           MOVE "Suppliers" TO WS-X-TAG
           PERFORM CLOSE-ELEMENT
           EXIT.

       WRITE-PARTY-LIST.
           EXEC SQL
               DECLARE C3 CURSOR FOR
               SELECT P.counterparty_id, P.counterparty_name,
                      COALESCE(P.tax_id, ' ')
                 FROM counterparty P
                WHERE P.counterparty_id IN
                      (SELECT U.counterparty_id
                         FROM (SELECT J.counterparty_id, J.source_code
                                 FROM journal_entry J
                                 JOIN chart_of_accounts C
                                   ON C.account_code = J.debit_account
                                WHERE J.status_flag = 'A'
                                  AND J.ledger_code IN ('B', 'L')
                                  AND J.entry_date BETWEEN
                                      :WS-PERIOD-START
                                      AND :WS-PERIOD-END
                                  AND C.company_code
                                      = :WS-COMPANY-CODE
                               UNION ALL
                               SELECT A.counterparty_id, A.source_code
                                 FROM journal_entry_archive A
                                 JOIN chart_of_accounts C
                                   ON C.account_code = A.debit_account
                                WHERE A.status_flag = 'A'
                                  AND A.ledger_code IN ('B', 'L')
                                  AND A.entry_date BETWEEN
                                      :WS-PERIOD-START
                                      AND :WS-PERIOD-END
                                  AND C.company_code
                                      = :WS-COMPANY-CODE) U
                        WHERE U.counterparty_id IS NOT NULL
                          AND ((:WS-PARTY-ROLE = 'C'
                                AND U.source_code = 'AR')
                               OR (:WS-PARTY-ROLE = 'S'
                                AND U.source_code <> 'AR')))
                ORDER BY P.counterparty_id
           END-EXEC

           EXEC SQL OPEN C3 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C3 INTO :WS-PARTY-ID, :WS-PARTY-NAME,
                       :WS-PARTY-TAX-ID
               END-EXEC
               IF SQLCODE = 0
                   IF WS-PARTY-ROLE = "C"
                       MOVE "Customer" TO WS-X-TAG
                       PERFORM OPEN-ELEMENT
                       MOVE "CustomerID" TO WS-X-TAG
                   ELSE
                       MOVE "Supplier" TO WS-X-TAG
                       PERFORM OPEN-ELEMENT
                       MOVE "SupplierID" TO WS-X-TAG
                   END-IF
                   MOVE WS-PARTY-ID TO WS-X-VALUE
                   PERFORM WRITE-ELEMENT
                   MOVE "Name" TO WS-X-TAG
                   MOVE WS-PARTY-NAME TO WS-X-VALUE
                   PERFORM WRITE-ELEMENT
                   IF WS-PARTY-TAX-ID NOT = SPACES
                       MOVE "TaxRegistrationNumber" TO WS-X-TAG
                       MOVE WS-PARTY-TAX-ID TO WS-X-VALUE
                       PERFORM WRITE-ELEMENT
                   END-IF
                   IF WS-PARTY-ROLE = "C"
                       MOVE "Customer" TO WS-X-TAG
                   ELSE
                       MOVE "Supplier" TO WS-X-TAG
                   END-IF
                   PERFORM CLOSE-ELEMENT
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C3 END-EXEC
           EXIT.

       WRITE-TAX-TABLE.
           MOVE "TaxTable" TO WS-X-TAG
           PERFORM OPEN-ELEMENT
           MOVE "TaxTableEntry" TO WS-X-TAG
           PERFORM OPEN-ELEMENT
           MOVE "TaxType" TO WS-X-TAG
           MOVE "TAX" TO WS-X-VALUE
           PERFORM WRITE-ELEMENT

           EXEC SQL
               DECLARE C4 CURSOR FOR
               SELECT tax_code, COALESCE(description, ' '), rate_pct,
                      tax_account
                 FROM tax_code
                ORDER BY tax_code
           END-EXEC

           EXEC SQL OPEN C4 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C4 INTO :WS-TAX-CODE, :WS-TAX-DESC,
                       :WS-TAX-RATE, :WS-TAX-ACCOUNT
               END-EXEC
               IF SQLCODE = 0
                   MOVE "TaxCodeDetails" TO WS-X-TAG
                   PERFORM OPEN-ELEMENT
                   MOVE "TaxCode" TO WS-X-TAG
                   MOVE WS-TAX-CODE TO WS-X-VALUE
                   PERFORM WRITE-ELEMENT
                   MOVE "Description" TO WS-X-TAG
                   MOVE WS-TAX-DESC TO WS-X-VALUE
                   PERFORM WRITE-ELEMENT
                   MOVE "TaxPercentage" TO WS-X-TAG
                   MOVE WS-TAX-RATE TO WS-AMOUNT-EDIT
                   MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-X-VALUE
                   PERFORM WRITE-ELEMENT
                   MOVE "TaxAccountID" TO WS-X-TAG
                   MOVE WS-TAX-ACCOUNT TO WS-X-VALUE
                   PERFORM WRITE-ELEMENT
                   MOVE "TaxCodeDetails" TO WS-X-TAG
                   PERFORM CLOSE-ELEMENT
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C4 END-EXEC

           MOVE "TaxTableEntry" TO WS-X-TAG
           PERFORM CLOSE-ELEMENT
           MOVE "TaxTable" TO WS-X-TAG
           PERFORM CLOSE-ELEMENT
           EXIT.

      *> every leg in journal (source code), date and transaction
      *> order; a journal row is a two-line transaction (J-id), a
      *> split entry one line per leg (S-id).
       WRITE-ENTRIES.
           MOVE "GeneralLedgerEntries" TO WS-X-TAG
           PERFORM OPEN-ELEMENT
           MOVE "NumberOfEntries" TO WS-X-TAG
           MOVE WS-DOC-COUNT TO WS-COUNT-EDIT
           MOVE FUNCTION TRIM(WS-COUNT-EDIT) TO WS-X-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "TotalDebit" TO WS-X-TAG
           MOVE WS-TOTAL-DEBIT TO WS-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-X-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "TotalCredit" TO WS-X-TAG
           MOVE WS-TOTAL-CREDIT TO WS-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-X-VALUE
           PERFORM WRITE-ELEMENT

           EXEC SQL
               DECLARE C5 CURSOR FOR
               SELECT T.source_code, T.kind, T.doc_id, T.entry_date,
                      T.memo, T.line_no, T.account_code,
                      T.debit_amt, T.credit_amt, T.party, T.tax
                 FROM (SELECT J.source_code, 'J' AS kind,
                              J.id AS doc_id, J.entry_date,
                              COALESCE(J.memo, ' ') AS memo,
                              1 AS line_no,
                              J.debit_account AS account_code,
                              J.home_amount AS debit_amt,
                              0 AS credit_amt,
                              COALESCE(J.counterparty_id, ' ')
                                AS party,
                              COALESCE(J.tax_code, ' ') AS tax
                         FROM journal_entry J
                         JOIN chart_of_accounts C
                           ON C.account_code = J.debit_account
                        WHERE J.status_flag = 'A'
                          AND J.ledger_code IN ('B', 'L')
                          AND J.entry_date BETWEEN :WS-PERIOD-START
                                               AND :WS-PERIOD-END
                          AND C.company_code = :WS-COMPANY-CODE
                       UNION ALL
                       SELECT J.source_code, 'J', J.id, J.entry_date,
                              COALESCE(J.memo, ' '), 2,
                              J.credit_account, 0, J.home_amount,
                              COALESCE(J.counterparty_id, ' '),
                              COALESCE(J.tax_code, ' ')
                         FROM journal_entry J
                         JOIN chart_of_accounts C
                           ON C.account_code = J.credit_account
                        WHERE J.status_flag = 'A'
                          AND J.ledger_code IN ('B', 'L')
                          AND J.entry_date BETWEEN :WS-PERIOD-START
                                               AND :WS-PERIOD-END
                          AND C.company_code = :WS-COMPANY-CODE
                       UNION ALL
                       SELECT A.source_code, 'J', A.id, A.entry_date,
                              COALESCE(A.memo, ' '), 1,
                              A.debit_account, A.home_amount, 0,
                              COALESCE(A.counterparty_id, ' '),
                              COALESCE(A.tax_code, ' ')
                         FROM journal_entry_archive A
                         JOIN chart_of_accounts C
                           ON C.account_code = A.debit_account
                        WHERE A.status_flag = 'A'
                          AND A.ledger_code IN ('B', 'L')
                          AND A.entry_date BETWEEN :WS-PERIOD-START
                                               AND :WS-PERIOD-END
                          AND C.company_code = :WS-COMPANY-CODE
                       UNION ALL
                       SELECT A.source_code, 'J', A.id, A.entry_date,
                              COALESCE(A.memo, ' '), 2,
                              A.credit_account, 0, A.home_amount,
                              COALESCE(A.counterparty_id, ' '),
                              COALESCE(A.tax_code, ' ')
                         FROM journal_entry_archive A
                         JOIN chart_of_accounts C
                           ON C.account_code = A.credit_account
                        WHERE A.status_flag = 'A'
                          AND A.ledger_code IN ('B', 'L')
                          AND A.entry_date BETWEEN :WS-PERIOD-START
                                               AND :WS-PERIOD-END
                          AND C.company_code = :WS-COMPANY-CODE
                       UNION ALL
                       SELECT H.source_code, 'S', H.id, H.entry_date,
                              COALESCE(H.memo, ' '), L.id,
                              L.account_code, L.debit_amount,
                              L.credit_amount, ' ', ' '
                         FROM split_line L
                         JOIN split_header H ON H.id = L.header_id
                         JOIN chart_of_accounts C
                           ON C.account_code = L.account_code
                        WHERE H.status_flag = 'A'
                          AND H.entry_date BETWEEN :WS-PERIOD-START
                                               AND :WS-PERIOD-END
                          AND C.company_code = :WS-COMPANY-CODE) T
                ORDER BY T.source_code, T.entry_date, T.kind,
                         T.doc_id, T.line_no
           END-EXEC

           EXEC SQL OPEN C5 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C5 INTO :WS-SOURCE-CODE, :WS-DOC-KIND,
                       :WS-DOC-ID, :WS-ENTRY-DATE, :WS-MEMO,
                       :WS-LINE-NO, :WS-ACCOUNT-CODE, :WS-LINE-DEBIT,
                       :WS-LINE-CREDIT, :WS-PARTY-ID, :WS-TAX-CODE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM WRITE-ONE-LEG
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C5 END-EXEC

           IF WS-TXN-OPEN = "Y"
               MOVE "Transaction" TO WS-X-TAG
               PERFORM CLOSE-ELEMENT
           END-IF
           IF WS-JOURNAL-OPEN = "Y"
               MOVE "Journal" TO WS-X-TAG
               PERFORM CLOSE-ELEMENT
           END-IF
           MOVE "GeneralLedgerEntries" TO WS-X-TAG
           PERFORM CLOSE-ELEMENT
           EXIT.

       WRITE-ONE-LEG.
           IF WS-JOURNAL-OPEN = "N"
              OR WS-SOURCE-CODE NOT = WS-PREV-SOURCE
               IF WS-TXN-OPEN = "Y"
                   MOVE "Transaction" TO WS-X-TAG
                   PERFORM CLOSE-ELEMENT
                   MOVE "N" TO WS-TXN-OPEN
               END-IF
               IF WS-JOURNAL-OPEN = "Y"
                   MOVE "Journal" TO WS-X-TAG
                   PERFORM CLOSE-ELEMENT
               END-IF
               MOVE "Journal" TO WS-X-TAG
               PERFORM OPEN-ELEMENT
               MOVE "Y" TO WS-JOURNAL-OPEN
               MOVE "JournalID" TO WS-X-TAG
               MOVE WS-SOURCE-CODE TO WS-X-VALUE
               PERFORM WRITE-ELEMENT
               MOVE "Description" TO WS-X-TAG
               MOVE SPACES TO WS-X-VALUE
               STRING "SOURCE CODE " WS-SOURCE-CODE
                   DELIMITED BY SIZE
                   INTO WS-X-VALUE
               END-STRING
               PERFORM WRITE-ELEMENT
               MOVE WS-SOURCE-CODE TO WS-PREV-SOURCE
           END-IF

           IF WS-TXN-OPEN = "N"
              OR WS-DOC-KIND NOT = WS-PREV-KIND
              OR WS-DOC-ID NOT = WS-PREV-DOC-ID
               IF WS-TXN-OPEN = "Y"
                   MOVE "Transaction" TO WS-X-TAG
                   PERFORM CLOSE-ELEMENT
               END-IF
               MOVE "Transaction" TO WS-X-TAG
               PERFORM OPEN-ELEMENT
               MOVE "Y" TO WS-TXN-OPEN
               ADD 1 TO WS-WRITTEN-DOCS
               MOVE "TransactionID" TO WS-X-TAG
               MOVE WS-DOC-ID TO WS-COUNT-EDIT
               MOVE SPACES TO WS-X-VALUE
               STRING WS-DOC-KIND "-" FUNCTION TRIM(WS-COUNT-EDIT)
                   DELIMITED BY SIZE
                   INTO WS-X-VALUE
               END-STRING
               PERFORM WRITE-ELEMENT
               MOVE "TransactionDate" TO WS-X-TAG
               MOVE WS-ENTRY-DATE TO WS-X-VALUE
               PERFORM WRITE-ELEMENT
               MOVE "Description" TO WS-X-TAG
               MOVE WS-MEMO TO WS-X-VALUE
               PERFORM WRITE-ELEMENT
               MOVE WS-DOC-KIND TO WS-PREV-KIND
               MOVE WS-DOC-ID   TO WS-PREV-DOC-ID
           END-IF

           MOVE "Line" TO WS-X-TAG
           PERFORM OPEN-ELEMENT
           MOVE "RecordID" TO WS-X-TAG
           MOVE WS-LINE-NO TO WS-COUNT-EDIT
           MOVE FUNCTION TRIM(WS-COUNT-EDIT) TO WS-X-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "AccountID" TO WS-X-TAG
           MOVE WS-ACCOUNT-CODE TO WS-X-VALUE
           PERFORM WRITE-ELEMENT
           IF WS-PARTY-ID NOT = SPACES
               IF WS-SOURCE-CODE = "AR"
                   MOVE "CustomerID" TO WS-X-TAG
               ELSE
                   MOVE "SupplierID" TO WS-X-TAG
               END-IF
               MOVE WS-PARTY-ID TO WS-X-VALUE
               PERFORM WRITE-ELEMENT
           END-IF
           MOVE "Description" TO WS-X-TAG
           MOVE WS-MEMO TO WS-X-VALUE
           PERFORM WRITE-ELEMENT
           IF WS-LINE-DEBIT NOT = 0
               MOVE "DebitAmount" TO WS-X-TAG
               PERFORM OPEN-ELEMENT
               MOVE "Amount" TO WS-X-TAG
               MOVE WS-LINE-DEBIT TO WS-AMOUNT-EDIT
               MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-X-VALUE
               PERFORM WRITE-ELEMENT
               MOVE "DebitAmount" TO WS-X-TAG
               PERFORM CLOSE-ELEMENT
               ADD WS-LINE-DEBIT TO WS-WRITTEN-DEBIT
           END-IF
           IF WS-LINE-CREDIT NOT = 0
               MOVE "CreditAmount" TO WS-X-TAG
               PERFORM OPEN-ELEMENT
               MOVE "Amount" TO WS-X-TAG
               MOVE WS-LINE-CREDIT TO WS-AMOUNT-EDIT
               MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-X-VALUE
               PERFORM WRITE-ELEMENT
               MOVE "CreditAmount" TO WS-X-TAG
               PERFORM CLOSE-ELEMENT
               ADD WS-LINE-CREDIT TO WS-WRITTEN-CREDIT
           END-IF
           IF WS-TAX-CODE NOT = SPACES
               MOVE "TaxInformation" TO WS-X-TAG
               PERFORM OPEN-ELEMENT
               MOVE "TaxCode" TO WS-X-TAG
               MOVE WS-TAX-CODE TO WS-X-VALUE
               PERFORM WRITE-ELEMENT
               MOVE "TaxInformation" TO WS-X-TAG
               PERFORM CLOSE-ELEMENT
           END-IF
           MOVE "Line" TO WS-X-TAG
           PERFORM CLOSE-ELEMENT
           EXIT.

       OPEN-ELEMENT.
           MOVE SPACES TO FD-SAFT-LINE
           COMPUTE WS-X-LINE-PTR = WS-X-DEPTH * 2 + 1
           STRING "<" WS-X-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO FD-SAFT-LINE
               WITH POINTER WS-X-LINE-PTR
           END-STRING
           WRITE FD-SAFT-LINE
           ADD 1 TO WS-X-DEPTH
           EXIT.

       CLOSE-ELEMENT.
           SUBTRACT 1 FROM WS-X-DEPTH
           MOVE SPACES TO FD-SAFT-LINE
           COMPUTE WS-X-LINE-PTR = WS-X-DEPTH * 2 + 1
           STRING "</" WS-X-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO FD-SAFT-LINE
               WITH POINTER WS-X-LINE-PTR
           END-STRING
           WRITE FD-SAFT-LINE
           EXIT.

       WRITE-ELEMENT.
           PERFORM ESCAPE-VALUE
           MOVE SPACES TO FD-SAFT-LINE
           COMPUTE WS-X-LINE-PTR = WS-X-DEPTH * 2 + 1
           STRING "<" WS-X-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO FD-SAFT-LINE
               WITH POINTER WS-X-LINE-PTR
           END-STRING
           IF WS-X-OUT-LEN > 0
               STRING WS-X-OUT (1:WS-X-OUT-LEN) DELIMITED BY SIZE
                   INTO FD-SAFT-LINE
                   WITH POINTER WS-X-LINE-PTR
               END-STRING
           END-IF
           STRING "</" WS-X-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO FD-SAFT-LINE
               WITH POINTER WS-X-LINE-PTR
           END-STRING
           WRITE FD-SAFT-LINE
           MOVE SPACES TO WS-X-VALUE
           EXIT.

      *> the value with trailing spaces dropped and the five XML
      *> special characters written as entities.
       ESCAPE-VALUE.
           MOVE SPACES TO WS-X-OUT
           MOVE 1 TO WS-X-OUT-PTR
           IF WS-X-VALUE = SPACES
               MOVE 0 TO WS-X-LEN
           ELSE
               COMPUTE WS-X-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-X-VALUE TRAILING))
           END-IF
           PERFORM VARYING WS-X-SUB FROM 1 BY 1
                   UNTIL WS-X-SUB > WS-X-LEN
               MOVE WS-X-VALUE (WS-X-SUB:1) TO WS-X-CHAR
               EVALUATE WS-X-CHAR
                 WHEN "&"
                   STRING "&amp;" DELIMITED BY SIZE
                       INTO WS-X-OUT WITH POINTER WS-X-OUT-PTR
                   END-STRING
                 WHEN "<"
                   STRING "&lt;" DELIMITED BY SIZE
                       INTO WS-X-OUT WITH POINTER WS-X-OUT-PTR
                   END-STRING
                 WHEN ">"
                   STRING "&gt;" DELIMITED BY SIZE
                       INTO WS-X-OUT WITH POINTER WS-X-OUT-PTR
                   END-STRING
                 WHEN '"'
                   STRING "&quot;" DELIMITED BY SIZE
                       INTO WS-X-OUT WITH POINTER WS-X-OUT-PTR
                   END-STRING
                 WHEN "'"
                   STRING "&apos;" DELIMITED BY SIZE
                       INTO WS-X-OUT WITH POINTER WS-X-OUT-PTR
                   END-STRING
                 WHEN OTHER
                   MOVE WS-X-CHAR TO WS-X-OUT (WS-X-OUT-PTR:1)
                   ADD 1 TO WS-X-OUT-PTR
               END-EVALUATE
           END-PERFORM
           COMPUTE WS-X-OUT-LEN = WS-X-OUT-PTR - 1
           EXIT.

       END PROGRAM SAFT-EXPORT.
