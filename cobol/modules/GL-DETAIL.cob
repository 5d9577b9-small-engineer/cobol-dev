       01  WS-AS-OF           PIC X(26).
       01  WS-AS-OF-FLAG      PIC X(1).
       01  WS-LEDGER-SIDE     PIC X(1).
       01  WS-OWNER-ID        PIC X(50).
       01  WS-RENUMBER        PIC X(1).
       01  WS-CURRENT-CODE    PIC X(50).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
       01  L-INCLUDE-ARCHIVE  PIC X(1).
       01  L-AS-OF            PIC X(26).
       01  L-LEDGER           PIC X(1).
       01  L-NUMBERING        PIC X(1).

       PROCEDURE DIVISION USING L-ACCOUNT L-START-DATE L-END-DATE
           L-COMPANY-CODE L-SOURCE-CODE L-INCLUDE-ARCHIVE L-AS-OF
           L-LEDGER L-NUMBERING.

      *> the GL detail report auditors ask for every year-end - every
      *> journal_entry row touching one account, in chronological
      *> order, with a running balance. Debits to the
      *> account add to the balance, credits subtract from it, same
      *> "debit/credit" shape TRIAL-BAL already uses per account.
      *> L-NUMBERING "N" presents the history under today's chart:
      *> rows booked on accounts since retired into this one (per
      *> account_xref) are included and print under their current
      *> codes, and the restructure transfers between them drop out.
       MAIN-LOGIC.
           MOVE L-ACCOUNT     TO WS-ACCOUNT-CODE
           MOVE L-START-DATE  TO WS-START-DATE
             WHEN OTHER
                 MOVE "L" TO WS-LEDGER-SIDE
           END-EVALUATE
           IF L-NUMBERING = "N"
               MOVE "Y" TO WS-RENUMBER
           ELSE
               MOVE "N" TO WS-RENUMBER
           END-IF
           MOVE 0             TO WS-RUNNING-BALANCE
           MOVE 0             TO WS-LINE-COUNT

               GOBACK
           END-IF

      *> asked for a retired code under the new numbering, the report
      *> is the account that carries its history today.
           IF WS-RENUMBER = "Y"
               MOVE SPACES TO WS-CURRENT-CODE
               EXEC SQL
                   SELECT current_code INTO :WS-CURRENT-CODE
                     FROM account_xref
                    WHERE old_account_code = :WS-ACCOUNT-CODE
               END-EXEC
               IF SQLCODE = 0
                   DISPLAY "GL-DETAIL: " FUNCTION TRIM(WS-ACCOUNT-CODE)
                       " IS RETIRED INTO "
                       FUNCTION TRIM(WS-CURRENT-CODE)
                       " - REPORTED UNDER "
                       FUNCTION TRIM(WS-CURRENT-CODE)
                   MOVE WS-CURRENT-CODE TO WS-ACCOUNT-CODE
               END-IF
           END-IF

      *> output runs through the shared report writer, same as
      *> TRIAL-BAL - headers, page breaks and the PRINT_FILE spool.
           MOVE SPACES TO WS-RPT-LINE
           IF WS-RENUMBER = "Y"
               STRING "GL DETAIL FOR "
                   WS-ACCOUNT-CODE (1:30) " "
                   WS-START-DATE " TO " WS-END-DATE
                   " UNDER CURRENT NUMBERING"
                   DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING "GL DETAIL FOR "
                   WS-ACCOUNT-CODE (1:30) " "
                   WS-START-DATE " TO " WS-END-DATE
                   INTO WS-RPT-LINE
               END-STRING
           END-IF
           CALL "REPORT-WRITER" USING BY CONTENT "INIT"
                                BY REFERENCE WS-RPT-LINE

      *> the account's detail is its owner's slice: under report
      *> bursting it lands in the cert_owner's own spool file; an
      *> account nobody owns goes out UNASSIGNED.
           MOVE SPACES TO WS-OWNER-ID
           EXEC SQL
               SELECT operator_id INTO :WS-OWNER-ID
                 FROM cert_owner
                WHERE account_code = :WS-ACCOUNT-CODE
           END-EXEC
           MOVE SPACES TO WS-RPT-LINE
           MOVE "OWNR" TO WS-RPT-LINE (1:4)
           IF WS-OWNER-ID = SPACES
               MOVE "UNOWNED" TO WS-RPT-LINE (5:30)
           ELSE
               MOVE WS-OWNER-ID TO WS-RPT-LINE (5:30)
               MOVE WS-OWNER-ID TO WS-RPT-LINE (35:50)
           END-IF
           CALL "REPORT-WRITER" USING BY CONTENT "BREAK"
                                BY REFERENCE WS-RPT-LINE

      *> seed the running balance from the account_balance summary of
      *> every period already ended before the report starts, so the
      *> report ties out to the summarized ledger without this program
                                           - credit_total), 0)
                         INTO :WS-OPEN-BALANCE
                         FROM account_balance
                        WHERE (account_code = :WS-ACCOUNT-CODE
                               OR (:WS-RENUMBER = 'Y'
                                   AND account_code IN
                                       (SELECT old_account_code
                                          FROM account_xref
                                         WHERE current_code
                                               = :WS-ACCOUNT-CODE)))
                          AND period_end < :WS-START-DATE
                   END-EXEC
               END-IF
           CALL "REPORT-WRITER" USING BY CONTENT "HEADING"
                                BY REFERENCE WS-RPT-LINE

           IF WS-RENUMBER = "Y"
               PERFORM REPORT-RENUMBERED-DETAIL
           ELSE
               PERFORM REPORT-POSTED-DETAIL
           END-IF

           MOVE WS-RUNNING-BALANCE TO WS-BALANCE-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "GL-DETAIL LINES=" WS-LINE-COUNT
               " ENDING BALANCE=" WS-BALANCE-EDIT
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "TOTAL"
                                BY REFERENCE WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING BY CONTENT "CLOSE"
                                BY REFERENCE WS-RPT-LINE

           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT".
           GOBACK.

      *> the archive half only contributes when the caller asked to
      *> span it - three-year lookbacks stop being a special
      *> ceremony - and its rows print with an A marker so the reader
      *> seed is unaffected: archived periods' account_balance rows
      *> stayed behind at archive time, and the detail below only
      *> covers the requested range.
       REPORT-POSTED-DETAIL.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT id, entry_date, debit_account, credit_account,
           END-PERFORM

           EXEC SQL CLOSE C1 END-EXEC
           EXIT.

      *> the same population under today's chart: rows on this
      *> account or on any code account_xref resolves to it, printed
      *> with both sides resolved. A row whose two sides resolve to
      *> the same account - the restructure's own transfer, or any
      *> posting between two codes since merged - moves nothing
      *> within the account and is left out.
       REPORT-RENUMBERED-DETAIL.
           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT J.id, J.entry_date,
                      COALESCE(XD.current_code, J.debit_account),
                      COALESCE(XC.current_code, J.credit_account),
                      J.amount, J.memo, J.home_amount, 'N' AS archived
                 FROM journal_entry J
                 LEFT JOIN account_xref XD
                   ON XD.old_account_code = J.debit_account
                 LEFT JOIN account_xref XC
                   ON XC.old_account_code = J.credit_account
                WHERE (J.debit_account = :WS-ACCOUNT-CODE
                       OR J.credit_account = :WS-ACCOUNT-CODE
                       OR XD.current_code = :WS-ACCOUNT-CODE
                       OR XC.current_code = :WS-ACCOUNT-CODE)
                  AND COALESCE(XD.current_code, J.debit_account)
                      <> COALESCE(XC.current_code, J.credit_account)
                  AND J.status_flag = 'A'
                  AND J.entry_date BETWEEN :WS-START-DATE
                                       AND :WS-END-DATE
                  AND (:WS-COMPANY-CODE = ' '
                       OR J.company_code = :WS-COMPANY-CODE)
                  AND (:WS-SOURCE-CODE = ' '
                       OR J.source_code = :WS-SOURCE-CODE)
                  AND (:WS-AS-OF-FLAG = 'N'
                       OR J.posted_at <= CAST(:WS-AS-OF AS TIMESTAMP))
                  AND (J.ledger_code = 'B'
                       OR J.ledger_code = :WS-LEDGER-SIDE
                       OR :WS-LEDGER-SIDE = 'A')
               UNION ALL
               SELECT J.id, J.entry_date,
                      COALESCE(XD.current_code, J.debit_account),
                      COALESCE(XC.current_code, J.credit_account),
                      J.amount, J.memo, J.home_amount, 'Y' AS archived
                 FROM journal_entry_archive J
                 LEFT JOIN account_xref XD
                   ON XD.old_account_code = J.debit_account
                 LEFT JOIN account_xref XC
                   ON XC.old_account_code = J.credit_account
                WHERE :WS-INCLUDE-ARCHIVE = 'Y'
                  AND (J.debit_account = :WS-ACCOUNT-CODE
                       OR J.credit_account = :WS-ACCOUNT-CODE
                       OR XD.current_code = :WS-ACCOUNT-CODE
                       OR XC.current_code = :WS-ACCOUNT-CODE)
                  AND COALESCE(XD.current_code, J.debit_account)
                      <> COALESCE(XC.current_code, J.credit_account)
                  AND J.status_flag = 'A'
                  AND J.entry_date BETWEEN :WS-START-DATE
                                       AND :WS-END-DATE
                  AND (:WS-COMPANY-CODE = ' '
                       OR J.company_code = :WS-COMPANY-CODE)
                  AND (:WS-SOURCE-CODE = ' '
                       OR J.source_code = :WS-SOURCE-CODE)
                  AND (:WS-AS-OF-FLAG = 'N'
                       OR J.posted_at <= CAST(:WS-AS-OF AS TIMESTAMP))
                  AND (J.ledger_code = 'B'
                       OR J.ledger_code = :WS-LEDGER-SIDE
                       OR :WS-LEDGER-SIDE = 'A')
               ORDER BY 2, 1
           END-EXEC

           EXEC SQL OPEN C2 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C2 INTO :WS-ENTRY-ID, :WS-ENTRY-DATE,
                       :WS-DEBIT-ACCOUNT, :WS-CREDIT-ACCOUNT,
                       :WS-AMOUNT, :WS-MEMO, :WS-HOME-AMOUNT,
                       :WS-ARCHIVED-MARK
               END-EXEC
               IF SQLCODE = 0
                   PERFORM UPDATE-RUNNING-BALANCE
                   PERFORM PRINT-DETAIL-LINE
                   ADD 1 TO WS-LINE-COUNT
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C2 END-EXEC
           EXIT.

      *> runs off home_amount, not amount - a foreign-currency entry
      *> would otherwise corrupt the running balance for every line
