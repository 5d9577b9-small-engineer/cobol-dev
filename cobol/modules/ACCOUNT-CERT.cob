
       01  WS-CONNECT-STATUS PIC X(1).
       01  WS-ENV-NAME       PIC X(30).
       01  WS-PARAM-NAME     PIC X(30).
       01  WS-PARAM-COMPANY  PIC X(5).
       01  WS-PARAM-VALUE    PIC X(100).
       01  WS-AUTHORIZED     PIC X(1).
       01  WS-RPT-LINE       PIC X(132).
       01  WS-AGE-EDIT       PIC ZZZZ9.
               END-IF
           END-IF

           PERFORM NOTE-CLEARING-RESIDUE

           EXEC SQL
               UPDATE account_cert
                  SET status = 'CERTIFIED',
           END-IF
           EXIT.

      *> a clearing account is signed off against CLEARING-MATCH's
      *> open-item list as of the period end: the owner sees how
      *> many items are still uncleared, and a sign-off with no
      *> supporting reference of its own points at that list.
       NOTE-CLEARING-RESIDUE.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM chart_of_accounts
                WHERE account_code = :WS-ACCOUNT-CODE
                  AND clearing_flag = 'Y'
           END-EXEC
           IF WS-ROW-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM journal_entry
                WHERE ((debit_account = :WS-ACCOUNT-CODE
                        AND debit_clearing_id IS NULL)
                       OR (credit_account = :WS-ACCOUNT-CODE
                        AND credit_clearing_id IS NULL))
                  AND debit_account <> credit_account
                  AND status_flag = 'A'
                  AND entry_date <= CAST(:WS-PERIOD-END AS DATE)
           END-EXEC
           DISPLAY "ACCOUNT-CERT: " WS-ACCOUNT-CODE
               " IS A CLEARING ACCOUNT WITH " WS-ROW-COUNT
               " OPEN ITEMS AT " WS-PERIOD-END

           IF WS-SOURCE-REF = SPACES
               STRING "CLEARING-MATCH OPEN ITEMS " WS-PERIOD-END
                   INTO WS-SOURCE-REF
               END-STRING
           END-IF
           EXIT.

      *> day 3 of close, answered: every uncertified account with
      *> how old the certification is and whose desk it sits on,
      *> oldest first.
      *> CERT_STALE_DAYS, and balance-sheet accounts that have never
      *> had a certification row at all, each buffered for an alert.
       SWEEP-STALE-CERTS.
           MOVE "CERT_STALE_DAYS" TO WS-PARAM-NAME
           MOVE SPACES TO WS-PARAM-COMPANY
           CALL "GET-PARAM" USING WS-PARAM-NAME WS-PARAM-COMPANY
                                  WS-PARAM-VALUE
           MOVE WS-PARAM-VALUE TO WS-STALE-TEXT
           IF WS-STALE-TEXT = SPACES
               MOVE 30 TO WS-STALE-DAYS
           ELSE
