       01  WS-GROUP-ACCOUNT  PIC X(20).
       01  WS-DEBIT-TOTAL    PIC 9(11)V99.
       01  WS-CREDIT-TOTAL   PIC 9(11)V99.
       01  WS-UNTRANSLATED   PIC 9(9).
       01  WS-COMPANY-CODE   PIC X(5).
       01  WS-CURRENCY-CODE  PIC X(3).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
      *> cheat-sheet step, done by the machine. Everything is summed
      *> off home_amount so the feed lands in home currency, and the
      *> run refuses outright while any active account has no
      *> group-account mapping. A company keeping its books in another
      *> currency has to have been through TRANSLATE-FX for the
      *> period first: its CT adjustments sit on the group-only
      *> ledger, so the feed carries its translated figures and the
      *> CTA, never its functional-currency ones.
       MAIN-LOGIC.
           MOVE L-PERIOD-START TO WS-PERIOD-START
           MOVE L-PERIOD-END   TO WS-PERIOD-END
           END-IF

           PERFORM CHECK-MAPPING-COMPLETE
           IF L-RETURN-CODE = 0
               PERFORM CHECK-TRANSLATION-DONE
           END-IF
           IF L-RETURN-CODE NOT = 0
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           MOVE 1 TO L-RETURN-CODE
           EXIT.

      *> a foreign company with postings in the period and no
      *> translation run recorded for exactly this period holds the
      *> whole feed - its figures would land in its own currency.
       CHECK-TRANSLATION-DONE.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-UNTRANSLATED
                 FROM company C
                WHERE C.functional_currency <> 'USD'
                  AND EXISTS
                      (SELECT 1 FROM journal_entry J
                        WHERE J.company_code = C.company_code
                          AND J.status_flag = 'A'
                          AND J.entry_date BETWEEN :WS-PERIOD-START
                                               AND :WS-PERIOD-END)
                  AND NOT EXISTS
                      (SELECT 1 FROM fx_translation_run R
                        WHERE R.company_code = C.company_code
                          AND R.period_start = :WS-PERIOD-START
                          AND R.period_end   = :WS-PERIOD-END)
           END-EXEC

           IF WS-UNTRANSLATED = 0
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CONSOL-EXTRACT ERROR: " WS-UNTRANSLATED
               " FOREIGN COMPANY(IES) NOT TRANSLATED FOR THE PERIOD "
               "- RUN TRANSLATE-FX FIRST:"

           EXEC SQL
               DECLARE C3 CURSOR FOR
               SELECT C.company_code, C.functional_currency
                 FROM company C
                WHERE C.functional_currency <> 'USD'
                  AND EXISTS
                      (SELECT 1 FROM journal_entry J
                        WHERE J.company_code = C.company_code
                          AND J.status_flag = 'A'
                          AND J.entry_date BETWEEN :WS-PERIOD-START
                                               AND :WS-PERIOD-END)
                  AND NOT EXISTS
                      (SELECT 1 FROM fx_translation_run R
                        WHERE R.company_code = C.company_code
                          AND R.period_start = :WS-PERIOD-START
                          AND R.period_end   = :WS-PERIOD-END)
                ORDER BY C.company_code
           END-EXEC

           EXEC SQL OPEN C3 END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C3 INTO :WS-COMPANY-CODE, :WS-CURRENCY-CODE
               END-EXEC
               IF SQLCODE = 0
                   DISPLAY "  " WS-COMPANY-CODE " " WS-CURRENCY-CODE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C3 END-EXEC
           MOVE 1 TO L-RETURN-CODE
           EXIT.

      *> both sides of every active entry in the period, rolled up to
      *> the group account the local account maps to - the same
      *> two-sided union BALANCE-ROLLUP sums, pushed one level up the
      *> chart. The feed carries the GROUP view of the books: the
      *> both-view rows plus the group-only adjustments, with the
      *> local-only rows left out - one set of books, the parent's
      *> view of it. For a translated company the group-only rows
      *> include its CT adjustments, which bring each account to the
      *> translated figure.
       WRITE-GROUP-BALANCES.
           EXEC SQL
               DECLARE C2 CURSOR FOR
