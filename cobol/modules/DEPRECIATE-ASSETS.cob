       01  WS-COST-CENTER    PIC X(10).
       01  WS-ACCUM-POSTED   PIC 9(9)V99.
       01  WS-DEPR-AMOUNT    PIC 9(9)V99.
       01  WS-ASSET-STATUS   PIC X(10).
       01  WS-BOOK-DUE       PIC X(1).
       01  WS-TAX-DUE        PIC X(1).
       01  WS-TAX-METHOD     PIC X(3).
       01  WS-TAX-LIFE       PIC 9(4).
       01  WS-TAX-ACCUM      PIC 9(9)V99.
       01  WS-TAX-MONTHS     PIC 9(4).
       01  WS-TAX-AMOUNT     PIC 9(9)V99.
       01  WS-BOOK-TAX-DIFF  PIC S9(9)V99.
       01  WS-DEFERRED-POSTED PIC S9(9)V99.
       01  WS-DEFERRED-DELTA PIC S9(9)V99.
       01  WS-HISTORY-COUNT  PIC 9(9).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL

       01  WS-CONNECT-STATUS  PIC X(1).
       01  WS-ENV-NAME        PIC X(30).
       01  WS-PARAM-NAME      PIC X(30).
       01  WS-PARAM-COMPANY   PIC X(5).
       01  WS-PARAM-VALUE     PIC X(100).
       01  WS-OPERATOR-ID     PIC X(50).
       01  WS-DEPR-MEMO       PIC X(100).
       01  WS-SOURCE-REF      PIC X(50).
       01  WS-CTL-OVERRIDE    PIC X(1)      VALUE SPACES.
       01  WS-COMMITMENT-ID   PIC 9(9)      VALUE 0.
       01  WS-NO-UOM          PIC X(10)     VALUE SPACES.
       01  WS-NO-PROJECT      PIC X(10)     VALUE SPACES.
       01  WS-NO-COUNTERPARTY PIC X(20)     VALUE SPACES.
       01  WS-LEDGER-CODE     PIC X(1)      VALUE SPACES.
       01  WS-CE-RETURN-CODE  PIC 9(4).
       01  WS-POSTED-COUNT    PIC 9(9)      VALUE 0.
       01  WS-SKIPPED-COUNT   PIC 9(9)      VALUE 0.
       01  WS-ERROR-COUNT     PIC 9(9)      VALUE 0.
       01  WS-REMAINING       PIC S9(10)V99.
       01  WS-BOOK-POSTED-FLAG PIC X(1).

      *> tax-book work fields. The declining-balance rate is the
      *> method's multiple (1.5 for DB, 2 for DDB) over the tax life
      *> in months, applied to the tax net book value; it switches to
      *> straight line over the remaining months once that is larger.
       01  WS-TAX-REMAINING   PIC S9(10)V99.
       01  WS-TAX-MONTHS-LEFT PIC S9(5).
       01  WS-DB-FACTOR       PIC 9V9.
       01  WS-SL-CHARGE       PIC 9(9)V99.
       01  WS-TAX-POSTED-COUNT PIC 9(9)     VALUE 0.

      *> deferred tax settings. Unset rate or accounts mean the run
      *> records the book-tax difference and books no deferred tax.
       01  WS-DT-RATE-TEXT    PIC X(10).
       01  WS-DT-RATE         PIC 9(3)V99   VALUE 0.
       01  WS-DT-EXPENSE-ACCT PIC X(50).
       01  WS-DT-LIAB-ACCT    PIC X(50).
       01  WS-DT-LEDGER       PIC X(1).
       01  WS-DT-CONFIGURED   PIC X(1).
       01  WS-DT-TARGET       PIC S9(9)V99.
       01  WS-DT-AMOUNT       PIC 9(9)V99.
       01  WS-DT-DEBIT        PIC X(50).
       01  WS-DT-CREDIT       PIC X(50).
       01  WS-DT-MEMO         PIC X(100).
       01  WS-DT-POSTED-COUNT PIC 9(9)      VALUE 0.

      *> every due asset is buffered while cursor C1 is still open,
      *> for the same reason REVERSE-ACCRUALS buffers its accruals -
               10  WS-TBL-EXP-ACCT    PIC X(50).
               10  WS-TBL-CC          PIC X(10).
               10  WS-TBL-ACCUM       PIC 9(9)V99.
               10  WS-TBL-STATUS      PIC X(10).
               10  WS-TBL-BOOK-DUE    PIC X(1).
               10  WS-TBL-TAX-DUE     PIC X(1).
               10  WS-TBL-TAX-METHOD  PIC X(3).
               10  WS-TBL-TAX-LIFE    PIC 9(4).
               10  WS-TBL-TAX-ACCUM   PIC 9(9)V99.
               10  WS-TBL-TAX-MONTHS  PIC 9(4).
               10  WS-TBL-DT-POSTED   PIC S9(9)V99.
       01  WS-ASSET-COUNT     PIC 9(9)      VALUE 0.

       LINKAGE SECTION.
      *> "every FA posting this period" is a WHERE clause. An asset
      *> whose last charge already covers this period end is skipped,
      *> so rerunning a period posts nothing twice.
      *> Alongside it the run keeps the tax book: the period's tax
      *> charge under the asset's tax method and life is recorded on
      *> the register (never posted), the cumulative book-tax
      *> difference is carried per asset, and each period's figures
      *> land in asset_depr_history for TAX-DEPR-SCHEDULE. When
      *> DEFERRED_TAX_RATE (percent) and the DEFERRED_TAX_EXPENSE_ACCT
      *> and DEFERRED_TAX_LIABILITY_ACCT accounts are set, the movement
      *> in each asset's deferred tax (difference times rate, less what
      *> is already booked) posts under source FA on ledger code
      *> DEFERRED_TAX_LEDGER - G, group-only, unless the local books
      *> carry deferred tax (L). A disposed asset's deferred tax is
      *> released on the next run.
       MAIN-LOGIC.
           MOVE L-PERIOD-START TO WS-PERIOD-START
           MOVE L-PERIOD-END   TO WS-PERIOD-END
           MOVE 0              TO WS-POSTED-COUNT
           MOVE 0              TO WS-SKIPPED-COUNT
           MOVE 0              TO WS-ERROR-COUNT
           MOVE 0              TO WS-TAX-POSTED-COUNT
           MOVE 0              TO WS-DT-POSTED-COUNT

           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
               GOBACK
           END-IF

           PERFORM LOAD-DEFERRED-TAX-SETTINGS

      *> in service by period end, still active, and due in either
      *> book - not yet charged for this period and not yet fully
      *> written down in that book - plus any disposed asset still
      *> carrying deferred tax to release.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT id, description, cost, life_months,
                      accum_account, expense_account,
                      COALESCE(cost_center, ' '), accum_posted,
                      status,
                      CASE WHEN status = 'ACTIVE'
                            AND (last_depr_end IS NULL
                                 OR last_depr_end < :WS-PERIOD-END)
                            AND accum_posted < cost
                           THEN 'Y' ELSE 'N' END,
                      CASE WHEN status = 'ACTIVE'
                            AND (last_tax_end IS NULL
                                 OR last_tax_end < :WS-PERIOD-END)
                            AND tax_accum < cost
                           THEN 'Y' ELSE 'N' END,
                      tax_method,
                      COALESCE(tax_life_months, life_months),
                      tax_accum, tax_months_taken,
                      deferred_tax_posted
                 FROM asset_master
                WHERE in_service_date <= :WS-PERIOD-END
                  AND ((status = 'ACTIVE'
                        AND (((last_depr_end IS NULL
                               OR last_depr_end < :WS-PERIOD-END)
                              AND accum_posted < cost)
                          OR ((last_tax_end IS NULL
                               OR last_tax_end < :WS-PERIOD-END)
                              AND tax_accum < cost)))
                    OR (status = 'DISPOSED'
                        AND deferred_tax_posted <> 0))
                ORDER BY id
           END-EXEC

                   FETCH C1 INTO :WS-ASSET-ID, :WS-DESCRIPTION,
                       :WS-COST, :WS-LIFE-MONTHS, :WS-ACCUM-ACCOUNT,
                       :WS-EXPENSE-ACCOUNT, :WS-COST-CENTER,
                       :WS-ACCUM-POSTED, :WS-ASSET-STATUS,
                       :WS-BOOK-DUE, :WS-TAX-DUE, :WS-TAX-METHOD,
                       :WS-TAX-LIFE, :WS-TAX-ACCUM, :WS-TAX-MONTHS,
                       :WS-DEFERRED-POSTED
               END-EXEC
               IF SQLCODE = 0
                   PERFORM BUFFER-ONE-ASSET

           DISPLAY "DEPRECIATE-ASSETS: POSTED=" WS-POSTED-COUNT
               " SKIPPED=" WS-SKIPPED-COUNT
               " TAX CHARGES=" WS-TAX-POSTED-COUNT
               " DEFERRED TAX=" WS-DT-POSTED-COUNT
               " ERRORS=" WS-ERROR-COUNT

           IF WS-ERROR-COUNT NOT = 0
               TO WS-TBL-CC (WS-ASSET-COUNT)
           MOVE WS-ACCUM-POSTED
               TO WS-TBL-ACCUM (WS-ASSET-COUNT)
           MOVE WS-ASSET-STATUS
               TO WS-TBL-STATUS (WS-ASSET-COUNT)
           MOVE WS-BOOK-DUE
               TO WS-TBL-BOOK-DUE (WS-ASSET-COUNT)
           MOVE WS-TAX-DUE
               TO WS-TBL-TAX-DUE (WS-ASSET-COUNT)
           MOVE WS-TAX-METHOD
               TO WS-TBL-TAX-METHOD (WS-ASSET-COUNT)
           MOVE WS-TAX-LIFE
               TO WS-TBL-TAX-LIFE (WS-ASSET-COUNT)
           MOVE WS-TAX-ACCUM
               TO WS-TBL-TAX-ACCUM (WS-ASSET-COUNT)
           MOVE WS-TAX-MONTHS
               TO WS-TBL-TAX-MONTHS (WS-ASSET-COUNT)
           MOVE WS-DEFERRED-POSTED
               TO WS-TBL-DT-POSTED (WS-ASSET-COUNT)
           EXIT.

      *> one asset through both books and its deferred tax. A failed
      *> GL posting stops the asset there, so the tax book and the
      *> difference never run ahead of the book they are measured
      *> against.
       POST-ONE-CHARGE.
           MOVE WS-TBL-ASSET-ID (WS-ASSET-IDX)    TO WS-ASSET-ID
           MOVE WS-TBL-DESCRIPTION (WS-ASSET-IDX) TO WS-DESCRIPTION
           MOVE WS-TBL-EXP-ACCT (WS-ASSET-IDX)    TO WS-EXPENSE-ACCOUNT
           MOVE WS-TBL-CC (WS-ASSET-IDX)          TO WS-COST-CENTER
           MOVE WS-TBL-ACCUM (WS-ASSET-IDX)       TO WS-ACCUM-POSTED
           MOVE WS-TBL-STATUS (WS-ASSET-IDX)      TO WS-ASSET-STATUS
           MOVE WS-TBL-BOOK-DUE (WS-ASSET-IDX)    TO WS-BOOK-DUE
           MOVE WS-TBL-TAX-DUE (WS-ASSET-IDX)     TO WS-TAX-DUE
           MOVE WS-TBL-TAX-METHOD (WS-ASSET-IDX)  TO WS-TAX-METHOD
           MOVE WS-TBL-TAX-LIFE (WS-ASSET-IDX)    TO WS-TAX-LIFE
           MOVE WS-TBL-TAX-ACCUM (WS-ASSET-IDX)   TO WS-TAX-ACCUM
           MOVE WS-TBL-TAX-MONTHS (WS-ASSET-IDX)  TO WS-TAX-MONTHS
           MOVE WS-TBL-DT-POSTED (WS-ASSET-IDX)   TO WS-DEFERRED-POSTED

           MOVE 0   TO WS-DEPR-AMOUNT
           MOVE 0   TO WS-TAX-AMOUNT
           MOVE "N" TO WS-BOOK-POSTED-FLAG
           IF WS-BOOK-DUE = "Y"
               PERFORM POST-BOOK-CHARGE
               IF WS-CE-RETURN-CODE NOT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-TAX-DUE = "Y"
               PERFORM COMPUTE-TAX-CHARGE
           END-IF
           IF WS-BOOK-POSTED-FLAG = "Y" OR WS-TAX-DUE = "Y"
               PERFORM RECORD-TAX-BOOK
           END-IF
           IF WS-DT-CONFIGURED = "Y"
               PERFORM POST-DEFERRED-TAX
           END-IF
           EXIT.

      *> one month of straight line, with the final month absorbing
      *> whatever remains so the asset lands on exactly zero book
      *> value instead of dragging a rounding tail forever.
       POST-BOOK-CHARGE.
           MOVE 0 TO WS-CE-RETURN-CODE
           COMPUTE WS-DEPR-AMOUNT ROUNDED =
               WS-COST / WS-LIFE-MONTHS
           COMPUTE WS-REMAINING =
                      WS-SOURCE-REF WS-SOURCE-CODE WS-CE-ENTRY-ID
                      WS-TAX-CODE WS-CTL-OVERRIDE
                      WS-COMMITMENT-ID WS-NO-UOM
                      WS-LEDGER-CODE WS-NO-PROJECT WS-NO-COUNTERPARTY

           IF WS-CE-RETURN-CODE NOT = 0
               DISPLAY "DEPRECIATE-ASSETS ERROR POSTING ASSET "
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               PERFORM MARK-CHARGE-TAKEN
               ADD WS-DEPR-AMOUNT TO WS-ACCUM-POSTED
               MOVE "Y" TO WS-BOOK-POSTED-FLAG
               ADD 1 TO WS-POSTED-COUNT
           END-IF
           EXIT.

      *> the tax book's charge for the month. Straight line mirrors
      *> the GL book over the tax life; DB and DDB take their multiple
      *> of the straight-line rate on the remaining tax basis until
      *> straight line over the months left gives more. The last tax
      *> month (or a charge that would overrun cost) takes whatever
      *> basis remains.
       COMPUTE-TAX-CHARGE.
           COMPUTE WS-TAX-REMAINING = WS-COST - WS-TAX-ACCUM
           COMPUTE WS-TAX-MONTHS-LEFT = WS-TAX-LIFE - WS-TAX-MONTHS
           IF WS-TAX-REMAINING <= 0 OR WS-TAX-LIFE = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-TAX-MONTHS-LEFT <= 1
               MOVE WS-TAX-REMAINING TO WS-TAX-AMOUNT
           ELSE
               EVALUATE WS-TAX-METHOD
                 WHEN "DB"
                     MOVE 1.5 TO WS-DB-FACTOR
                 WHEN "DDB"
                     MOVE 2.0 TO WS-DB-FACTOR
                 WHEN OTHER
                     MOVE 0   TO WS-DB-FACTOR
               END-EVALUATE
               IF WS-DB-FACTOR = 0
                   COMPUTE WS-TAX-AMOUNT ROUNDED =
                       WS-COST / WS-TAX-LIFE
               ELSE
                   COMPUTE WS-TAX-AMOUNT ROUNDED =
                       WS-TAX-REMAINING * WS-DB-FACTOR / WS-TAX-LIFE
                   COMPUTE WS-SL-CHARGE ROUNDED =
                       WS-TAX-REMAINING / WS-TAX-MONTHS-LEFT
                   IF WS-SL-CHARGE > WS-TAX-AMOUNT
                       MOVE WS-SL-CHARGE TO WS-TAX-AMOUNT
                   END-IF
               END-IF
               IF WS-TAX-AMOUNT > WS-TAX-REMAINING
                   MOVE WS-TAX-REMAINING TO WS-TAX-AMOUNT
               END-IF
           END-IF

           ADD WS-TAX-AMOUNT TO WS-TAX-ACCUM
           ADD 1 TO WS-TAX-MONTHS
           ADD 1 TO WS-TAX-POSTED-COUNT
           EXIT.

      *> the tax book and the difference move on the register, and
      *> the period's figures land in asset_depr_history - one row
      *> per asset and period end, topped up if the two books were
      *> caught up on separate runs for the same period.
       RECORD-TAX-BOOK.
           COMPUTE WS-BOOK-TAX-DIFF = WS-TAX-ACCUM - WS-ACCUM-POSTED

           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "DEPRECIATE-ASSETS WARNING: TAX BOOK FOR "
                   "ASSET " WS-ASSET-ID " NOT RECORDED"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-TAX-DUE = "Y"
               EXEC SQL
                   UPDATE asset_master
                      SET tax_accum        = :WS-TAX-ACCUM,
                          tax_months_taken = :WS-TAX-MONTHS,
                          last_tax_end     = :WS-PERIOD-END,
                          book_tax_diff    = :WS-BOOK-TAX-DIFF
                    WHERE id = :WS-ASSET-ID
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE asset_master
                      SET book_tax_diff    = :WS-BOOK-TAX-DIFF
                    WHERE id = :WS-ASSET-ID
               END-EXEC
           END-IF

           EXEC SQL
               SELECT COUNT(*) INTO :WS-HISTORY-COUNT
                 FROM asset_depr_history
                WHERE asset_id   = :WS-ASSET-ID
                  AND period_end = :WS-PERIOD-END
           END-EXEC
           IF WS-HISTORY-COUNT = 0
               EXEC SQL
                   INSERT INTO asset_depr_history
                       (asset_id, period_end, book_charge, tax_charge,
                        book_accum, tax_accum, book_tax_diff,
                        deferred_tax)
                   VALUES
                       (:WS-ASSET-ID, :WS-PERIOD-END, :WS-DEPR-AMOUNT,
                        :WS-TAX-AMOUNT, :WS-ACCUM-POSTED,
                        :WS-TAX-ACCUM, :WS-BOOK-TAX-DIFF,
                        :WS-DEFERRED-POSTED)
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE asset_depr_history
                      SET book_charge   = book_charge
                                          + :WS-DEPR-AMOUNT,
                          tax_charge    = tax_charge + :WS-TAX-AMOUNT,
                          book_accum    = :WS-ACCUM-POSTED,
                          tax_accum     = :WS-TAX-ACCUM,
                          book_tax_diff = :WS-BOOK-TAX-DIFF
                    WHERE asset_id   = :WS-ASSET-ID
                      AND period_end = :WS-PERIOD-END
               END-EXEC
           END-IF

           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
           EXIT.

      *> the deferred tax the asset should carry is its cumulative
      *> difference at the rate (nothing once it is disposed); the
      *> entry books the movement from what is already booked. A
      *> growing liability debits deferred tax expense, a shrinking
      *> one (or a deferred tax asset building) credits it.
       POST-DEFERRED-TAX.
           IF WS-ASSET-STATUS = "ACTIVE"
               COMPUTE WS-BOOK-TAX-DIFF =
                   WS-TAX-ACCUM - WS-ACCUM-POSTED
               COMPUTE WS-DT-TARGET ROUNDED =
                   WS-BOOK-TAX-DIFF * WS-DT-RATE / 100
           ELSE
               MOVE 0 TO WS-DT-TARGET
           END-IF
           COMPUTE WS-DEFERRED-DELTA =
               WS-DT-TARGET - WS-DEFERRED-POSTED
           IF WS-DEFERRED-DELTA = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-DEFERRED-DELTA > 0
               MOVE WS-DT-EXPENSE-ACCT TO WS-DT-DEBIT
               MOVE WS-DT-LIAB-ACCT    TO WS-DT-CREDIT
               MOVE WS-DEFERRED-DELTA  TO WS-DT-AMOUNT
           ELSE
               MOVE WS-DT-LIAB-ACCT    TO WS-DT-DEBIT
               MOVE WS-DT-EXPENSE-ACCT TO WS-DT-CREDIT
               COMPUTE WS-DT-AMOUNT = 0 - WS-DEFERRED-DELTA
           END-IF

           MOVE SPACES TO WS-DT-MEMO
           STRING "DEFERRED TAX " WS-PERIOD-END " "
               WS-DESCRIPTION (1:40)
               INTO WS-DT-MEMO
           END-STRING
           MOVE SPACES TO WS-SOURCE-REF
           STRING "ASSET-" WS-ASSET-ID
               INTO WS-SOURCE-REF
           END-STRING
           MOVE 0 TO WS-CE-RETURN-CODE

           CALL "CREATE-ENTRY"
                USING WS-PERIOD-END WS-DT-DEBIT
                      WS-DT-CREDIT WS-DT-AMOUNT WS-DT-MEMO
                      WS-CE-RETURN-CODE WS-OPERATOR-ID WS-BATCH-ID
                      WS-CURRENCY-CODE WS-EXCHANGE-RATE WS-FORCE-DUP
                      WS-APPROVED WS-NOT-ACCRUAL WS-COST-CENTER
                      WS-SOURCE-REF WS-SOURCE-CODE WS-CE-ENTRY-ID
                      WS-TAX-CODE WS-CTL-OVERRIDE
                      WS-COMMITMENT-ID WS-NO-UOM
                      WS-DT-LEDGER WS-NO-PROJECT WS-NO-COUNTERPARTY

           IF WS-CE-RETURN-CODE NOT = 0
               DISPLAY "DEPRECIATE-ASSETS ERROR POSTING DEFERRED TAX "
                   "FOR ASSET " WS-ASSET-ID ", RC=" WS-CE-RETURN-CODE
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD WS-DEFERRED-DELTA TO WS-DEFERRED-POSTED
           ADD 1 TO WS-DT-POSTED-COUNT
           PERFORM MARK-DEFERRED-TAX-POSTED
           EXIT.

       MARK-DEFERRED-TAX-POSTED.
           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
           CALL "DB-UTIL" USING BY CONTENT "CONNECT"
                                BY REFERENCE WS-CONNECT-STATUS
                                BY CONTENT WS-ENV-NAME
           IF WS-CONNECT-STATUS NOT = "Y"
               DISPLAY "DEPRECIATE-ASSETS WARNING: DEFERRED TAX "
                   "POSTED BUT ASSET " WS-ASSET-ID " NOT ADVANCED"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE asset_master
                  SET deferred_tax_posted = :WS-DEFERRED-POSTED
                WHERE id = :WS-ASSET-ID
           END-EXEC
           EXEC SQL
               UPDATE asset_depr_history
                  SET deferred_tax = :WS-DEFERRED-POSTED
                WHERE asset_id   = :WS-ASSET-ID
                  AND period_end = :WS-PERIOD-END
           END-EXEC

           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
           EXIT.

      *> system parameters, read the same way as APPROVAL_THRESHOLD.
       LOAD-DEFERRED-TAX-SETTINGS.
           MOVE "N" TO WS-DT-CONFIGURED
           MOVE 0   TO WS-DT-RATE
           MOVE "DEFERRED_TAX_RATE" TO WS-PARAM-NAME
           MOVE SPACES TO WS-PARAM-COMPANY
           CALL "GET-PARAM" USING WS-PARAM-NAME WS-PARAM-COMPANY
                                  WS-PARAM-VALUE
           MOVE WS-PARAM-VALUE TO WS-DT-RATE-TEXT
           MOVE "DEFERRED_TAX_EXPENSE_ACCT" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME WS-PARAM-COMPANY
                                  WS-PARAM-VALUE
           MOVE WS-PARAM-VALUE TO WS-DT-EXPENSE-ACCT
           MOVE "DEFERRED_TAX_LIABILITY_ACCT" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME WS-PARAM-COMPANY
                                  WS-PARAM-VALUE
           MOVE WS-PARAM-VALUE TO WS-DT-LIAB-ACCT
           MOVE "DEFERRED_TAX_LEDGER" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME WS-PARAM-COMPANY
                                  WS-PARAM-VALUE
           MOVE WS-PARAM-VALUE TO WS-DT-LEDGER
           IF WS-DT-LEDGER NOT = "L"
               MOVE "G" TO WS-DT-LEDGER
           END-IF
           IF WS-DT-RATE-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-DT-RATE-TEXT) TO WS-DT-RATE
           END-IF
           IF WS-DT-RATE NOT = 0 AND WS-DT-EXPENSE-ACCT NOT = SPACES
               AND WS-DT-LIAB-ACCT NOT = SPACES
               MOVE "Y" TO WS-DT-CONFIGURED
           ELSE
               DISPLAY "DEPRECIATE-ASSETS: DEFERRED TAX NOT "
                   "CONFIGURED - BOOK-TAX DIFFERENCES RECORDED ONLY"
           END-IF
           EXIT.

      *> the register advances only once the charge is safely posted,
      *> same reconnect-after-CREATE-ENTRY shape as REVERSE-ACCRUALS'
      *> MARK-ENTRY-REVERSED.
