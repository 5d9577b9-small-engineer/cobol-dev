           COPY JOURNAL-ENTRY.
           01  WS-ACCT-COUNT   PIC 9(9).
           01  WS-CC-COUNT     PIC 9(9).
           01  WS-PROJECT-COUNT PIC 9(9).
           01  WS-CPTY-COUNT   PIC 9(9).
           01  WS-OPERATOR-ID  PIC X(50).
           01  WS-DEBIT-COMPANY  PIC X(5).
           01  WS-CREDIT-COMPANY PIC X(5).
      *> attempt actually succeeded.
       01  WS-CONNECT-STATUS  PIC X(1).
       01  WS-ENV-NAME        PIC X(30).
       01  WS-PARAM-NAME      PIC X(30).
       01  WS-PARAM-COMPANY   PIC X(5).
       01  WS-PARAM-VALUE     PIC X(100).
       01  WS-AUTHORIZED      PIC X(1).
       01  WS-TAX-AMOUNT      PIC 9(9)V99.
       01  WS-OVERRIDE-USED   PIC X(1).
           01  L-COMMITMENT-ID PIC 9(9).
           01  L-UOM           PIC X(10).
           01  L-LEDGER        PIC X(1).
           01  L-PROJECT-CODE  PIC X(10).
           01  L-COUNTERPARTY-ID PIC X(20).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-CONTROL-OVERRIDE
               L-COMMITMENT-ID
               L-UOM
               L-LEDGER
               L-PROJECT-CODE
               L-COUNTERPARTY-ID.

       MAIN-LOGIC.
           MOVE L-DATE       TO JE-DATE
           MOVE L-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE L-BATCH-ID   TO JE-BATCH-ID
           MOVE L-COST-CENTER TO JE-COST-CENTER
           MOVE L-PROJECT-CODE TO JE-PROJECT-CODE
           MOVE L-COUNTERPARTY-ID TO JE-COUNTERPARTY-ID
           MOVE L-SOURCE-REF TO JE-SOURCE-REF
           MOVE L-TAX-CODE   TO JE-TAX-CODE
           MOVE 0            TO L-RETURN-CODE
               GOBACK
           END-IF

           PERFORM VALIDATE-PROJECT
           IF L-RETURN-CODE NOT = 0
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
               GOBACK
           END-IF

           PERFORM CHECK-COUNTERPARTY

           PERFORM VALIDATE-TAX-CODE
           IF L-RETURN-CODE NOT = 0
               CALL "DB-UTIL" USING BY CONTENT "DISCONNECT"
                    adjusting_flag,
                    quantity,
                    uom,
                    ledger_code,
                    project_code,
                    counterparty_id)
               VALUES
                   (:JE-DATE,
                    :JE-DEBIT,
                    :JE-ADJUSTING,
                    :JE-QUANTITY,
                    :JE-UOM,
                    :JE-LEDGER,
                    :JE-PROJECT-CODE,
                    NULLIF(TRIM(:JE-COUNTERPARTY-ID), ''))
               RETURNING id INTO :JE-ID
           END-EXEC

      *> a blank cost center just means "not departmental" - but a
      *> supplied one has to be a known, active code in the
      *> cost_center master, the same gate VALIDATE-ACCOUNTS puts on
      *> the account codes - and a postable one, not a department or
      *> division reporting node.
       VALIDATE-COST-CENTER.
           IF JE-COST-CENTER = SPACES
               EXIT PARAGRAPH
                 FROM cost_center
                WHERE cost_center_code = :JE-COST-CENTER
                  AND active_flag = 'Y'
                  AND node_type = 'C'
           END-EXEC
           IF WS-CC-COUNT = 0
               DISPLAY "CREATE ERROR: UNKNOWN COST CENTER "
           END-IF
           EXIT.

      *> a project code gets the same gate as a cost center: blank
      *> is "not project work", a supplied one has to be on the
      *> project master and still OPEN - a closed or settled project
      *> takes no more cost.
       VALIDATE-PROJECT.
           IF JE-PROJECT-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :WS-PROJECT-COUNT
                 FROM project
                WHERE project_code = :JE-PROJECT-CODE
                  AND status = 'OPEN'
           END-EXEC
           IF WS-PROJECT-COUNT = 0
               DISPLAY "CREATE ERROR: UNKNOWN OR CLOSED PROJECT "
                   JE-PROJECT-CODE
               MOVE 1 TO L-RETURN-CODE
           END-IF
           EXIT.

      *> the vendor or customer a subledger feed names rides on the
      *> row it posts (or on the pending_entry row it is held in).
      *> Unlike a project, an id not on the counterparty master does
      *> not refuse the posting - nothing is lost - but is called
      *> out: it never reaches the 1099 totals until the master
      *> has it.
       CHECK-COUNTERPARTY.
           IF JE-COUNTERPARTY-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :WS-CPTY-COUNT
                 FROM counterparty
                WHERE counterparty_id = :JE-COUNTERPARTY-ID
           END-EXEC
           IF WS-CPTY-COUNT = 0
               DISPLAY "CREATE-ENTRY WARNING: COUNTERPARTY "
                   JE-COUNTERPARTY-ID
                   " IS NOT ON THE COUNTERPARTY MASTER"
           END-IF
           EXIT.

      *> reject the posting if its date falls in a closed fiscal
      *> period - a period closed company-wide (blank company) or
      *> closed for either company involved in this entry.
      *> row for the period? funds_check_flag per account says what
      *> a breach costs - W warns and posts, B refuses with return
      *> code 6. No flag, or no budget row for the period, and the
      *> check stands aside. A GRNI accrual (source GR) is spend the
      *> open commitment already counts, so it is neither checked
      *> nor counted as actuals here. Nor is a restructure transfer
      *> (source RS): it moves spend already booked on a retired
      *> account, not new spend.
       CHECK-FUNDS.
           IF JE-SOURCE-CODE = "GR" OR JE-SOURCE-CODE = "RS"
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COALESCE(MAX(funds_check_flag), 'N')
                 INTO :WS-FUNDS-FLAG
                 FROM journal_entry
                WHERE debit_account = :JE-DEBIT
                  AND status_flag = 'A'
                  AND source_code <> 'GR'
                  AND entry_date BETWEEN :WS-SUM-PERIOD-START
                                     AND :WS-SUM-PERIOD-END
           END-EXEC
                 FROM journal_entry
                WHERE credit_account = :JE-DEBIT
                  AND status_flag = 'A'
                  AND source_code <> 'GR'
                  AND entry_date BETWEEN :WS-SUM-PERIOD-START
                                     AND :WS-SUM-PERIOD-END
           END-EXEC
               EXIT PARAGRAPH
           END-IF

           MOVE "ADJUSTING_SOURCES" TO WS-PARAM-NAME
           MOVE WS-DEBIT-COMPANY TO WS-PARAM-COMPANY
           CALL "GET-PARAM" USING WS-PARAM-NAME WS-PARAM-COMPANY
                                  WS-PARAM-VALUE
           MOVE WS-PARAM-VALUE TO WS-ADJ-SOURCES
           IF WS-ADJ-SOURCES NOT = SPACES
               MOVE 0 TO WS-ADJ-TALLY
               INSPECT WS-ADJ-SOURCES TALLYING WS-ADJ-TALLY
      *> from an outright rejection. APPROVE-ENTRY clears it by
      *> calling back in with L-APPROVED set to "Y".
       CHECK-APPROVAL-THRESHOLD.
           MOVE "APPROVAL_THRESHOLD" TO WS-PARAM-NAME
           MOVE WS-DEBIT-COMPANY TO WS-PARAM-COMPANY
           CALL "GET-PARAM" USING WS-PARAM-NAME WS-PARAM-COMPANY
                                  WS-PARAM-VALUE
           MOVE WS-PARAM-VALUE TO WS-THRESHOLD-TEXT
           IF WS-THRESHOLD-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
                        amount, memo, operator_id, batch_id,
                        currency_code, exchange_rate, is_accrual,
                        cost_center, company_code, source_ref,
                        source_code, tax_code, ledger_code,
                        project_code, counterparty_id)
                   VALUES
                       (:JE-DATE, :JE-DEBIT, :JE-CREDIT,
                        :JE-AMOUNT, :JE-MEMO, :WS-OPERATOR-ID,
                        :JE-CURRENCY-CODE, :JE-EXCHANGE-RATE,
                        :JE-IS-ACCRUAL, :JE-COST-CENTER,
                        :WS-DEBIT-COMPANY, :JE-SOURCE-REF,
                        :JE-SOURCE-CODE, :JE-TAX-CODE, :JE-LEDGER,
                        :JE-PROJECT-CODE,
                        NULLIF(TRIM(:JE-COUNTERPARTY-ID), ''))
               END-EXEC
               DISPLAY "CREATE-ENTRY: AMOUNT " JE-AMOUNT
                   " EXCEEDS APPROVAL THRESHOLD, HELD PENDING APPROVAL"
