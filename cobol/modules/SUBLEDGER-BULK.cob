       FILE-CONTROL.
      *> the same fixed-format AP/AR extract SUBLEDGER-IN reads -
      *> date(10), GL account(50), amount(14), invoice reference(50),
      *> optional tax code(10), optional vendor/customer id(20).
           SELECT EXTRACT-FILE ASSIGN DYNAMIC WS-EXTRACT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EXTRACT-FILE-STATUS.
           05  WS-EXT-AMOUNT-TEXT  PIC X(14).
           05  WS-EXT-REFERENCE    PIC X(50).
           05  WS-EXT-TAX-CODE     PIC X(10).
           05  WS-EXT-COUNTERPARTY PIC X(20).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-R-ACCT-LO       PIC X(50).
       01  WS-R-ACCT-HI       PIC X(50).
       01  WS-R-SOURCES       PIC X(50).
       01  WS-LOW-THRESHOLD   PIC 9(11)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
       01  WS-CONNECT-STATUS  PIC X(1).
       01  WS-SESSION-STATUS  PIC X(1).
       01  WS-ENV-NAME        PIC X(30).
       01  WS-PARAM-NAME      PIC X(30).
       01  WS-PARAM-COMPANY   PIC X(5).
       01  WS-PARAM-VALUE     PIC X(100).
       01  WS-LOCK-COMPANY    PIC X(5)    VALUE SPACES.
       01  WS-LOCK-START      PIC X(10)   VALUE SPACES.
       01  WS-LOCK-END        PIC X(10)   VALUE SPACES.
       01  WS-LOCK-RC         PIC 9(4).
       01  WS-AUTHORIZED      PIC X(1).

       01  WS-EXTRACT-FILE-NAME    PIC X(256).
               10  WS-FBK-REFERENCE PIC X(50).
               10  WS-FBK-TAX-CODE  PIC X(10).
               10  WS-FBK-SIDE      PIC X(1).
               10  WS-FBK-COUNTERPARTY PIC X(20).
       01  WS-FALLBACK-TOTAL  PIC 9(4)    VALUE 0.

       01  WS-MEMO            PIC X(100).
       01  WS-CTL-OVERRIDE    PIC X(1)      VALUE SPACES.
       01  WS-COMMITMENT-ID   PIC 9(9)      VALUE 0.
       01  WS-NO-UOM          PIC X(10)     VALUE SPACES.
       01  WS-NO-PROJECT      PIC X(10)     VALUE SPACES.
       01  WS-LEDGER-CODE     PIC X(1)      VALUE SPACES.
       01  WS-CONTROL-COMPANY PIC X(5).
       01  WS-SUSP-FORCE-DUP  PIC X(1)      VALUE "Y".
               MOVE "AP" TO WS-SOURCE-CODE
           END-IF

           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-FILE-STATUS NOT = "00"
               DISPLAY "SUBLEDGER-BULK ERROR: CANNOT OPEN "
               GOBACK
           END-IF

      *> the chunk deltas this lane applies to account_balance must
      *> never interleave with a rebuild of the same summary - the
      *> POSTING lock is held until the last fallback record is in.
           MOVE 0 TO WS-LOCK-RC
           CALL "RUN-LOCK" USING BY CONTENT "CLAIM"
                                 BY CONTENT "SUBLEDGER-BULK"
                                 BY CONTENT "POSTING"
                                 BY REFERENCE WS-LOCK-COMPANY
                                 WS-LOCK-START WS-LOCK-END
                                 WS-OPERATOR-ID WS-LOCK-RC
           IF WS-LOCK-RC NOT = 0
               MOVE WS-LOCK-RC TO L-RETURN-CODE
               CLOSE EXTRACT-FILE
               CALL "DB-UTIL" USING BY CONTENT "CLOSE-SESSION"
               GOBACK
           END-IF

      *> the file is routed on the lowest approval threshold any
      *> company has in force today - a record over it takes the
      *> per-record lane, where CREATE-ENTRY applies its own
      *> company's figure.
           MOVE "APPROVAL_THRESHOLD" TO WS-PARAM-NAME
           MOVE SPACES TO WS-PARAM-COMPANY
           CALL "GET-PARAM" USING WS-PARAM-NAME WS-PARAM-COMPANY
                                  WS-PARAM-VALUE
           MOVE WS-PARAM-VALUE TO WS-THRESHOLD-TEXT
           IF WS-THRESHOLD-TEXT = SPACES
               MOVE 0 TO WS-THRESHOLD
           ELSE
               MOVE WS-THRESHOLD-TEXT TO WS-THRESHOLD
           END-IF
           EXEC SQL
               SELECT COALESCE(MIN(CAST(P.param_value
                                        AS NUMERIC(13,2))), 0)
                 INTO :WS-LOW-THRESHOLD
                 FROM system_parameter P
                WHERE P.param_name = 'APPROVAL_THRESHOLD'
                  AND P.company_code <> ' '
                  AND TRIM(P.param_value) <> ''
                  AND P.effective_from =
                      (SELECT MAX(Q.effective_from)
                         FROM system_parameter Q
                        WHERE Q.param_name = P.param_name
                          AND Q.company_code = P.company_code
                          AND Q.effective_from <= CURRENT_DATE)
           END-EXEC
           IF SQLCODE = 0 AND WS-LOW-THRESHOLD NOT = 0
               IF WS-THRESHOLD = 0 OR WS-LOW-THRESHOLD < WS-THRESHOLD
                   MOVE WS-LOW-THRESHOLD TO WS-THRESHOLD
               END-IF
           END-IF

           PERFORM LOAD-CHART-CACHE
           PERFORM LOAD-PERIOD-CACHE
           PERFORM LOAD-RULE-CACHE
                   "BACK TO THE PER-RECORD PATH"
               MOVE 8 TO L-RETURN-CODE
               CLOSE EXTRACT-FILE
               PERFORM RELEASE-RUN-LOCK
               CALL "DB-UTIL" USING BY CONTENT "CLOSE-SESSION"
               GOBACK
           END-IF
                   L-CONTROL-ACCOUNT " NOT AN ACTIVE ACCOUNT"
               MOVE 1 TO L-RETURN-CODE
               CLOSE EXTRACT-FILE
               PERFORM RELEASE-RUN-LOCK
               CALL "DB-UTIL" USING BY CONTENT "CLOSE-SESSION"
               GOBACK
           END-IF
               VARYING WS-FALLBACK-IDX FROM 1 BY 1
               UNTIL WS-FALLBACK-IDX > WS-FALLBACK-TOTAL

           PERFORM RELEASE-RUN-LOCK
           CALL "DB-UTIL" USING BY CONTENT "CLOSE-SESSION"

           DISPLAY "SUBLEDGER-BULK SUMMARY: READ=" WS-READ-COUNT
           MOVE WS-AMOUNT       TO JE-AMOUNT
           MOVE WS-MEMO         TO JE-MEMO
           MOVE WS-EXT-REFERENCE TO JE-SOURCE-REF
           MOVE WS-EXT-COUNTERPARTY TO JE-COUNTERPARTY-ID
           MOVE WS-SOURCE-CODE  TO JE-SOURCE-CODE
           MOVE "USD"           TO JE-CURRENCY-CODE
           MOVE 1               TO JE-EXCHANGE-RATE
                   (entry_date, debit_account, credit_account,
                    amount, memo, currency_code, exchange_rate,
                    home_amount, company_code, source_ref,
                    source_code, doc_number, counterparty_id)
               VALUES
                   (:JE-DATE, :JE-DEBIT, :JE-CREDIT,
                    :JE-AMOUNT, :JE-MEMO, :JE-CURRENCY-CODE,
                    :JE-EXCHANGE-RATE, :JE-HOME-AMOUNT,
                    :JE-COMPANY-CODE, :JE-SOURCE-REF,
                    :JE-SOURCE-CODE, :JE-DOC-NUMBER,
                    NULLIF(TRIM(:JE-COUNTERPARTY-ID), ''))
               RETURNING id INTO :JE-ID
           END-EXEC
           IF SQLCODE NOT = 0
               TO WS-FBK-TAX-CODE (WS-FALLBACK-TOTAL)
           MOVE WS-EFFECTIVE-SIDE
               TO WS-FBK-SIDE (WS-FALLBACK-TOTAL)
           MOVE WS-EXT-COUNTERPARTY
               TO WS-FBK-COUNTERPARTY (WS-FALLBACK-TOTAL)
           EXIT.

      *> the slow lane, after the bulk transaction has committed:
                          WS-SOURCE-CODE WS-CE-ENTRY-ID
                          WS-FBK-TAX-CODE (WS-FALLBACK-IDX)
                          WS-CTL-OVERRIDE WS-COMMITMENT-ID
                          WS-NO-UOM WS-LEDGER-CODE WS-NO-PROJECT
                          WS-FBK-COUNTERPARTY (WS-FALLBACK-IDX)
           ELSE
               CALL "CREATE-ENTRY"
                    USING WS-FBK-DATE (WS-FALLBACK-IDX)
                          WS-SOURCE-CODE WS-CE-ENTRY-ID
                          WS-FBK-TAX-CODE (WS-FALLBACK-IDX)
                          WS-CTL-OVERRIDE WS-COMMITMENT-ID
                          WS-NO-UOM WS-LEDGER-CODE WS-NO-PROJECT
                          WS-FBK-COUNTERPARTY (WS-FALLBACK-IDX)
           END-IF

      *> held for approval (2) is the intended outcome for an
      *> one is designated, exactly as the per-record lane does.
           EVALUATE WS-CE-RETURN-CODE
             WHEN 0
             WHEN 2
                 ADD 1 TO WS-POSTED-COUNT
             WHEN OTHER
                          WS-SOURCE-REF WS-SOURCE-CODE
                          WS-CE-ENTRY-ID WS-NO-TAX-CODE
                          WS-CTL-OVERRIDE WS-COMMITMENT-ID
                          WS-NO-UOM WS-LEDGER-CODE WS-NO-PROJECT
                          WS-FBK-COUNTERPARTY (WS-FALLBACK-IDX)
           ELSE
               CALL "CREATE-ENTRY"
                    USING WS-FBK-DATE (WS-FALLBACK-IDX)
                          WS-SOURCE-REF WS-SOURCE-CODE
                          WS-CE-ENTRY-ID WS-NO-TAX-CODE
                          WS-CTL-OVERRIDE WS-COMMITMENT-ID
                          WS-NO-UOM WS-LEDGER-CODE WS-NO-PROJECT
                          WS-FBK-COUNTERPARTY (WS-FALLBACK-IDX)
           END-IF

           IF WS-CE-RETURN-CODE = 0
           END-IF
           EXIT.

       RELEASE-RUN-LOCK.
           CALL "RUN-LOCK" USING BY CONTENT "RELEASE"
                                 BY CONTENT "SUBLEDGER-BULK"
                                 BY CONTENT "POSTING"
                                 BY REFERENCE WS-LOCK-COMPANY
                                 WS-LOCK-START WS-LOCK-END
                                 WS-OPERATOR-ID WS-LOCK-RC
           EXIT.

       END PROGRAM SUBLEDGER-BULK.
