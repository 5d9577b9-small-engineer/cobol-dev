       01  WS-OPERATOR-ID    PIC X(50).
       01  WS-DISPOSAL-DATE  PIC X(10).
       01  WS-PROCEEDS       PIC 9(9)V99.
       01  WS-TAX-METHOD     PIC X(3).
       01  WS-TAX-LIFE       PIC 9(4).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
       01  WS-CSE-RETURN-CODE PIC 9(4).
       01  WS-CTL-OVERRIDE   PIC X(1)    VALUE SPACES.
       01  WS-COMMITMENT-ID   PIC 9(9)      VALUE 0.
       01  WS-NOT-ACCRUAL     PIC X(1)      VALUE "N".
       01  WS-SOURCE-CODE    PIC X(2)    VALUE "FA".
       01  WS-ASSET-COUNT    PIC 9(9)    VALUE 0.

       01  L-ACCOUNT-2       PIC X(50).
       01  L-ACCOUNT-3       PIC X(50).
       01  L-COST-CENTER     PIC X(10).
       01  L-TAX-METHOD      PIC X(10).
       01  L-TAX-LIFE        PIC 9(4).
       01  L-RETURN-CODE     PIC 9(4).
       01  L-OPERATOR-ID     PIC X(50).

               L-ACCOUNT-2
               L-ACCOUNT-3
               L-COST-CENTER
               L-TAX-METHOD
               L-TAX-LIFE
               L-RETURN-CODE
               L-OPERATOR-ID.

      *> net book value automatically; LIST prints the register. The
      *> parameter slots are op-dependent:
      *>   ADD:     ref=description, amount=cost, date=in-service,
      *>            acct1=asset, acct2=accum, acct3=expense,
      *>            tax method (SL, DB or DDB - blank = SL) and tax
      *>            life in months (blank = the book life) for the
      *>            tax book DEPRECIATE-ASSETS keeps alongside
      *>   DISPOSE: ref=asset id, amount=proceeds, date=disposal,
      *>            acct1=proceeds account, acct2=gain, acct3=loss
       MAIN-LOGIC.
           MOVE L-ACCOUNT-2  TO WS-ACCUM-ACCOUNT
           MOVE L-ACCOUNT-3  TO WS-EXPENSE-ACCOUNT
           MOVE L-COST-CENTER TO WS-COST-CENTER
           MOVE L-TAX-METHOD  TO WS-TAX-METHOD
           MOVE L-TAX-LIFE    TO WS-TAX-LIFE

           IF WS-DESCRIPTION = SPACES
               DISPLAY "MAINTAIN-ASSET ERROR: DESCRIPTION REQUIRED"
               EXIT PARAGRAPH
           END-IF
      *> straight line is the only method the depreciation run
      *> computes for the GL book (the declining-balance methods are
      *> tax-book only, below); an unknown code must not sit silently
      *> undepreciated.
           IF WS-METHOD = SPACES
               MOVE "SL" TO WS-METHOD
           END-IF
               EXIT PARAGRAPH
           END-IF

      *> the tax book defaults to the GL book - same method, same
      *> life, no difference - until the tax accountant says other-
      *> wise. Declining balance is a tax-book method only.
           IF WS-TAX-METHOD = SPACES
               MOVE "SL" TO WS-TAX-METHOD
           END-IF
           IF L-TAX-METHOD (4:) NOT = SPACES
               OR (WS-TAX-METHOD NOT = "SL"
                   AND WS-TAX-METHOD NOT = "DB"
                   AND WS-TAX-METHOD NOT = "DDB")
               DISPLAY "MAINTAIN-ASSET ERROR: TAX METHOD "
                   L-TAX-METHOD " NOT SUPPORTED (SL, DB OR DDB)"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-TAX-LIFE = 0
               MOVE WS-LIFE-MONTHS TO WS-TAX-LIFE
           END-IF

           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-IN-SERVICE
                                  BY REFERENCE WS-DATE-STATUS
               INSERT INTO asset_master
                   (description, cost, in_service_date, method,
                    life_months, asset_account, accum_account,
                    expense_account, cost_center, tax_method,
                    tax_life_months)
               VALUES
                   (:WS-DESCRIPTION, :WS-COST, :WS-IN-SERVICE,
                    :WS-METHOD, :WS-LIFE-MONTHS, :WS-ASSET-ACCOUNT,
                    :WS-ACCUM-ACCOUNT, :WS-EXPENSE-ACCOUNT,
                    :WS-COST-CENTER, :WS-TAX-METHOD, :WS-TAX-LIFE)
               RETURNING id INTO :WS-ASSET-ID
           END-EXEC
           IF SQLCODE NOT = 0

           PERFORM LOG-ASSET-AUDIT
           DISPLAY "MAINTAIN-ASSET: ASSET " WS-ASSET-ID " ADDED, "
               "COST " WS-COST " LIFE " WS-LIFE-MONTHS " MONTHS, TAX "
               WS-TAX-METHOD " OVER " WS-TAX-LIFE " MONTHS"
           EXIT.

       VALIDATE-ONE-ACCOUNT-1.
                 FROM cost_center
                WHERE cost_center_code = :WS-COST-CENTER
                  AND active_flag = 'Y'
                  AND node_type = 'C'
           END-EXEC
           IF WS-CC-COUNT = 0
               DISPLAY "MAINTAIN-ASSET ERROR: UNKNOWN COST CENTER "
                      WS-WORK-FILE-NAME
                      WS-CSE-RETURN-CODE WS-OPERATOR-ID
                      WS-CTL-OVERRIDE WS-SOURCE-CODE
                      WS-COMMITMENT-ID WS-NOT-ACCRUAL

           IF WS-CSE-RETURN-CODE NOT = 0
               DISPLAY "MAINTAIN-ASSET ERROR: DISPOSAL POST FAILED, "
