       01  WS-RANGE-HI       PIC X(50).
       01  WS-RANGE2-LO      PIC X(50).
       01  WS-RANGE2-HI      PIC X(50).
       01  WS-BUDGET-AMOUNT  PIC 9(11)V99.
       01  WS-PROJECT-STATUS PIC X(10).
       01  WS-NODE-TYPE      PIC X(1).
       01  WS-PARENT-TYPE    PIC X(1).
       01  WS-OLD-NODE-TYPE  PIC X(1).
       01  WS-PARENT-CODE    PIC X(10).
       01  WS-SP-COMPANY     PIC X(5).
       01  WS-IC-COMPANY-A   PIC X(5).
       01  WS-IC-COMPANY-B   PIC X(5).
       01  WS-IC-RATE        PIC 9(3)V9(4).
       01  WS-IC-BASIS       PIC 9(3).
       01  WS-KPI-NUM-BASIS  PIC X(1).
       01  WS-KPI-NUM-TERMS  PIC X(98).
       01  WS-KPI-DEN-BASIS  PIC X(1).
       01  WS-KPI-DEN-TERMS  PIC X(98).
       01  WS-KPI-SCALE      PIC X(20).
       01  WS-KPI-BAND-LO    PIC X(20).
       01  WS-KPI-BAND-HI    PIC X(20).
       01  WS-KPI-BAND-BASIS PIC X(1).
       01  WS-KPI-TERM       PIC X(50).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL

       01  WS-CONNECT-STATUS PIC X(1).
       01  WS-ENV-NAME       PIC X(30).
       01  WS-PARAM-NAME     PIC X(30).
       01  WS-PARAM-COMPANY  PIC X(5).
       01  WS-PARAM-VALUE    PIC X(100).
       01  WS-AUTHORIZED     PIC X(1).
       01  WS-DATE-STATUS    PIC X(1).
       01  WS-RISKY-FLAG     PIC X(1).
       01  WS-TOLERANCE-PCT  PIC 9(3)V99.
       01  WS-DEVIATION-PCT  PIC 9(5)V99.
       01  WS-DATE-WORK      PIC X(10).
       01  WS-SP-TODAY       PIC 9(8).
       01  WS-KPI-BASIS      PIC X(1).
       01  WS-KPI-TERMS      PIC X(98).
       01  WS-KPI-TERM-RAW   PIC X(50).
       01  WS-KPI-PTR        PIC 9(3).

       LINKAGE SECTION.
       01  L-TABLE           PIC X(20).
      *> operator with approver authority runs CONFIRM to make it
      *> take effect. Field meanings per table:
      *>   EXCHANGE-RATE k1=currency k2=ratedate v1=rate    (staged)
      *>                 (v2=FEED marks a rate FX-RATE-LOAD staged
      *>                 from the provider's file)
      *>   TAX-CODE      k1=code v1=ratepct v2=taxacct
      *>                 v3=direction(I/O)                  (staged)
      *>   COMPANY       k1=code k2=name v1=duefrom v2=dueto
      *>                 v3=settlement v4=functional currency
      *>                 (blank = USD, the group currency)  (staged)
      *>   COMPANY-OWNER k1=company k2=parent company v1=ownership
      *>                 pct held by the parent (blank parent = the
      *>                 group's top company, 100)          (staged)
      *>   COST-CENTER   k1=code v1=description v2=active
      *>                 v3=parent (a department over a cost
      *>                 center, a division over a department)
      *>                 v4=node type (C cost center, D department,
      *>                 V division - blank = C)
      *>   ACCOUNT-MAP   k1=account v1=groupaccount
      *>   ALLOC-RULE    k1=rule k2=target v1=pct v2=source
      *>                 v3=costcenter v4=driver statistical
      *>                 account (blank = fixed-percentage target)
      *>   CALENDAR      k1=date v1=daytype v2=description
      *>   BANK-RULE     k1=cashaccount k2=pattern v1=offsetacct
      *>                 v2=matchon(R reference/T type code)
      *>                 v3=direction(D bank debit/C bank credit)
      *>                 v4=costcenter
      *>   COUNTERPARTY  k1=vendor/customer id k2=name v1=taxid
      *>                 v2=1099 reportable(Y/N) v3=box (NEC1,
      *>                 MISC1, MISC2, MISC3, MISC6, MISC10)
      *>                 v4=active (blank = Y)
      *>   RESERVE-PCT   k1=aging bucket v1=reserve pct     (staged)
      *>   RESERVE-CUST  k1=customer id v1=reserve pct, all
      *>                 buckets of a specifically reserved
      *>                 customer                           (staged)
      *>   RESERVE-ACCT  k1=company v1=allowance account
      *>                 v2=bad-debt expense account
      *>   MCC-MAP       k1=merchant category code v1=default
      *>                 expense account for card/expense lines
      *>                 keyed without one
      *>   PROJECT       k1=code k2=description v1=type (C capital,
      *>                 E expense - blank = C) v2=budget
      *>                 v3=owning cost center v4=status (OPEN or
      *>                 CLOSED - blank = OPEN; SETTLED is set by
      *>                 PROJECT-SETTLE only)
      *>   SYS-PARAM     k1=parameter name k2=effective date (blank =
      *>                 today; never earlier) v1=value (blank =
      *>                 the program's own default) v2=company
      *>                 (blank = every company)            (staged)
      *>   IC-RATE       k1=company k2=other company v1=effective
      *>                 date (blank = today; never inside a period
      *>                 already charged) v2=annual interest pct
      *>                 v3=day basis (360/365, blank = 365) - one
      *>                 rate per pair, whichever way round it is
      *>                 keyed                              (staged)
      *>   IC-INT-ACCT   k1=company v1=intercompany interest income
      *>                 account v2=interest expense account
      *>   EQ-MOVE       k1=counter account or source code
      *>                 k2=kind (A account, S source code - blank
      *>                 = A) v1=movement type for EQUITY-STMT (DV
      *>                 dividends, CC capital contributions, TR
      *>                 translation, OT other)
      *>   KPI-DEF       k1=KPI code k2=description v1=numerator
      *>                 v2=denominator, each basis/terms: L/ line
      *>                 codes, R/ account ranges lo:hi, S/
      *>                 statistical accounts, comma-separated, a
      *>                 "-" prefix subtracts (L/REV,-COGS)
      *>                 v3=scale factor (blank = 1) v4=target band
      *>                 lo:hi[:M] - either side blank = open, M
      *>                 bands the movement from the prior period
      *> Ops: SET (add or replace), DELETE (map/rule/calendar,
      *> customer reserve, MCC, EQ-MOVE and KPI-DEF rows only),
      *> CONFIRM
      *> k1=pendingid, PENDING (list what waits).
       MAIN-LOGIC.
           MOVE L-TABLE       TO WS-TABLE-NAME
           MOVE L-OP          TO WS-OP
             WHEN "EXCHANGE-RATE"
             WHEN "TAX-CODE"
             WHEN "COMPANY"
             WHEN "COMPANY-OWNER"
             WHEN "RESERVE-PCT"
             WHEN "RESERVE-CUST"
             WHEN "SYS-PARAM"
             WHEN "IC-RATE"
                 MOVE "Y" TO WS-RISKY-FLAG
             WHEN "COST-CENTER"
             WHEN "ACCOUNT-MAP"
             WHEN "CLOSE-TASK"
             WHEN "TEMPLATE-SCHED"
             WHEN "CERT-OWNER"
             WHEN "BANK-RULE"
             WHEN "COUNTERPARTY"
             WHEN "RESERVE-ACCT"
             WHEN "MCC-MAP"
             WHEN "PROJECT"
             WHEN "IC-INT-ACCT"
             WHEN "EQ-MOVE"
             WHEN "KPI-DEF"
                 CONTINUE
             WHEN OTHER
                 DISPLAY "MAINTAIN-REFDATA ERROR: UNKNOWN TABLE "
                 PERFORM VALIDATE-TAX-CODE
             WHEN "COMPANY"
                 PERFORM VALIDATE-COMPANY
             WHEN "COMPANY-OWNER"
                 PERFORM VALIDATE-COMPANY-OWNER
             WHEN "COST-CENTER"
                 PERFORM VALIDATE-COST-CENTER
             WHEN "ACCOUNT-MAP"
                 PERFORM VALIDATE-TEMPLATE-SCHED
             WHEN "CERT-OWNER"
                 PERFORM VALIDATE-CERT-OWNER
             WHEN "BANK-RULE"
                 PERFORM VALIDATE-BANK-RULE
             WHEN "COUNTERPARTY"
                 PERFORM VALIDATE-COUNTERPARTY
             WHEN "RESERVE-PCT"
                 PERFORM VALIDATE-RESERVE-PCT
             WHEN "RESERVE-CUST"
                 PERFORM VALIDATE-RESERVE-CUST
             WHEN "RESERVE-ACCT"
                 PERFORM VALIDATE-RESERVE-ACCT
             WHEN "MCC-MAP"
                 PERFORM REQUIRE-ACTIVE-ACCOUNT-V1
             WHEN "PROJECT"
                 PERFORM VALIDATE-PROJECT
             WHEN "SYS-PARAM"
                 PERFORM VALIDATE-SYS-PARAM
             WHEN "IC-RATE"
                 PERFORM VALIDATE-IC-RATE
             WHEN "IC-INT-ACCT"
                 PERFORM VALIDATE-IC-INT-ACCT
             WHEN "EQ-MOVE"
                 PERFORM VALIDATE-EQ-MOVE
             WHEN "KPI-DEF"
                 PERFORM VALIDATE-KPI-DEF
           END-EVALUATE
           EXIT.

      *> 25) from the currency's latest rate on file - the finger
      *> slip that multiplies every posting is exactly what this
      *> catches. A genuinely violent market move takes a raised
      *> tolerance, deliberately - except for a rate the feed staged
      *> because it was out of tolerance: the provider published it,
      *> and the confirming operator's review is the control, so at
      *> CONFIRM the jump is shown rather than refused.
       VALIDATE-EXCHANGE-RATE.
           MOVE WS-KEY2 (1:10) TO WS-DATE-WORK
           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
               EXIT PARAGRAPH
           END-IF

           MOVE "REFDATA_RATE_TOLERANCE" TO WS-PARAM-NAME
           MOVE SPACES TO WS-PARAM-COMPANY
           CALL "GET-PARAM" USING WS-PARAM-NAME WS-PARAM-COMPANY
                                  WS-PARAM-VALUE
           MOVE WS-PARAM-VALUE TO WS-TOLERANCE-TEXT
           IF WS-TOLERANCE-TEXT = SPACES
               MOVE 25 TO WS-TOLERANCE-PCT
           ELSE
               COMPUTE WS-DEVIATION-PCT ROUNDED =
                   (WS-LAST-RATE - WS-RATE) * 100 / WS-LAST-RATE
           END-IF
           IF WS-DEVIATION-PCT > WS-TOLERANCE-PCT
               AND WS-OP = "CONFIRM" AND WS-VAL2 = "FEED"
               DISPLAY "MAINTAIN-REFDATA WARNING: FEED RATE " WS-RATE
                   " IS " WS-DEVIATION-PCT " PCT OFF THE LATEST "
                   WS-LAST-RATE ", OVER THE " WS-TOLERANCE-PCT
                   " PCT TOLERANCE - CONFIRMED AS PUBLISHED"
               EXIT PARAGRAPH
           END-IF
           IF WS-DEVIATION-PCT > WS-TOLERANCE-PCT
               DISPLAY "MAINTAIN-REFDATA ERROR: RATE " WS-RATE
                   " IS " WS-DEVIATION-PCT " PCT OFF THE LATEST "
               EXIT PARAGRAPH
           END-IF
           PERFORM REQUIRE-ACTIVE-ACCOUNT-V2
           IF L-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
      *> a company keeping its books in another currency is translated
      *> at consolidation, so its currency has to have rates on file.
           IF WS-VAL4 NOT = SPACES AND WS-VAL4 NOT = "USD"
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-ROW-COUNT
                     FROM exchange_rate
                    WHERE currency_code = :WS-VAL4
               END-EXEC
               IF WS-ROW-COUNT = 0
                   DISPLAY "MAINTAIN-REFDATA ERROR: NO EXCHANGE RATES "
                       "ON FILE FOR FUNCTIONAL CURRENCY "
                       WS-VAL4 (1:3)
                   MOVE 1 TO L-RETURN-CODE
               END-IF
           END-IF
           EXIT.

      *> the ownership chain CONSOL-NCI walks: both companies on the
      *> master, a company never its own parent, and a holding above
      *> zero and at most 100 percent. The top company has no parent
      *> and is wholly the group's.
       VALIDATE-COMPANY-OWNER.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM company
                WHERE company_code = :WS-KEY1
           END-EXEC
           IF WS-ROW-COUNT = 0
               DISPLAY "MAINTAIN-REFDATA ERROR: COMPANY "
                   WS-KEY1 (1:5) " NOT IN COMPANY MASTER"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-KEY2 = SPACES
               IF WS-VAL1 NOT = SPACES
                   AND FUNCTION NUMVAL(WS-VAL1) NOT = 100
                   DISPLAY "MAINTAIN-REFDATA ERROR: A COMPANY WITH "
                       "NO PARENT IS 100 PERCENT THE GROUP'S"
                   MOVE 1 TO L-RETURN-CODE
               END-IF
               MOVE 100 TO WS-RATE-PCT
               EXIT PARAGRAPH
           END-IF
           IF WS-KEY2 (1:5) = WS-KEY1 (1:5)
               DISPLAY "MAINTAIN-REFDATA ERROR: A COMPANY CANNOT BE "
                   "ITS OWN PARENT"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM company
                WHERE company_code = :WS-KEY2
           END-EXEC
           IF WS-ROW-COUNT = 0
               DISPLAY "MAINTAIN-REFDATA ERROR: PARENT COMPANY "
                   WS-KEY2 (1:5) " NOT IN COMPANY MASTER"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-VAL1 = SPACES
               DISPLAY "MAINTAIN-REFDATA ERROR: OWNERSHIP PERCENT "
                   "REQUIRED"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-VAL1) TO WS-RATE-PCT
           IF WS-RATE-PCT = 0 OR WS-RATE-PCT > 100
               DISPLAY "MAINTAIN-REFDATA ERROR: OWNERSHIP PERCENT "
                   "MUST BE ABOVE 0 AND AT MOST 100"
               MOVE 1 TO L-RETURN-CODE
           END-IF
           EXIT.

       VALIDATE-COST-CENTER.
               DISPLAY "MAINTAIN-REFDATA ERROR: ACTIVE FLAG MUST BE "
                   "Y OR N"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-KEY1 (11:) NOT = SPACES
               DISPLAY "MAINTAIN-REFDATA ERROR: COST CENTER CODE "
                   "OVER 10 CHARACTERS"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-COST-CENTER-NODE
           EXIT.

      *> the hierarchy is three fixed levels - cost center under a
      *> department under a division - so a parent must be exactly
      *> one level up, which also rules out a loop. A node that
      *> already has children keeps its type (they would be left
      *> hanging at the wrong level), and a code that has taken
      *> postings stays a postable cost center: turning it into a
      *> reporting node would strand its history.
       VALIDATE-COST-CENTER-NODE.
           MOVE WS-VAL4 (1:1) TO WS-NODE-TYPE
           IF WS-NODE-TYPE = SPACE
               MOVE "C" TO WS-NODE-TYPE
           END-IF
           IF WS-VAL4 (2:) NOT = SPACES
               OR (WS-NODE-TYPE NOT = "C" AND WS-NODE-TYPE NOT = "D"
                   AND WS-NODE-TYPE NOT = "V")
               DISPLAY "MAINTAIN-REFDATA ERROR: NODE TYPE MUST BE C, "
                   "D OR V"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-VAL3 (1:10) TO WS-PARENT-CODE
           IF WS-VAL3 (11:) NOT = SPACES
               DISPLAY "MAINTAIN-REFDATA ERROR: PARENT CODE OVER 10 "
                   "CHARACTERS"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-PARENT-CODE NOT = SPACES
               IF WS-NODE-TYPE = "V"
                   DISPLAY "MAINTAIN-REFDATA ERROR: A DIVISION HAS "
                       "NO PARENT"
                   MOVE 1 TO L-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               IF WS-PARENT-CODE = WS-KEY1 (1:10)
                   DISPLAY "MAINTAIN-REFDATA ERROR: A NODE CANNOT BE "
                       "ITS OWN PARENT"
                   MOVE 1 TO L-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACE TO WS-PARENT-TYPE
               EXEC SQL
                   SELECT node_type INTO :WS-PARENT-TYPE
                     FROM cost_center
                    WHERE cost_center_code = :WS-PARENT-CODE
                      AND active_flag = 'Y'
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "MAINTAIN-REFDATA ERROR: UNKNOWN OR "
                       "INACTIVE PARENT " WS-PARENT-CODE
                   MOVE 1 TO L-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               IF (WS-NODE-TYPE = "C" AND WS-PARENT-TYPE NOT = "D")
                   OR (WS-NODE-TYPE = "D"
                       AND WS-PARENT-TYPE NOT = "V")
                   DISPLAY "MAINTAIN-REFDATA ERROR: A COST CENTER "
                       "HANGS UNDER A DEPARTMENT, A DEPARTMENT UNDER "
                       "A DIVISION"
                   MOVE 1 TO L-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACE TO WS-OLD-NODE-TYPE
           EXEC SQL
               SELECT node_type INTO :WS-OLD-NODE-TYPE
                 FROM cost_center
                WHERE cost_center_code = :WS-KEY1
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-OLD-NODE-TYPE = WS-NODE-TYPE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM cost_center
                WHERE parent_code = :WS-KEY1
           END-EXEC
           IF WS-ROW-COUNT NOT = 0
               DISPLAY "MAINTAIN-REFDATA ERROR: NODE HAS CHILDREN, "
                   "TYPE CANNOT CHANGE"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-OLD-NODE-TYPE = "C"
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-ROW-COUNT
                     FROM journal_entry
                    WHERE cost_center = :WS-KEY1
               END-EXEC
               IF WS-ROW-COUNT NOT = 0
                   DISPLAY "MAINTAIN-REFDATA ERROR: COST CENTER HAS "
                       "POSTINGS, CANNOT BECOME A REPORTING NODE"
                   MOVE 1 TO L-RETURN-CODE
               END-IF
           END-IF
           EXIT.

               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-VAL1 NOT = SPACES
               MOVE WS-VAL1 TO WS-RATE-PCT
               IF WS-RATE-PCT < 1 OR WS-RATE-PCT > 31
                   DISPLAY "MAINTAIN-REFDATA ERROR: RECURRENCE DAY "
                       "MUST BE 1 TO 31"
                   MOVE 1 TO L-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               IF WS-VAL2 = SPACES
                   DISPLAY "MAINTAIN-REFDATA ERROR: SCHEDULED "
                       "TEMPLATE NEEDS A USUAL AMOUNT"
                   MOVE 1 TO L-RETURN-CODE
               END-IF
           END-IF
           EXIT.

      *> certification owners: k1=account v1=owning operator - both
      *> have to be real, and the operator active.
       VALIDATE-CERT-OWNER.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM chart_of_accounts
                WHERE account_code = :WS-KEY1
           END-EXEC
           IF WS-ROW-COUNT = 0
               DISPLAY "MAINTAIN-REFDATA ERROR: UNKNOWN ACCOUNT "
                   WS-KEY1
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM operator_master
                WHERE operator_id = :WS-VAL1
                  AND active_flag = 'Y'
           END-EXEC
           IF WS-ROW-COUNT = 0
               DISPLAY "MAINTAIN-REFDATA ERROR: UNKNOWN OR "
                   "INACTIVE OPERATOR " WS-VAL1 (1:30)
               MOVE 1 TO L-RETURN-CODE
           END-IF
           EXIT.

      *> bank-item rules: k1=cash account k2=pattern (SQL LIKE, so
      *> "SERVICE CHARGE%" or "%WIRE FEE%"; an exact type code such
      *> as 475 for a type-code rule) v1=offset account v2=match on
      *> R (bank reference) or T (bank type code) v3=direction D
      *> (the bank took money - fee, charge) or C (the bank paid it
      *> - interest) v4=cost center for the offset leg (optional).
      *> Cash and offset accounts must be live, and the cost center
      *> real, or RECONCILE's auto-post would only refuse later.
       VALIDATE-BANK-RULE.
           IF WS-KEY2 = SPACES
               DISPLAY "MAINTAIN-REFDATA ERROR: BANK RULE NEEDS A "
                   "PATTERN"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-VAL2 NOT = "R" AND WS-VAL2 NOT = "T"
               DISPLAY "MAINTAIN-REFDATA ERROR: MATCH-ON MUST BE "
                   "R (REFERENCE) OR T (TYPE CODE)"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-VAL3 NOT = "D" AND WS-VAL3 NOT = "C"
               DISPLAY "MAINTAIN-REFDATA ERROR: DIRECTION MUST BE "
                   "D (BANK DEBIT) OR C (BANK CREDIT)"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM chart_of_accounts
                WHERE account_code = :WS-KEY1
                  AND active_flag = 'Y'
           END-EXEC
           IF WS-ROW-COUNT = 0
               DISPLAY "MAINTAIN-REFDATA ERROR: UNKNOWN OR INACTIVE "
                   "CASH ACCOUNT " WS-KEY1 (1:30)
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM REQUIRE-ACTIVE-ACCOUNT-V1
           IF L-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-VAL4 NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-ROW-COUNT
                     FROM cost_center
                    WHERE cost_center_code = :WS-VAL4
                      AND active_flag = 'Y'
                      AND node_type = 'C'
               END-EXEC
               IF WS-ROW-COUNT = 0
                   DISPLAY "MAINTAIN-REFDATA ERROR: UNKNOWN OR "
                       "INACTIVE COST CENTER " WS-VAL4 (1:10)
                   MOVE 1 TO L-RETURN-CODE
               END-IF
           END-IF
           EXIT.

      *> counterparties: k1=the id the subledger extract carries
      *> k2=name v1=tax id v2=1099 reportable Y/N v3=box category
      *> v4=active Y/N. A reportable vendor needs a box to be
      *> totalled under; a missing tax id is allowed here - it is
      *> exactly what FORM-1099 lists for follow-up at year end.
       VALIDATE-COUNTERPARTY.
           IF WS-KEY2 = SPACES
               DISPLAY "MAINTAIN-REFDATA ERROR: COUNTERPARTY NEEDS "
                   "A NAME"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-VAL2 NOT = "Y" AND WS-VAL2 NOT = "N"
               DISPLAY "MAINTAIN-REFDATA ERROR: REPORTABLE FLAG "
                   "MUST BE Y OR N"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-VAL4 = SPACES
               MOVE "Y" TO WS-VAL4
           END-IF
           IF WS-VAL4 NOT = "Y" AND WS-VAL4 NOT = "N"
               DISPLAY "MAINTAIN-REFDATA ERROR: ACTIVE FLAG MUST "
                   "BE Y OR N"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-VAL2 = "N"
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-VAL3
             WHEN "NEC1"
             WHEN "MISC1"
             WHEN "MISC2"
             WHEN "MISC3"
             WHEN "MISC6"
             WHEN "MISC10"
                 CONTINUE
             WHEN OTHER
                 DISPLAY "MAINTAIN-REFDATA ERROR: REPORTABLE "
                     "COUNTERPARTY NEEDS A BOX - NEC1, MISC1, "
                     "MISC2, MISC3, MISC6 OR MISC10"
                 MOVE 1 TO L-RETURN-CODE
           END-EVALUATE
           EXIT.

      *> projects: the code postings carry, a description, C or E,
      *> the budget PROJECT-REPORT measures cost to date against, the
      *> owning cost center, and OPEN or CLOSED. Only an OPEN project
      *> takes postings. A settled project's cost has already moved
      *> into the asset register, so it stays settled.
       VALIDATE-PROJECT.
           IF WS-KEY1 (11:) NOT = SPACES
               DISPLAY "MAINTAIN-REFDATA ERROR: PROJECT CODE LONGER "
                   "THAN 10 CHARACTERS"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-KEY2 = SPACES
               DISPLAY "MAINTAIN-REFDATA ERROR: PROJECT NEEDS A "
                   "DESCRIPTION"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-VAL1 = SPACES
               MOVE "C" TO WS-VAL1
           END-IF
           IF WS-VAL1 NOT = "C" AND WS-VAL1 NOT = "E"
               DISPLAY "MAINTAIN-REFDATA ERROR: PROJECT TYPE MUST "
                   "BE C OR E"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-VAL2 = SPACES
               MOVE 0 TO WS-BUDGET-AMOUNT
           ELSE
               IF FUNCTION NUMVAL(WS-VAL2) < 0
                   DISPLAY "MAINTAIN-REFDATA ERROR: BUDGET MAY NOT "
                       "BE NEGATIVE"
                   MOVE 1 TO L-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-VAL2) TO WS-BUDGET-AMOUNT
           END-IF
           IF WS-VAL3 NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-ROW-COUNT
                     FROM cost_center
                    WHERE cost_center_code = :WS-VAL3
                      AND active_flag = 'Y'
                      AND node_type = 'C'
               END-EXEC
               IF WS-ROW-COUNT = 0
                   DISPLAY "MAINTAIN-REFDATA ERROR: UNKNOWN OR "
                       "INACTIVE COST CENTER " WS-VAL3 (1:10)
                   MOVE 1 TO L-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-VAL4 = SPACES
               MOVE "OPEN" TO WS-VAL4
           END-IF
           IF WS-VAL4 NOT = "OPEN" AND WS-VAL4 NOT = "CLOSED"
               DISPLAY "MAINTAIN-REFDATA ERROR: PROJECT STATUS MUST "
                   "BE OPEN OR CLOSED"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PROJECT-STATUS
           EXEC SQL
               SELECT status INTO :WS-PROJECT-STATUS
                 FROM project
                WHERE project_code = :WS-KEY1
           END-EXEC
           IF WS-PROJECT-STATUS = "SETTLED"
               DISPLAY "MAINTAIN-REFDATA ERROR: PROJECT "
                   WS-KEY1 (1:10) " IS SETTLED AND CANNOT CHANGE"
               MOVE 1 TO L-RETURN-CODE
           END-IF
           EXIT.

      *> the doubtful-accounts reserve: a percentage of each aging
      *> bucket's balance, 0 to 100 - the current bucket may well
      *> carry none.
       VALIDATE-RESERVE-PCT.
           PERFORM VALIDATE-RESERVE-PERCENT
           EXIT.

      *> a specifically reserved customer's percentage replaces the
      *> bucket percentages for every bucket that customer ages in.
      *> The customer has to be on the counterparty master.
       VALIDATE-RESERVE-CUST.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM counterparty
                WHERE counterparty_id = :WS-KEY1
           END-EXEC
           IF WS-ROW-COUNT = 0
               DISPLAY "MAINTAIN-REFDATA ERROR: CUSTOMER "
                   WS-KEY1 (1:20) " NOT ON THE COUNTERPARTY MASTER"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-RESERVE-PERCENT
           EXIT.

       VALIDATE-RESERVE-PERCENT.
           IF WS-VAL1 = SPACES
               DISPLAY "MAINTAIN-REFDATA ERROR: RESERVE PERCENT "
                   "REQUIRED"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-VAL1) < 0
               OR FUNCTION NUMVAL(WS-VAL1) > 100
               DISPLAY "MAINTAIN-REFDATA ERROR: RESERVE PERCENT "
                   "MUST BE 0 TO 100"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-VAL1) TO WS-RATE-PCT
           EXIT.

      *> the company's allowance (contra-receivable) account and the
      *> bad-debt expense account its true-up posts against - both
      *> live accounts of that company.
       VALIDATE-RESERVE-ACCT.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM company
                WHERE company_code = :WS-KEY1
           END-EXEC
           IF WS-ROW-COUNT = 0
               DISPLAY "MAINTAIN-REFDATA ERROR: COMPANY "
                   WS-KEY1 (1:5) " NOT IN COMPANY MASTER"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-VAL1 = SPACES OR WS-VAL2 = SPACES
               DISPLAY "MAINTAIN-REFDATA ERROR: ALLOWANCE AND "
                   "EXPENSE ACCOUNTS REQUIRED"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM REQUIRE-ACTIVE-ACCOUNT-V1
           IF L-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM REQUIRE-ACTIVE-ACCOUNT-V2
           IF L-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM chart_of_accounts
                WHERE account_code IN (:WS-VAL1, :WS-VAL2)
                  AND company_code = :WS-KEY1
           END-EXEC
           IF WS-ROW-COUNT < 2
               DISPLAY "MAINTAIN-REFDATA ERROR: BOTH ACCOUNTS MUST "
                   "BELONG TO COMPANY " WS-KEY1 (1:5)
               MOVE 1 TO L-RETURN-CODE
           END-IF
           EXIT.

      *> the control settings the batch programs read through
      *> GET-PARAM. Only names a program actually reads are taken,
      *> each value has to make sense for its setting, and a change
      *> takes effect from today or a later date - what was in force
      *> on a past night is never rewritten. A change confirmed after
      *> its staged date has passed takes effect from the confirm
      *> date instead.
       VALIDATE-SYS-PARAM.
           ACCEPT WS-SP-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-DATE-WORK
           STRING WS-SP-TODAY (1:4) "-" WS-SP-TODAY (5:2) "-"
               WS-SP-TODAY (7:2)
               DELIMITED BY SIZE
               INTO WS-DATE-WORK
           END-STRING
           IF WS-KEY2 = SPACES
               MOVE WS-DATE-WORK TO WS-KEY2
           END-IF
           IF WS-KEY2 (1:10) < WS-DATE-WORK
               IF WS-OP = "SET"
                   DISPLAY "MAINTAIN-REFDATA ERROR: PARAMETER "
                       "CHANGES CANNOT BE BACKDATED, GOT "
                       WS-KEY2 (1:10)
                   MOVE 1 TO L-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DATE-WORK TO WS-KEY2
           END-IF
           MOVE WS-KEY2 (1:10) TO WS-DATE-WORK
           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-DATE-WORK
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y"
               DISPLAY "MAINTAIN-REFDATA ERROR: BAD EFFECTIVE DATE "
                   WS-KEY2 (1:10)
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-VAL2 NOT = SPACES
               MOVE WS-VAL2 (1:5) TO WS-SP-COMPANY
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-ROW-COUNT
                     FROM company
                    WHERE company_code = :WS-SP-COMPANY
               END-EXEC
               IF WS-ROW-COUNT = 0 OR WS-VAL2 (6:) NOT = SPACES
                   DISPLAY "MAINTAIN-REFDATA ERROR: UNKNOWN COMPANY "
                       WS-VAL2 (1:10)
                   MOVE 1 TO L-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EVALUATE WS-KEY1
             WHEN "APPROVAL_THRESHOLD"
             WHEN "BACKDATE_TOLERANCE_DAYS"
             WHEN "DATE_WINDOW_YEARS"
             WHEN "RECON_TOLERANCE"
             WHEN "CERT_STALE_DAYS"
             WHEN "REFDATA_RATE_TOLERANCE"
             WHEN "RISK_LATE_DAYS"
             WHEN "DEFERRED_TAX_RATE"
                 IF WS-VAL1 NOT = SPACES
                     IF FUNCTION TEST-NUMVAL(WS-VAL1) NOT = 0
                         DISPLAY "MAINTAIN-REFDATA ERROR: "
                             FUNCTION TRIM(WS-KEY1)
                             " NEEDS A NUMBER, GOT " WS-VAL1 (1:20)
                         MOVE 1 TO L-RETURN-CODE
                     ELSE
                         IF FUNCTION NUMVAL(WS-VAL1) < 0
                             DISPLAY "MAINTAIN-REFDATA ERROR: "
                                 FUNCTION TRIM(WS-KEY1)
                                 " CANNOT BE NEGATIVE"
                             MOVE 1 TO L-RETURN-CODE
                         END-IF
                     END-IF
                 END-IF
             WHEN "CLOSE_REQUIRE_TASKS"
                 IF WS-VAL1 NOT = SPACES AND WS-VAL1 NOT = "Y"
                    AND WS-VAL1 NOT = "N"
                     DISPLAY "MAINTAIN-REFDATA ERROR: "
                         "CLOSE_REQUIRE_TASKS MUST BE Y OR N"
                     MOVE 1 TO L-RETURN-CODE
                 END-IF
             WHEN "DEFERRED_TAX_LEDGER"
                 IF WS-VAL1 NOT = SPACES AND WS-VAL1 NOT = "G"
                    AND WS-VAL1 NOT = "L"
                     DISPLAY "MAINTAIN-REFDATA ERROR: "
                         "DEFERRED_TAX_LEDGER MUST BE G OR L"
                     MOVE 1 TO L-RETURN-CODE
                 END-IF
             WHEN "DEFERRED_TAX_EXPENSE_ACCT"
             WHEN "DEFERRED_TAX_LIABILITY_ACCT"
                 IF WS-VAL1 NOT = SPACES
                     PERFORM REQUIRE-ACTIVE-ACCOUNT-V1
                 END-IF
             WHEN "SAFT_COUNTRY"
                 IF WS-VAL1 (3:) NOT = SPACES
                     DISPLAY "MAINTAIN-REFDATA ERROR: SAFT_COUNTRY "
                         "IS A TWO-LETTER COUNTRY CODE"
                     MOVE 1 TO L-RETURN-CODE
                 END-IF
             WHEN "ADJUSTING_SOURCES"
                 CONTINUE
             WHEN OTHER
                 DISPLAY "MAINTAIN-REFDATA ERROR: UNKNOWN PARAMETER "
                     WS-KEY1 (1:30)
                 MOVE 1 TO L-RETURN-CODE
           END-EVALUATE
           EXIT.

      *> the rate treasury agreed for a company pair. The pair is
      *> held in sorted order so A/B and B/A are the same row. A rate
      *> may start in the past - a pair is often set up after the
      *> balance is already running - but never on or before the
      *> last day IC-INTEREST has already charged the pair for, or
      *> the interest on the books would no longer match the rate
      *> on file.
       VALIDATE-IC-RATE.
           IF WS-KEY2 = SPACES OR WS-KEY1 (6:) NOT = SPACES
              OR WS-KEY2 (6:) NOT = SPACES
               DISPLAY "MAINTAIN-REFDATA ERROR: IC-RATE NEEDS TWO "
                   "COMPANY CODES"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-KEY1 (1:5) = WS-KEY2 (1:5)
               DISPLAY "MAINTAIN-REFDATA ERROR: A COMPANY CANNOT "
                   "CHARGE ITSELF INTEREST"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-KEY1 (1:5) < WS-KEY2 (1:5)
               MOVE WS-KEY1 (1:5) TO WS-IC-COMPANY-A
               MOVE WS-KEY2 (1:5) TO WS-IC-COMPANY-B
           ELSE
               MOVE WS-KEY2 (1:5) TO WS-IC-COMPANY-A
               MOVE WS-KEY1 (1:5) TO WS-IC-COMPANY-B
           END-IF
           MOVE WS-IC-COMPANY-A TO WS-KEY1
           MOVE WS-IC-COMPANY-B TO WS-KEY2
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM company
                WHERE company_code IN (:WS-IC-COMPANY-A,
                                       :WS-IC-COMPANY-B)
           END-EXEC
           IF WS-ROW-COUNT < 2
               DISPLAY "MAINTAIN-REFDATA ERROR: BOTH COMPANIES MUST "
                   "BE IN THE COMPANY MASTER"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-VAL1 = SPACES
               ACCEPT WS-SP-TODAY FROM DATE YYYYMMDD
               MOVE SPACES TO WS-VAL1
               STRING WS-SP-TODAY (1:4) "-" WS-SP-TODAY (5:2) "-"
                   WS-SP-TODAY (7:2)
                   DELIMITED BY SIZE
                   INTO WS-VAL1
               END-STRING
           END-IF
           MOVE WS-VAL1 (1:10) TO WS-DATE-WORK
           CALL "DATE-EDIT" USING BY CONTENT "EDIT"
                                  BY REFERENCE WS-DATE-WORK
                                  BY REFERENCE WS-DATE-STATUS
           IF WS-DATE-STATUS NOT = "Y" OR WS-VAL1 (11:) NOT = SPACES
               DISPLAY "MAINTAIN-REFDATA ERROR: BAD EFFECTIVE DATE "
                   WS-VAL1 (1:10)
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM ic_interest_charge
                WHERE company_a = :WS-IC-COMPANY-A
                  AND company_b = :WS-IC-COMPANY-B
                  AND period_end >= CAST(:WS-DATE-WORK AS DATE)
           END-EXEC
           IF WS-ROW-COUNT NOT = 0
               DISPLAY "MAINTAIN-REFDATA ERROR: INTEREST IS ALREADY "
                   "CHARGED FOR " WS-IC-COMPANY-A "/" WS-IC-COMPANY-B
                   " ON OR AFTER " WS-DATE-WORK
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(WS-VAL2) NOT = 0
               DISPLAY "MAINTAIN-REFDATA ERROR: RATE MUST BE A "
                   "NUMBER, GOT " WS-VAL2 (1:20)
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-VAL2) < 0
              OR FUNCTION NUMVAL(WS-VAL2) > 99.9999
               DISPLAY "MAINTAIN-REFDATA ERROR: RATE MUST BE 0 TO "
                   "99.9999 PERCENT A YEAR"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-VAL3 = SPACES
               MOVE "365" TO WS-VAL3
           END-IF
           IF WS-VAL3 NOT = "360" AND WS-VAL3 NOT = "365"
               DISPLAY "MAINTAIN-REFDATA ERROR: DAY BASIS MUST BE "
                   "360 OR 365"
               MOVE 1 TO L-RETURN-CODE
           END-IF
           EXIT.

      *> where IC-INTEREST books a company's side of the interest -
      *> both accounts on the company's own chart, like the
      *> reserve pair.
       VALIDATE-IC-INT-ACCT.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM company
                WHERE company_code = :WS-KEY1
           END-EXEC
           IF WS-ROW-COUNT = 0
               DISPLAY "MAINTAIN-REFDATA ERROR: COMPANY "
                   WS-KEY1 (1:5) " NOT IN COMPANY MASTER"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-VAL1 = SPACES OR WS-VAL2 = SPACES
               DISPLAY "MAINTAIN-REFDATA ERROR: INTEREST INCOME AND "
                   "EXPENSE ACCOUNTS REQUIRED"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM REQUIRE-ACTIVE-ACCOUNT-V1
           IF L-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM REQUIRE-ACTIVE-ACCOUNT-V2
           IF L-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM chart_of_accounts
                WHERE account_code IN (:WS-VAL1, :WS-VAL2)
                  AND company_code = :WS-KEY1
           END-EXEC
           IF WS-ROW-COUNT < 2
               DISPLAY "MAINTAIN-REFDATA ERROR: BOTH ACCOUNTS MUST "
                   "BELONG TO COMPANY " WS-KEY1 (1:5)
               MOVE 1 TO L-RETURN-CODE
           END-IF
           EXIT.

      *> equity movement map: an account key has to be on the chart,
      *> a source-code key is the two-letter code. Net income is not
      *> a mapped type - it is always the YEAR-END-CLOSE entries.
       VALIDATE-EQ-MOVE.
           IF WS-KEY2 = SPACES
               MOVE "A" TO WS-KEY2
           END-IF
           IF WS-KEY2 NOT = "A" AND WS-KEY2 NOT = "S"
               DISPLAY "MAINTAIN-REFDATA ERROR: KIND MUST BE A OR S"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-VAL1 NOT = "DV" AND WS-VAL1 NOT = "CC"
               AND WS-VAL1 NOT = "TR" AND WS-VAL1 NOT = "OT"
               DISPLAY "MAINTAIN-REFDATA ERROR: MOVEMENT TYPE MUST "
                   "BE DV, CC, TR OR OT"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-KEY2 = "S"
               IF WS-KEY1 (3:48) NOT = SPACES
                   DISPLAY "MAINTAIN-REFDATA ERROR: SOURCE CODE "
                       "MUST BE TWO CHARACTERS"
                   MOVE 1 TO L-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM chart_of_accounts
                WHERE account_code = :WS-KEY1
           END-EXEC
           IF WS-ROW-COUNT = 0
               DISPLAY "MAINTAIN-REFDATA ERROR: UNKNOWN ACCOUNT "
                   WS-KEY1
               MOVE 1 TO L-RETURN-CODE
           END-IF
           EXIT.

      *> KPI definitions: both sides name their basis and at least
      *> one term; every line term has to be a detail line of the
      *> line master (subtotals carry no accounts), every statistical
      *> term a statistical account, every range lo:hi in order. The
      *> scale is a positive number, each band side a number or open.
       VALIDATE-KPI-DEF.
           IF WS-KEY1 (11:40) NOT = SPACES
               DISPLAY "MAINTAIN-REFDATA ERROR: KPI CODE IS AT MOST "
                   "10 CHARACTERS"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-KEY2 = SPACES
               DISPLAY "MAINTAIN-REFDATA ERROR: DESCRIPTION REQUIRED"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM SPLIT-KPI-FIELDS

           MOVE WS-KPI-NUM-BASIS TO WS-KPI-BASIS
           MOVE WS-KPI-NUM-TERMS TO WS-KPI-TERMS
           PERFORM VALIDATE-KPI-SIDE
           IF L-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-KPI-DEN-BASIS TO WS-KPI-BASIS
           MOVE WS-KPI-DEN-TERMS TO WS-KPI-TERMS
           PERFORM VALIDATE-KPI-SIDE
           IF L-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(WS-KPI-SCALE) NOT = 0
               DISPLAY "MAINTAIN-REFDATA ERROR: SCALE FACTOR MUST BE "
                   "A NUMBER"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-KPI-SCALE) NOT > 0
               DISPLAY "MAINTAIN-REFDATA ERROR: SCALE FACTOR MUST BE "
                   "POSITIVE"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-KPI-BAND-LO NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-KPI-BAND-LO) NOT = 0
                   DISPLAY "MAINTAIN-REFDATA ERROR: BAND LOW MUST BE "
                       "A NUMBER OR BLANK"
                   MOVE 1 TO L-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-KPI-BAND-HI NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-KPI-BAND-HI) NOT = 0
                   DISPLAY "MAINTAIN-REFDATA ERROR: BAND HIGH MUST BE "
                       "A NUMBER OR BLANK"
                   MOVE 1 TO L-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-KPI-BAND-LO NOT = SPACES
               AND WS-KPI-BAND-HI NOT = SPACES
               IF FUNCTION NUMVAL(WS-KPI-BAND-LO) >
                   FUNCTION NUMVAL(WS-KPI-BAND-HI)
                   DISPLAY "MAINTAIN-REFDATA ERROR: BAND LOW IS "
                       "ABOVE BAND HIGH"
                   MOVE 1 TO L-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-KPI-BAND-BASIS NOT = "V"
               AND WS-KPI-BAND-BASIS NOT = "M"
               DISPLAY "MAINTAIN-REFDATA ERROR: BAND BASIS MUST BE "
                   "V (VALUE) OR M (MOVEMENT)"
               MOVE 1 TO L-RETURN-CODE
           END-IF
           EXIT.

      *> v1/v2 are basis/terms, v3 the scale, v4 lo:hi[:basis] -
      *> taken apart the same way for the edit and the apply.
       SPLIT-KPI-FIELDS.
           MOVE WS-VAL1 (1:1) TO WS-KPI-NUM-BASIS
           MOVE SPACES TO WS-KPI-NUM-TERMS
           IF WS-VAL1 (2:1) = "/"
               MOVE WS-VAL1 (3:98) TO WS-KPI-NUM-TERMS
           END-IF
           MOVE WS-VAL2 (1:1) TO WS-KPI-DEN-BASIS
           MOVE SPACES TO WS-KPI-DEN-TERMS
           IF WS-VAL2 (2:1) = "/"
               MOVE WS-VAL2 (3:98) TO WS-KPI-DEN-TERMS
           END-IF
           IF WS-VAL3 = SPACES
               MOVE "1" TO WS-KPI-SCALE
           ELSE
               MOVE WS-VAL3 TO WS-KPI-SCALE
           END-IF
           MOVE SPACES TO WS-KPI-BAND-LO WS-KPI-BAND-HI
               WS-KPI-BAND-BASIS
           UNSTRING WS-VAL4 DELIMITED BY ":"
               INTO WS-KPI-BAND-LO WS-KPI-BAND-HI WS-KPI-BAND-BASIS
           IF WS-KPI-BAND-BASIS = SPACES
               MOVE "V" TO WS-KPI-BAND-BASIS
           END-IF
           EXIT.

       VALIDATE-KPI-SIDE.
           IF WS-KPI-BASIS NOT = "L" AND WS-KPI-BASIS NOT = "R"
               AND WS-KPI-BASIS NOT = "S"
               DISPLAY "MAINTAIN-REFDATA ERROR: NUMERATOR AND "
                   "DENOMINATOR ARE L/, R/ OR S/ FOLLOWED BY TERMS"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-KPI-TERMS = SPACES
               DISPLAY "MAINTAIN-REFDATA ERROR: NO TERMS AFTER "
                   WS-KPI-BASIS "/"
               MOVE 1 TO L-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-KPI-PTR
           PERFORM UNTIL WS-KPI-PTR > 98 OR L-RETURN-CODE NOT = 0
               MOVE SPACES TO WS-KPI-TERM-RAW
               UNSTRING WS-KPI-TERMS DELIMITED BY ","
                   INTO WS-KPI-TERM-RAW
                   WITH POINTER WS-KPI-PTR
               END-UNSTRING
               IF WS-KPI-TERM-RAW NOT = SPACES
                   PERFORM VALIDATE-KPI-TERM
               END-IF
           END-PERFORM
           EXIT.

       VALIDATE-KPI-TERM.
           MOVE FUNCTION TRIM(WS-KPI-TERM-RAW LEADING) TO WS-KPI-TERM
           IF WS-KPI-TERM (1:1) = "-"
               MOVE WS-KPI-TERM (2:49) TO WS-KPI-TERM-RAW
               MOVE FUNCTION TRIM(WS-KPI-TERM-RAW LEADING)
                   TO WS-KPI-TERM
           END-IF
           EVALUATE WS-KPI-BASIS
             WHEN "L"
                 EXEC SQL
                     SELECT COUNT(*) INTO :WS-ROW-COUNT
                       FROM stmt_line
                      WHERE line_code = :WS-KPI-TERM
                        AND subtotal_level = 0
                 END-EXEC
                 IF WS-ROW-COUNT = 0
                     DISPLAY "MAINTAIN-REFDATA ERROR: "
                         FUNCTION TRIM(WS-KPI-TERM)
                         " IS NOT A DETAIL STATEMENT LINE"
                     MOVE 1 TO L-RETURN-CODE
                 END-IF
             WHEN "S"
                 EXEC SQL
                     SELECT COUNT(*) INTO :WS-ROW-COUNT
                       FROM chart_of_accounts
                      WHERE account_code = :WS-KPI-TERM
                        AND statistical_flag = 'Y'
                 END-EXEC
                 IF WS-ROW-COUNT = 0
                     DISPLAY "MAINTAIN-REFDATA ERROR: "
                         FUNCTION TRIM(WS-KPI-TERM)
                         " IS NOT A STATISTICAL ACCOUNT"
                     MOVE 1 TO L-RETURN-CODE
                 END-IF
             WHEN "R"
                 MOVE SPACES TO WS-RANGE-LO WS-RANGE-HI
                 UNSTRING WS-KPI-TERM DELIMITED BY ":"
                     INTO WS-RANGE-LO WS-RANGE-HI
                 IF WS-RANGE-HI = SPACES
                     MOVE WS-RANGE-LO TO WS-RANGE-HI
                 END-IF
                 IF WS-RANGE-LO = SPACES OR WS-RANGE-LO > WS-RANGE-HI
                     DISPLAY "MAINTAIN-REFDATA ERROR: RANGE "
                         FUNCTION TRIM(WS-KPI-TERM)
                         " MUST BE lo:hi"
                     MOVE 1 TO L-RETURN-CODE
                 END-IF
           END-EVALUATE
           EXIT.

       STAGE-CHANGE.
           EXEC SQL
               INSERT INTO refdata_pending
                   (table_name, op, key1, key2, val1, val2, val3,
                    val4, requested_by)
               VALUES
                   (:WS-TABLE-NAME, :WS-OP, :WS-KEY1, :WS-KEY2,
                    :WS-VAL1, :WS-VAL2, :WS-VAL3, :WS-VAL4,
                    :WS-OPERATOR-ID)
               RETURNING id INTO :WS-PENDING-ID
           END-EXEC
           IF SQLCODE NOT = 0
           EXEC SQL
               SELECT table_name, key1, COALESCE(key2, ' '),
                      COALESCE(val1, ' '), COALESCE(val2, ' '),
                      COALESCE(val3, ' '), COALESCE(val4, ' '),
                      requested_by
                 INTO :WS-TABLE-NAME, :WS-KEY1, :WS-KEY2,
                      :WS-VAL1, :WS-VAL2, :WS-VAL3, :WS-VAL4,
                      :WS-REQUESTED-BY
                 FROM refdata_pending
                WHERE id = :WS-PENDING-ID
                 PERFORM APPLY-TAX-CODE
             WHEN "COMPANY"
                 PERFORM APPLY-COMPANY
             WHEN "COMPANY-OWNER"
                 PERFORM APPLY-COMPANY-OWNER
             WHEN "COST-CENTER"
                 PERFORM APPLY-COST-CENTER
             WHEN "ACCOUNT-MAP"
                 PERFORM APPLY-TEMPLATE-SCHED
             WHEN "CERT-OWNER"
                 PERFORM APPLY-CERT-OWNER
             WHEN "BANK-RULE"
                 PERFORM APPLY-BANK-RULE
             WHEN "COUNTERPARTY"
                 PERFORM APPLY-COUNTERPARTY
             WHEN "RESERVE-PCT"
                 PERFORM APPLY-RESERVE-PCT
             WHEN "RESERVE-CUST"
                 PERFORM APPLY-RESERVE-CUST
             WHEN "RESERVE-ACCT"
                 PERFORM APPLY-RESERVE-ACCT
             WHEN "MCC-MAP"
                 PERFORM APPLY-MCC-MAP
             WHEN "PROJECT"
                 PERFORM APPLY-PROJECT
             WHEN "SYS-PARAM"
                 PERFORM APPLY-SYS-PARAM
             WHEN "IC-RATE"
                 PERFORM APPLY-IC-RATE
             WHEN "IC-INT-ACCT"
                 PERFORM APPLY-IC-INT-ACCT
             WHEN "EQ-MOVE"
                 PERFORM APPLY-EQ-MOVE
             WHEN "KPI-DEF"
                 PERFORM APPLY-KPI-DEF
           END-EVALUATE

           IF L-RETURN-CODE = 0
                   INSERT INTO company
                       (company_code, company_name,
                        due_from_account, due_to_account,
                        settlement_account, functional_currency)
                   VALUES (:WS-KEY1, :WS-KEY2, :WS-VAL1,
                       :WS-VAL2, :WS-VAL3,
                       COALESCE(NULLIF(TRIM(:WS-VAL4), ''), 'USD'))
               END-EXEC
           ELSE
               EXEC SQL
                      SET company_name       = :WS-KEY2,
                          due_from_account   = :WS-VAL1,
                          due_to_account     = :WS-VAL2,
                          settlement_account = :WS-VAL3,
                          functional_currency =
                              COALESCE(NULLIF(TRIM(:WS-VAL4), ''),
                                       'USD')
                    WHERE company_code = :WS-KEY1
               END-EXEC
           END-IF
           PERFORM CHECK-APPLY-SQLCODE
           EXIT.

      *> WS-RATE-PCT was set by VALIDATE-COMPANY-OWNER, which runs
      *> ahead of every apply (again at CONFIRM).
       APPLY-COMPANY-OWNER.
           EXEC SQL
               UPDATE company
                  SET parent_company = NULLIF(TRIM(:WS-KEY2), ''),
                      ownership_pct  = :WS-RATE-PCT
                WHERE company_code = :WS-KEY1
           END-EXEC
           PERFORM CHECK-APPLY-SQLCODE
           EXIT.

       APPLY-COST-CENTER.
           IF WS-VAL2 = SPACES
               MOVE "Y" TO WS-VAL2
           IF WS-ROW-COUNT = 0
               EXEC SQL
                   INSERT INTO cost_center
                       (cost_center_code, description, active_flag,
                        parent_code, node_type)
                   VALUES (:WS-KEY1, :WS-VAL1, :WS-VAL2,
                           NULLIF(TRIM(:WS-PARENT-CODE), ''),
                           :WS-NODE-TYPE)
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE cost_center
                      SET description = :WS-VAL1,
                          active_flag = :WS-VAL2,
                          parent_code =
                              NULLIF(TRIM(:WS-PARENT-CODE), ''),
                          node_type = :WS-NODE-TYPE
                    WHERE cost_center_code = :WS-KEY1
               END-EXEC
           END-IF
           PERFORM CHECK-APPLY-SQLCODE
           EXIT.

       APPLY-BANK-RULE.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM bank_item_rule
                WHERE cash_account = :WS-KEY1
                  AND match_on = :WS-VAL2
                  AND pattern = :WS-KEY2
           END-EXEC
           IF WS-ROW-COUNT = 0
               EXEC SQL
                   INSERT INTO bank_item_rule
                       (cash_account, match_on, pattern, direction,
                        offset_account, cost_center)
                   VALUES (:WS-KEY1, :WS-VAL2, :WS-KEY2, :WS-VAL3,
                       :WS-VAL1, NULLIF(TRIM(:WS-VAL4), ''))
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE bank_item_rule
                      SET direction      = :WS-VAL3,
                          offset_account = :WS-VAL1,
                          cost_center    = NULLIF(TRIM(:WS-VAL4), ''),
                          active_flag    = 'Y'
                    WHERE cash_account = :WS-KEY1
                      AND match_on = :WS-VAL2
                      AND pattern = :WS-KEY2
               END-EXEC
           END-IF
           PERFORM CHECK-APPLY-SQLCODE
           EXIT.

       APPLY-COUNTERPARTY.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM counterparty
                WHERE counterparty_id = :WS-KEY1
           END-EXEC
           IF WS-ROW-COUNT = 0
               EXEC SQL
                   INSERT INTO counterparty
                       (counterparty_id, counterparty_name, tax_id,
                        reportable_flag, box_code, active_flag)
                   VALUES (:WS-KEY1, :WS-KEY2,
                       NULLIF(TRIM(:WS-VAL1), ''), :WS-VAL2,
                       NULLIF(TRIM(:WS-VAL3), ''), :WS-VAL4)
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE counterparty
                      SET counterparty_name = :WS-KEY2,
                          tax_id          = NULLIF(TRIM(:WS-VAL1), ''),
                          reportable_flag = :WS-VAL2,
                          box_code        = NULLIF(TRIM(:WS-VAL3), ''),
                          active_flag     = :WS-VAL4
                    WHERE counterparty_id = :WS-KEY1
               END-EXEC
           END-IF
           PERFORM CHECK-APPLY-SQLCODE
           EXIT.

       APPLY-PROJECT.
           IF WS-VAL2 = SPACES
               MOVE 0 TO WS-BUDGET-AMOUNT
           ELSE
               MOVE FUNCTION NUMVAL(WS-VAL2) TO WS-BUDGET-AMOUNT
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM project
                WHERE project_code = :WS-KEY1
           END-EXEC
           IF WS-ROW-COUNT = 0
               EXEC SQL
                   INSERT INTO project
                       (project_code, description, project_type,
                        budget_amount, cost_center, status)
                   VALUES (:WS-KEY1, :WS-KEY2, :WS-VAL1,
                       :WS-BUDGET-AMOUNT, NULLIF(TRIM(:WS-VAL3), ''),
                       :WS-VAL4)
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE project
                      SET description   = :WS-KEY2,
                          project_type  = :WS-VAL1,
                          budget_amount = :WS-BUDGET-AMOUNT,
                          cost_center   = NULLIF(TRIM(:WS-VAL3), ''),
                          status        = :WS-VAL4
                    WHERE project_code = :WS-KEY1
               END-EXEC
           END-IF
           PERFORM CHECK-APPLY-SQLCODE
           EXIT.

       APPLY-RESERVE-PCT.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM reserve_rate
                WHERE aging_bucket = :WS-KEY1
           END-EXEC
           IF WS-ROW-COUNT = 0
               EXEC SQL
                   INSERT INTO reserve_rate
                       (aging_bucket, reserve_pct)
                   VALUES (:WS-KEY1, :WS-RATE-PCT)
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE reserve_rate
                      SET reserve_pct = :WS-RATE-PCT
                    WHERE aging_bucket = :WS-KEY1
               END-EXEC
           END-IF
           PERFORM CHECK-APPLY-SQLCODE
           EXIT.

       APPLY-RESERVE-CUST.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM reserve_customer
                WHERE customer_id = :WS-KEY1
           END-EXEC
           IF WS-ROW-COUNT = 0
               EXEC SQL
                   INSERT INTO reserve_customer
                       (customer_id, reserve_pct)
                   VALUES (:WS-KEY1, :WS-RATE-PCT)
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE reserve_customer
                      SET reserve_pct = :WS-RATE-PCT
                    WHERE customer_id = :WS-KEY1
               END-EXEC
           END-IF
           PERFORM CHECK-APPLY-SQLCODE
           EXIT.

       APPLY-RESERVE-ACCT.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM reserve_account
                WHERE company_code = :WS-KEY1
           END-EXEC
           IF WS-ROW-COUNT = 0
               EXEC SQL
                   INSERT INTO reserve_account
                       (company_code, allowance_account,
                        expense_account)
                   VALUES (:WS-KEY1, :WS-VAL1, :WS-VAL2)
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE reserve_account
                      SET allowance_account = :WS-VAL1,
                          expense_account   = :WS-VAL2
                    WHERE company_code = :WS-KEY1
               END-EXEC
           END-IF
           PERFORM CHECK-APPLY-SQLCODE
           EXIT.

       APPLY-MCC-MAP.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM mcc_map
                WHERE merchant_category = :WS-KEY1
           END-EXEC
           IF WS-ROW-COUNT = 0
               EXEC SQL
                   INSERT INTO mcc_map
                       (merchant_category, account_code)
                   VALUES (:WS-KEY1, :WS-VAL1)
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE mcc_map
                      SET account_code = :WS-VAL1
                    WHERE merchant_category = :WS-KEY1
               END-EXEC
           END-IF
           PERFORM CHECK-APPLY-SQLCODE
           EXIT.

      *> one row per parameter, company and effective date; a
      *> correction on the same date replaces the value. Who asked
      *> and who confirmed travel with the row.
       APPLY-SYS-PARAM.
           MOVE WS-VAL2 (1:5)  TO WS-SP-COMPANY
           MOVE WS-KEY2 (1:10) TO WS-DATE-WORK
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM system_parameter
                WHERE param_name     = :WS-KEY1
                  AND company_code   = :WS-SP-COMPANY
                  AND effective_from = :WS-DATE-WORK
           END-EXEC
           IF WS-ROW-COUNT = 0
               EXEC SQL
                   INSERT INTO system_parameter
                       (param_name, company_code, effective_from,
                        param_value, requested_by, confirmed_by)
                   VALUES (:WS-KEY1, :WS-SP-COMPANY, :WS-DATE-WORK,
                       :WS-VAL1, :WS-REQUESTED-BY, :WS-OPERATOR-ID)
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE system_parameter
                      SET param_value  = :WS-VAL1,
                          requested_by = :WS-REQUESTED-BY,
                          confirmed_by = :WS-OPERATOR-ID,
                          changed_at   = CURRENT_TIMESTAMP
                    WHERE param_name     = :WS-KEY1
                      AND company_code   = :WS-SP-COMPANY
                      AND effective_from = :WS-DATE-WORK
               END-EXEC
           END-IF
           PERFORM CHECK-APPLY-SQLCODE
           EXIT.

      *> one row per pair and effective date; a correction on the
      *> same date replaces the rate.
       APPLY-IC-RATE.
           MOVE WS-KEY1 (1:5)  TO WS-IC-COMPANY-A
           MOVE WS-KEY2 (1:5)  TO WS-IC-COMPANY-B
           MOVE WS-VAL1 (1:10) TO WS-DATE-WORK
           COMPUTE WS-IC-RATE = FUNCTION NUMVAL(WS-VAL2)
           MOVE WS-VAL3 (1:3)  TO WS-IC-BASIS
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM ic_interest_rate
                WHERE company_a      = :WS-IC-COMPANY-A
                  AND company_b      = :WS-IC-COMPANY-B
                  AND effective_from = CAST(:WS-DATE-WORK AS DATE)
           END-EXEC
           IF WS-ROW-COUNT = 0
               EXEC SQL
                   INSERT INTO ic_interest_rate
                       (company_a, company_b, effective_from,
                        annual_rate_pct, day_basis)
                   VALUES (:WS-IC-COMPANY-A, :WS-IC-COMPANY-B,
                       CAST(:WS-DATE-WORK AS DATE), :WS-IC-RATE,
                       :WS-IC-BASIS)
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE ic_interest_rate
                      SET annual_rate_pct = :WS-IC-RATE,
                          day_basis       = :WS-IC-BASIS
                    WHERE company_a      = :WS-IC-COMPANY-A
                      AND company_b      = :WS-IC-COMPANY-B
                      AND effective_from = CAST(:WS-DATE-WORK AS DATE)
               END-EXEC
           END-IF
           PERFORM CHECK-APPLY-SQLCODE
           EXIT.

       APPLY-IC-INT-ACCT.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM ic_interest_account
                WHERE company_code = :WS-KEY1
           END-EXEC
           IF WS-ROW-COUNT = 0
               EXEC SQL
                   INSERT INTO ic_interest_account
                       (company_code, income_account,
                        expense_account)
                   VALUES (:WS-KEY1, :WS-VAL1, :WS-VAL2)
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE ic_interest_account
                      SET income_account  = :WS-VAL1,
                          expense_account = :WS-VAL2
                    WHERE company_code = :WS-KEY1
               END-EXEC
           END-IF
           PERFORM CHECK-APPLY-SQLCODE
           EXIT.

       APPLY-EQ-MOVE.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM equity_movement_map
                WHERE map_kind = :WS-KEY2
                  AND map_key = :WS-KEY1
           END-EXEC
           IF WS-ROW-COUNT = 0
               EXEC SQL
                   INSERT INTO equity_movement_map
                       (map_kind, map_key, movement_type)
                   VALUES (:WS-KEY2, :WS-KEY1, :WS-VAL1)
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE equity_movement_map
                      SET movement_type = :WS-VAL1
                    WHERE map_kind = :WS-KEY2
                      AND map_key = :WS-KEY1
               END-EXEC
           END-IF
           PERFORM CHECK-APPLY-SQLCODE
           EXIT.

       APPLY-KPI-DEF.
           PERFORM SPLIT-KPI-FIELDS
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                 FROM kpi_definition
                WHERE kpi_code = :WS-KEY1
           END-EXEC
           IF WS-ROW-COUNT = 0
               EXEC SQL
                   INSERT INTO kpi_definition
                       (kpi_code, description, num_basis, num_terms,
                        den_basis, den_terms, scale_factor,
                        band_low, band_high, band_basis)
                   VALUES (:WS-KEY1, :WS-KEY2, :WS-KPI-NUM-BASIS,
                       TRIM(:WS-KPI-NUM-TERMS), :WS-KPI-DEN-BASIS,
                       TRIM(:WS-KPI-DEN-TERMS),
                       CAST(TRIM(:WS-KPI-SCALE) AS NUMERIC),
                       CAST(NULLIF(TRIM(:WS-KPI-BAND-LO), '')
                            AS NUMERIC),
                       CAST(NULLIF(TRIM(:WS-KPI-BAND-HI), '')
                            AS NUMERIC),
                       :WS-KPI-BAND-BASIS)
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE kpi_definition
                      SET description = :WS-KEY2,
                          num_basis = :WS-KPI-NUM-BASIS,
                          num_terms = TRIM(:WS-KPI-NUM-TERMS),
                          den_basis = :WS-KPI-DEN-BASIS,
                          den_terms = TRIM(:WS-KPI-DEN-TERMS),
                          scale_factor =
                              CAST(TRIM(:WS-KPI-SCALE) AS NUMERIC),
                          band_low =
                              CAST(NULLIF(TRIM(:WS-KPI-BAND-LO), '')
                                   AS NUMERIC),
                          band_high =
                              CAST(NULLIF(TRIM(:WS-KPI-BAND-HI), '')
                                   AS NUMERIC),
                          band_basis = :WS-KPI-BAND-BASIS
                    WHERE kpi_code = :WS-KEY1
               END-EXEC
           END-IF
           PERFORM CHECK-APPLY-SQLCODE
           EXIT.

      *> rows that are plain lookup data may be removed outright;
      *> the transactional masters only ever deactivate or restage,
      *> never vanish.
                     DELETE FROM cert_owner
                      WHERE account_code = :WS-KEY1
                 END-EXEC
             WHEN "BANK-RULE"
                 EXEC SQL
                     DELETE FROM bank_item_rule
                      WHERE cash_account = :WS-KEY1
                        AND pattern = :WS-KEY2
                 END-EXEC
      *> the customer goes back to the bucket percentages.
             WHEN "RESERVE-CUST"
                 EXEC SQL
                     DELETE FROM reserve_customer
                      WHERE customer_id = :WS-KEY1
                 END-EXEC
             WHEN "MCC-MAP"
                 EXEC SQL
                     DELETE FROM mcc_map
                      WHERE merchant_category = :WS-KEY1
                 END-EXEC
             WHEN "EQ-MOVE"
                 IF WS-KEY2 = SPACES
                     MOVE "A" TO WS-KEY2
                 END-IF
                 EXEC SQL
                     DELETE FROM equity_movement_map
                      WHERE map_kind = :WS-KEY2
                        AND map_key = :WS-KEY1
                 END-EXEC
             WHEN "KPI-DEF"
                 EXEC SQL
                     DELETE FROM kpi_definition
                      WHERE kpi_code = :WS-KEY1
                 END-EXEC
             WHEN OTHER
                 DISPLAY "MAINTAIN-REFDATA ERROR: DELETE ONLY "
                     "APPLIES TO ACCOUNT-MAP, ALLOC-RULE, "
                     "CALENDAR, STMT-LINE, STMT-MAP, POST-RULE, "
                     "CLOSE-TASK, CERT-OWNER, BANK-RULE, "
                     "RESERVE-CUST, MCC-MAP, EQ-MOVE OR KPI-DEF"
                 MOVE 1 TO L-RETURN-CODE
                 EXIT PARAGRAPH
           END-EVALUATE
