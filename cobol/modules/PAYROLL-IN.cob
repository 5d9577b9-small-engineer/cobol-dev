       01  WS-SOURCE-CODE     PIC X(2)      VALUE "PR".
       01  WS-CTL-OVERRIDE    PIC X(1)      VALUE SPACES.
       01  WS-COMMITMENT-ID   PIC 9(9)      VALUE 0.
       01  WS-NOT-ACCRUAL     PIC X(1)      VALUE "N".
       01  WS-CSE-RETURN-CODE PIC 9(4).
       01  WS-GUARD-STATUS    PIC X(1).
       01  WS-GUARD-OUTCOME   PIC X(10).
                USING L-PAY-DATE WS-SPLIT-MEMO WS-WORK-FILE-NAME
                      WS-CSE-RETURN-CODE L-OPERATOR-ID
                      WS-CTL-OVERRIDE WS-SOURCE-CODE
                      WS-COMMITMENT-ID WS-NOT-ACCRUAL

           IF WS-CSE-RETURN-CODE NOT = 0
               DISPLAY "PAYROLL-IN ERROR: PAY RUN NOT POSTED, RC="
