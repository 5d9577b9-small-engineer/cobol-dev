       01  WS-CT-RETURN-CODE   PIC 9(4).
       01  WS-CTL-OVERRIDE     PIC X(1)    VALUE SPACES.
       01  WS-COMMITMENT-ID   PIC 9(9)      VALUE 0.
       01  WS-NOT-ACCRUAL     PIC X(1)      VALUE "N".
       01  WS-SOURCE-CODE      PIC X(2)    VALUE SPACES.

      *> every target row is buffered while cursor C1 is open, same
                USING L-POST-DATE WS-SPLIT-MEMO WS-WORK-FILE-NAME
                      WS-CSE-RETURN-CODE WS-OPERATOR-ID
                      WS-CTL-OVERRIDE WS-SOURCE-CODE
                      WS-COMMITMENT-ID WS-NOT-ACCRUAL

           IF WS-CSE-RETURN-CODE NOT = 0
               DISPLAY "RUN-ALLOCATIONS ERROR: SPLIT POST FAILED, RC="
