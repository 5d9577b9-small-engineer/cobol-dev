       01  WS-CTL-OVERRIDE    PIC X(1)      VALUE SPACES.
       01  WS-COMMITMENT-ID   PIC 9(9)      VALUE 0.
       01  WS-NO-UOM          PIC X(10)     VALUE SPACES.
       01  WS-NO-PROJECT      PIC X(10)     VALUE SPACES.
       01  WS-NO-COUNTERPARTY PIC X(20)     VALUE SPACES.
       01  WS-LEDGER-CODE     PIC X(1)      VALUE SPACES.
       01  WS-CE-RETURN-CODE  PIC 9(4).
       01  WS-DE-RETURN-CODE  PIC 9(4).
                      WS-SETTLE-REF-SQL WS-SOURCE-CODE
                      WS-PAYER-ENTRY-ID WS-TAX-CODE WS-CTL-OVERRIDE
                      WS-COMMITMENT-ID WS-NO-UOM
                      WS-LEDGER-CODE WS-NO-PROJECT WS-NO-COUNTERPARTY
           IF WS-CE-RETURN-CODE NOT = 0
               DISPLAY "IC-SETTLE ERROR: PAYER LEG FAILED FOR "
                   WS-PAYER-COMPANY "/" WS-PAYEE-COMPANY ", RC="
                      WS-SETTLE-REF-SQL WS-SOURCE-CODE
                      WS-PAYEE-ENTRY-ID WS-TAX-CODE WS-CTL-OVERRIDE
                      WS-COMMITMENT-ID WS-NO-UOM
                      WS-LEDGER-CODE WS-NO-PROJECT WS-NO-COUNTERPARTY
           IF WS-CE-RETURN-CODE NOT = 0
               DISPLAY "IC-SETTLE ERROR: PAYEE LEG FAILED FOR "
                   WS-PAYER-COMPANY "/" WS-PAYEE-COMPANY ", RC="
