       FILE-CONTROL.
      *> one fixed-format record per invoice - date(10), GL
      *> account(50), amount(14), invoice reference(50), optional tax
      *> code(10), optional vendor/customer id(20). No delimiters;
      *> every field sits at a fixed column, the way the AP/AR
      *> subledger actually hands its extract over. Records from
      *> before the tax-code or counterparty columns simply read as
      *> spaces there, which means "no tax leg" / "no counterparty".
           SELECT EXTRACT-FILE ASSIGN DYNAMIC WS-EXTRACT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EXTRACT-FILE-STATUS.
           05  WS-EXT-AMOUNT-TEXT  PIC X(14).
           05  WS-EXT-REFERENCE    PIC X(50).
           05  WS-EXT-TAX-CODE     PIC X(10).
           05  WS-EXT-COUNTERPARTY PIC X(20).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-CTL-OVERRIDE    PIC X(1)    VALUE SPACES.
       01  WS-COMMITMENT-ID   PIC 9(9)      VALUE 0.
       01  WS-NO-UOM          PIC X(10)     VALUE SPACES.
       01  WS-NO-PROJECT      PIC X(10)     VALUE SPACES.
       01  WS-LEDGER-CODE     PIC X(1)      VALUE SPACES.
       01  WS-GUARD-STATUS    PIC X(1).
       01  WS-GUARD-OUTCOME   PIC X(10).
                          WS-SOURCE-CODE WS-ENTRY-ID
                          WS-EXT-TAX-CODE WS-CTL-OVERRIDE
                          WS-COMMITMENT-ID WS-NO-UOM
                          WS-LEDGER-CODE WS-NO-PROJECT
                          WS-EXT-COUNTERPARTY
           ELSE
               CALL "CREATE-ENTRY"
                    USING WS-EXT-DATE WS-EXT-ACCOUNT
                          WS-SOURCE-CODE WS-ENTRY-ID
                          WS-EXT-TAX-CODE WS-CTL-OVERRIDE
                          WS-COMMITMENT-ID WS-NO-UOM
                          WS-LEDGER-CODE WS-NO-PROJECT
                          WS-EXT-COUNTERPARTY
           END-IF

      *> a record whose GL account the ledger refuses no longer just
                          WS-SOURCE-CODE WS-ENTRY-ID
                          WS-NO-TAX-CODE WS-CTL-OVERRIDE
                          WS-COMMITMENT-ID WS-NO-UOM
                          WS-LEDGER-CODE WS-NO-PROJECT
                          WS-EXT-COUNTERPARTY
           ELSE
               CALL "CREATE-ENTRY"
                    USING WS-EXT-DATE L-SUSPENSE-ACCOUNT
                          WS-SOURCE-CODE WS-ENTRY-ID
                          WS-NO-TAX-CODE WS-CTL-OVERRIDE
                          WS-COMMITMENT-ID WS-NO-UOM
                          WS-LEDGER-CODE WS-NO-PROJECT
                          WS-EXT-COUNTERPARTY
           END-IF

           IF WS-RETURN-CODE = 0
