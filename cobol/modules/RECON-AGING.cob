       01  WS-FIRST-SEEN     PIC X(10).
       01  WS-DAYS-OPEN      PIC S9(9).
       01  WS-ITEM-ACCOUNT   PIC X(50).
       01  WS-BANK-TYPE-CODE PIC X(10).
       01  WS-VALUE-DATE     PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL

           MOVE SPACES TO WS-RPT-LINE
           STRING "ITEM      T ENTRY     DATE        "
               "     AMOUNT FIRST SEEN  DAYS BUCKET  BANK TYPE "
               "VALUE DATE REFERENCE"
               INTO WS-RPT-LINE
           END-STRING
           CALL "REPORT-WRITER" USING BY CONTENT "HEADING"
                      COALESCE(reference, ' '),
                      CAST(first_seen AS VARCHAR),
                      CURRENT_DATE - first_seen,
                      cash_account,
                      COALESCE(bank_type_code, ' '),
                      COALESCE(CAST(value_date AS VARCHAR), ' ')
                 FROM outstanding_item
                WHERE status = 'OPEN'
                  AND (:WS-CASH-ACCOUNT = SPACES
                   FETCH C1 INTO :WS-ITEM-ID, :WS-ITEM-TYPE,
                       :WS-ENTRY-ID, :WS-ITEM-DATE, :WS-ITEM-AMOUNT,
                       :WS-REFERENCE, :WS-FIRST-SEEN, :WS-DAYS-OPEN,
                       :WS-ITEM-ACCOUNT, :WS-BANK-TYPE-CODE,
                       :WS-VALUE-DATE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM REPORT-ONE-ITEM
               WS-ENTRY-ID " " WS-ITEM-DATE " "
               WS-AMOUNT-EDIT " " WS-FIRST-SEEN " "
               WS-DAYS-EDIT " " WS-BUCKET-LABEL " "
               WS-BANK-TYPE-CODE " " WS-VALUE-DATE " "
               WS-REFERENCE (1:25)
               INTO WS-RPT-LINE
           END-STRING
