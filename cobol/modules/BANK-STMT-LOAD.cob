       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-STMT-LOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the statement exactly as the bank sent it - a BAI2 file
      *> (comma-delimited records, "/" terminated) or a SWIFT MT940
      *> (":tag:" lines). Anything else is taken to be the home-made
      *> date|amount|reference layout and left alone.
           SELECT NATIVE-FILE ASSIGN DYNAMIC WS-NATIVE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-NATIVE-FILE-STATUS.

      *> the statement lines rewritten in RECONCILE's pipe layout,
      *> extended with the bank's own type code, value date and
      *> debit/credit mark: date|amount|reference|typecode|valuedate
      *> |D-or-C - same work-file hand-off PAYROLL-IN makes to
      *> CREATE-SPLIT-ENTRY.
           SELECT STMT-FILE ASSIGN DYNAMIC WS-STMT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-STMT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NATIVE-FILE.
       01  FD-NATIVE-LINE      PIC X(256).

       FD  STMT-FILE.
       01  FD-STMT-LINE        PIC X(256).

       WORKING-STORAGE SECTION.
       01  WS-NATIVE-FILE-NAME    PIC X(256).
       01  WS-NATIVE-FILE-STATUS  PIC X(2).
       01  WS-STMT-FILE-NAME      PIC X(256).
       01  WS-STMT-FILE-STATUS    PIC X(2).
       01  WS-EOF-FLAG            PIC X(1)    VALUE "N".
           88  WS-EOF                         VALUE "Y".
       01  WS-INPUT-LINE          PIC X(256).

      *> "B" BAI2, "M" MT940, "P" pipe layout (no conversion).
       01  WS-FORMAT              PIC X(1).
           88  WS-FORMAT-BAI2                 VALUE "B".
           88  WS-FORMAT-MT940                VALUE "M".
           88  WS-FORMAT-PIPE                 VALUE "P".

      *> one BAI2 record split on its commas. The "/" terminator
      *> ends the record; anything after it is ignored.
       01  WS-FIELD-TABLE.
           05  WS-FIELD OCCURS 40 TIMES
                   INDEXED BY WS-FIELD-IDX     PIC X(60).
       01  WS-FIELD-COUNT         PIC 9(3)    VALUE 0.
       01  WS-FIELD-PTR           PIC 9(3).
       01  WS-FIELD-DELIM         PIC X(1).
       01  WS-SCAN-IDX            PIC 9(3).
       01  WS-LAST-REC-TYPE       PIC X(2)    VALUE SPACES.
       01  WS-AS-OF-DATE          PIC X(10)   VALUE SPACES.

      *> one statement section at a time - a BAI2 account (03 ... 49)
      *> or an MT940 statement (:60x: ... :62x:) - must prove its own
      *> opening balance plus detail to its closing balance.
       01  WS-SECTION-ACCOUNT     PIC X(35).

      *> a file may carry several bank accounts (several 03 records,
      *> several :25: blocks); only the lines of the account being
      *> reconciled go to the work file. Unnamed, the file must hold
      *> one account only.
       01  WS-WANTED-ACCOUNT      PIC X(35).
       01  WS-FIRST-ACCOUNT       PIC X(35)   VALUE SPACES.
       01  WS-SELECTED-FLAG       PIC X(1)    VALUE "N".
           88  WS-SECTION-SELECTED            VALUE "Y".
       01  WS-MIXED-FLAG          PIC X(1)    VALUE "N".
           88  WS-ACCOUNTS-MIXED              VALUE "Y".
       01  WS-SELECTED-COUNT      PIC 9(5)    VALUE 0.
       01  WS-OPENING-FLAG        PIC X(1)    VALUE "N".
           88  WS-OPENING-SEEN                VALUE "Y".
       01  WS-CLOSING-FLAG        PIC X(1)    VALUE "N".
           88  WS-CLOSING-SEEN                VALUE "Y".
       01  WS-OPENING-BAL         PIC S9(13)V99 VALUE 0.
       01  WS-CLOSING-BAL         PIC S9(13)V99 VALUE 0.
       01  WS-DETAIL-NET          PIC S9(13)V99 VALUE 0.
       01  WS-PROVED-BAL          PIC S9(13)V99 VALUE 0.
       01  WS-SECTION-COUNT       PIC 9(5)    VALUE 0.
       01  WS-SECTION-LINES       PIC 9(9)    VALUE 0.
       01  WS-LINE-TOTAL          PIC 9(9)    VALUE 0.
       01  WS-BAL-EDIT            PIC -(12)9.99.
       01  WS-BAL-EDIT-2          PIC -(12)9.99.

      *> the statement line being built.
       01  WS-LINE-DATE           PIC X(10).
       01  WS-LINE-AMOUNT         PIC 9(11)V99.
       01  WS-LINE-SIGN           PIC X(1).
           88  WS-LINE-CREDIT                 VALUE "C".
           88  WS-LINE-DEBIT                  VALUE "D".
       01  WS-LINE-REFERENCE      PIC X(50).
       01  WS-LINE-TYPE-CODE      PIC X(10).
       01  WS-LINE-VALUE-DATE     PIC X(10).
       01  WS-AMOUNT-EDIT         PIC Z(10)9.99.
       01  WS-WORK-LINE           PIC X(256).

       01  WS-TYPE-NUM            PIC 9(3).
       01  WS-AMOUNT-TEXT         PIC X(20).
       01  WS-AMOUNT-SIGNED       PIC S9(13)V99.
       01  WS-YYMMDD              PIC X(6).
       01  WS-ISO-DATE            PIC X(10).

      *> MT940 tag line pieces.
       01  WS-TAG                 PIC X(5).
       01  WS-TAG-DATA            PIC X(250).
       01  WS-POS                 PIC 9(3).
       01  WS-AMT-START           PIC 9(3).
       01  WS-AMT-LEN             PIC 9(3).
       01  WS-ENTRY-MMDD          PIC X(4).
       01  WS-ENTRY-YEAR          PIC 9(4).
       01  WS-VALUE-MONTH         PIC 9(2).
       01  WS-ENTRY-MONTH         PIC 9(2).
       01  WS-REF-END             PIC 9(3).

       LINKAGE SECTION.
       01  L-NATIVE-FILE       PIC X(256).
       01  L-STMT-FILE         PIC X(256).
       01  L-FORMAT            PIC X(1).
       01  L-RETURN-CODE       PIC 9(4).
       01  L-BANK-ACCOUNT      PIC X(35).

       PROCEDURE DIVISION
           USING BY REFERENCE
               L-NATIVE-FILE
               L-STMT-FILE
               L-FORMAT
               L-RETURN-CODE
               L-BANK-ACCOUNT.

      *> RECONCILE's front end for the bank's own statement files:
      *> sniffs the first record for the format, and for BAI2 or
      *> MT940 takes every detail record as one statement line,
      *> keeping the bank's transaction type code and value date
      *> with it. Each account/statement section must prove opening
      *> balance plus detail to closing balance - a file that does
      *> not prove returns 1 and nothing in it is matched. Only the
      *> section whose 03 account / :25: identifier is
      *> L-BANK-ACCOUNT is written; a file with no such section is
      *> refused, as is a file of several accounts when none is
      *> named. A file in the old pipe layout comes back as format
      *> "P" with its own name as the statement file, untouched.
       MAIN-LOGIC.
           MOVE L-NATIVE-FILE TO WS-NATIVE-FILE-NAME
           MOVE FUNCTION TRIM(L-BANK-ACCOUNT) TO WS-WANTED-ACCOUNT
           IF WS-WANTED-ACCOUNT = SPACES
               SET WS-SECTION-SELECTED TO TRUE
           END-IF
           MOVE L-NATIVE-FILE TO L-STMT-FILE
           MOVE "P"           TO L-FORMAT
           MOVE 0             TO L-RETURN-CODE

           OPEN INPUT NATIVE-FILE
           IF WS-NATIVE-FILE-STATUS NOT = "00"
               DISPLAY "BANK-STMT-LOAD ERROR: CANNOT OPEN "
                   WS-NATIVE-FILE-NAME
               MOVE 1 TO L-RETURN-CODE
               GOBACK
           END-IF

           MOVE "P" TO WS-FORMAT
           READ NATIVE-FILE INTO WS-INPUT-LINE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-EOF
               EVALUATE TRUE
                 WHEN WS-INPUT-LINE (1:3) = "01,"
                     SET WS-FORMAT-BAI2 TO TRUE
                 WHEN WS-INPUT-LINE (1:4) = ":20:"
                   OR WS-INPUT-LINE (1:3) = "{1:"
                     SET WS-FORMAT-MT940 TO TRUE
               END-EVALUATE
           END-IF

           IF WS-FORMAT-PIPE
               CLOSE NATIVE-FILE
               GOBACK
           END-IF
           MOVE WS-FORMAT TO L-FORMAT

           ACCEPT WS-STMT-FILE-NAME
               FROM ENVIRONMENT "BANK_STMT_WORK_FILE"
           IF WS-STMT-FILE-NAME = SPACES
               MOVE "bank_stmt.lines" TO WS-STMT-FILE-NAME
           END-IF
           MOVE WS-STMT-FILE-NAME TO L-STMT-FILE
           OPEN OUTPUT STMT-FILE
           IF WS-STMT-FILE-STATUS NOT = "00"
               DISPLAY "BANK-STMT-LOAD ERROR: CANNOT OPEN WORK FILE "
                   WS-STMT-FILE-NAME
               MOVE 1 TO L-RETURN-CODE
               CLOSE NATIVE-FILE
               GOBACK
           END-IF

      *> the first record is already in hand from the sniff.
           PERFORM UNTIL WS-EOF
               IF WS-FORMAT-BAI2
                   PERFORM TAKE-ONE-BAI2-RECORD
               ELSE
                   PERFORM TAKE-ONE-MT940-LINE
               END-IF
               READ NATIVE-FILE INTO WS-INPUT-LINE
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE NATIVE-FILE
           CLOSE STMT-FILE

      *> a section left open at end of file never reached its
      *> closing balance - the file was cut short.
           IF WS-OPENING-SEEN
               DISPLAY "BANK-STMT-LOAD ERROR: STATEMENT FOR "
                   WS-SECTION-ACCOUNT " HAS NO CLOSING BALANCE"
               MOVE 1 TO L-RETURN-CODE
           END-IF
           IF WS-SECTION-COUNT = 0
               DISPLAY "BANK-STMT-LOAD ERROR: NO STATEMENT BALANCES "
                   "IN " WS-NATIVE-FILE-NAME
               MOVE 1 TO L-RETURN-CODE
           END-IF
           IF WS-WANTED-ACCOUNT NOT = SPACES
               AND WS-SELECTED-COUNT = 0
               DISPLAY "BANK-STMT-LOAD ERROR: NO STATEMENT FOR BANK "
                   "ACCOUNT " FUNCTION TRIM(WS-WANTED-ACCOUNT) " IN "
                   FUNCTION TRIM(WS-NATIVE-FILE-NAME)
               MOVE 1 TO L-RETURN-CODE
           END-IF
           IF WS-WANTED-ACCOUNT = SPACES AND WS-ACCOUNTS-MIXED
               DISPLAY "BANK-STMT-LOAD ERROR: "
                   FUNCTION TRIM(WS-NATIVE-FILE-NAME)
                   " HOLDS MORE THAN ONE BANK ACCOUNT - NAME THE "
                   "ONE TO RECONCILE"
               MOVE 1 TO L-RETURN-CODE
           END-IF

           DISPLAY "BANK-STMT-LOAD: " WS-SECTION-COUNT
               " STATEMENT(S), " WS-LINE-TOTAL " LINE(S) FROM "
               FUNCTION TRIM(WS-NATIVE-FILE-NAME)
           GOBACK.

      *> ---- BAI2 ----------------------------------------------------
      *> 01 file header, 02 group header (as-of date in its fifth
      *> field), 03 account identifier with summary amounts (010
      *> opening ledger, 015 closing ledger), 16 transaction detail,
      *> 88 continuation, 49 account trailer, 98 group trailer, 99
      *> file trailer.
       TAKE-ONE-BAI2-RECORD.
           PERFORM SPLIT-BAI2-FIELDS
           EVALUATE WS-FIELD (1)
             WHEN "02"
                 MOVE WS-FIELD (5) (1:6) TO WS-YYMMDD
                 PERFORM CONVERT-YYMMDD
                 MOVE WS-ISO-DATE TO WS-AS-OF-DATE
                 MOVE "02" TO WS-LAST-REC-TYPE
             WHEN "03"
                 PERFORM START-SECTION
                 MOVE WS-FIELD (2) TO WS-SECTION-ACCOUNT
                 PERFORM SELECT-SECTION
                 MOVE 4 TO WS-SCAN-IDX
                 PERFORM TAKE-BAI2-SUMMARY
                 MOVE "03" TO WS-LAST-REC-TYPE
             WHEN "16"
                 PERFORM TAKE-BAI2-DETAIL
                 MOVE "16" TO WS-LAST-REC-TYPE
             WHEN "88"
      *> a continued 03 carries more summary amounts; a continued
      *> 16 only carries more narrative, which is not needed here.
                 IF WS-LAST-REC-TYPE = "03"
                     MOVE 2 TO WS-SCAN-IDX
                     PERFORM TAKE-BAI2-SUMMARY
                 END-IF
             WHEN "49"
                 PERFORM PROVE-SECTION
                 MOVE "49" TO WS-LAST-REC-TYPE
             WHEN OTHER
                 MOVE WS-FIELD (1) (1:2) TO WS-LAST-REC-TYPE
           END-EVALUATE
           EXIT.

       SPLIT-BAI2-FIELDS.
           MOVE SPACES TO WS-FIELD-TABLE
           MOVE 0      TO WS-FIELD-COUNT
           MOVE 1      TO WS-FIELD-PTR
           MOVE SPACE  TO WS-FIELD-DELIM
           PERFORM UNTIL WS-FIELD-PTR > 256
                      OR WS-FIELD-DELIM = "/"
                      OR WS-FIELD-COUNT >= 40
               ADD 1 TO WS-FIELD-COUNT
               UNSTRING WS-INPUT-LINE DELIMITED BY "," OR "/"
                   INTO WS-FIELD (WS-FIELD-COUNT)
                        DELIMITER IN WS-FIELD-DELIM
                   WITH POINTER WS-FIELD-PTR
               END-UNSTRING
           END-PERFORM
           EXIT.

      *> summary groups are type, amount, item count, funds type -
      *> funds type V adds a value date and time, S adds three
      *> availability amounts. Only the ledger balances matter here.
       TAKE-BAI2-SUMMARY.
           PERFORM UNTIL WS-SCAN-IDX > WS-FIELD-COUNT
                      OR WS-SCAN-IDX > 37
                      OR WS-FIELD (WS-SCAN-IDX) = SPACES
               MOVE WS-FIELD (WS-SCAN-IDX + 1) TO WS-AMOUNT-TEXT
               PERFORM CONVERT-BAI2-AMOUNT
               EVALUATE WS-FIELD (WS-SCAN-IDX)
                 WHEN "010"
                     MOVE WS-AMOUNT-SIGNED TO WS-OPENING-BAL
                     SET WS-OPENING-SEEN TO TRUE
                 WHEN "015"
                     MOVE WS-AMOUNT-SIGNED TO WS-CLOSING-BAL
                     SET WS-CLOSING-SEEN TO TRUE
               END-EVALUATE
               EVALUATE WS-FIELD (WS-SCAN-IDX + 3)
                 WHEN "V"
                     ADD 6 TO WS-SCAN-IDX
                 WHEN "S"
                     ADD 7 TO WS-SCAN-IDX
                 WHEN OTHER
                     ADD 4 TO WS-SCAN-IDX
               END-EVALUATE
           END-PERFORM
           EXIT.

      *> 16,type,amount,funds type[,value date,time],bank ref,
      *> customer ref,text. Type codes 100-399 are credits to the
      *> account, 400-699 debits.
       TAKE-BAI2-DETAIL.
           MOVE WS-FIELD (2)  TO WS-LINE-TYPE-CODE
           MOVE WS-FIELD (3)  TO WS-AMOUNT-TEXT
           PERFORM CONVERT-BAI2-AMOUNT
           IF WS-AMOUNT-SIGNED < 0
               COMPUTE WS-AMOUNT-SIGNED = 0 - WS-AMOUNT-SIGNED
           END-IF
           MOVE WS-AMOUNT-SIGNED TO WS-LINE-AMOUNT
           MOVE WS-AS-OF-DATE    TO WS-LINE-DATE
           MOVE WS-AS-OF-DATE    TO WS-LINE-VALUE-DATE

           MOVE 5 TO WS-SCAN-IDX
           EVALUATE WS-FIELD (4)
             WHEN "V"
                 MOVE WS-FIELD (5) (1:6) TO WS-YYMMDD
                 PERFORM CONVERT-YYMMDD
                 MOVE WS-ISO-DATE TO WS-LINE-VALUE-DATE
                 MOVE 7 TO WS-SCAN-IDX
             WHEN "S"
                 MOVE 8 TO WS-SCAN-IDX
           END-EVALUATE

      *> the bank's reference, or the customer's when the bank gave
      *> none.
           MOVE WS-FIELD (WS-SCAN-IDX) TO WS-LINE-REFERENCE
           IF WS-LINE-REFERENCE = SPACES
               AND WS-SCAN-IDX < 40
               MOVE WS-FIELD (WS-SCAN-IDX + 1) TO WS-LINE-REFERENCE
           END-IF

           MOVE 0 TO WS-TYPE-NUM
           IF WS-LINE-TYPE-CODE (1:3) IS NUMERIC
               MOVE WS-LINE-TYPE-CODE (1:3) TO WS-TYPE-NUM
           END-IF
           IF WS-TYPE-NUM >= 400
               SET WS-LINE-DEBIT TO TRUE
           ELSE
               SET WS-LINE-CREDIT TO TRUE
           END-IF
           PERFORM WRITE-STMT-LINE
           EXIT.

      *> BAI2 amounts carry no decimal point - the last two digits
      *> are cents - and may lead with a sign.
       CONVERT-BAI2-AMOUNT.
           MOVE 0 TO WS-AMOUNT-SIGNED
           IF WS-AMOUNT-TEXT NOT = SPACES
               COMPUTE WS-AMOUNT-SIGNED =
                   FUNCTION NUMVAL(WS-AMOUNT-TEXT) / 100
           END-IF
           EXIT.

      *> ---- MT940 ---------------------------------------------------
      *> :25: account, :60F:/:60M: opening balance, :61: statement
      *> line, :86: narrative, :62F:/:62M: closing balance. Lines that
      *> do not start with a tag continue the one before and carry
      *> only narrative.
       TAKE-ONE-MT940-LINE.
           IF WS-INPUT-LINE (1:1) NOT = ":"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TAG WS-TAG-DATA
           MOVE 1 TO WS-FIELD-PTR
           UNSTRING WS-INPUT-LINE (2:255) DELIMITED BY ":"
               INTO WS-TAG
               WITH POINTER WS-FIELD-PTR
           END-UNSTRING
           ADD 1 TO WS-FIELD-PTR
           MOVE WS-INPUT-LINE (WS-FIELD-PTR:) TO WS-TAG-DATA

           EVALUATE WS-TAG
             WHEN "25"
                 MOVE WS-TAG-DATA TO WS-SECTION-ACCOUNT
                 PERFORM SELECT-SECTION
             WHEN "60F"
             WHEN "60M"
                 PERFORM START-SECTION
                 PERFORM CONVERT-MT940-BALANCE
                 MOVE WS-AMOUNT-SIGNED TO WS-OPENING-BAL
                 SET WS-OPENING-SEEN TO TRUE
             WHEN "61"
                 PERFORM TAKE-MT940-DETAIL
             WHEN "62F"
             WHEN "62M"
                 PERFORM CONVERT-MT940-BALANCE
                 MOVE WS-AMOUNT-SIGNED TO WS-CLOSING-BAL
                 SET WS-CLOSING-SEEN TO TRUE
                 PERFORM PROVE-SECTION
           END-EVALUATE
           EXIT.

      *> D/C mark, YYMMDD, currency, amount with a decimal comma.
       CONVERT-MT940-BALANCE.
           MOVE WS-TAG-DATA (11:20) TO WS-AMOUNT-TEXT
           INSPECT WS-AMOUNT-TEXT REPLACING ALL "," BY "."
           MOVE FUNCTION NUMVAL(WS-AMOUNT-TEXT) TO WS-AMOUNT-SIGNED
           IF WS-TAG-DATA (1:1) = "D"
               COMPUTE WS-AMOUNT-SIGNED = 0 - WS-AMOUNT-SIGNED
           END-IF
           EXIT.

      *> :61: value date YYMMDD, optional entry date MMDD, D/C mark
      *> (C, D, RC, RD), optional funds code, amount, four-character
      *> transaction type (e.g. NTRF), customer reference, then
      *> "//" and the bank's reference.
       TAKE-MT940-DETAIL.
           MOVE WS-TAG-DATA (1:6) TO WS-YYMMDD
           PERFORM CONVERT-YYMMDD
           MOVE WS-ISO-DATE TO WS-LINE-VALUE-DATE
           MOVE WS-ISO-DATE TO WS-LINE-DATE
           MOVE 7 TO WS-POS

      *> the booking date is what the ledger posted against; it
      *> takes the value date's year, pushed across a year end
      *> when the two straddle one.
           IF WS-TAG-DATA (7:4) IS NUMERIC
               MOVE WS-TAG-DATA (7:4) TO WS-ENTRY-MMDD
               MOVE WS-LINE-VALUE-DATE (1:4) TO WS-ENTRY-YEAR
               MOVE WS-LINE-VALUE-DATE (6:2) TO WS-VALUE-MONTH
               MOVE WS-ENTRY-MMDD (1:2)      TO WS-ENTRY-MONTH
               IF WS-ENTRY-MONTH = 1 AND WS-VALUE-MONTH = 12
                   ADD 1 TO WS-ENTRY-YEAR
               END-IF
               IF WS-ENTRY-MONTH = 12 AND WS-VALUE-MONTH = 1
                   SUBTRACT 1 FROM WS-ENTRY-YEAR
               END-IF
               MOVE SPACES TO WS-LINE-DATE
               STRING WS-ENTRY-YEAR "-" WS-ENTRY-MMDD (1:2) "-"
                   WS-ENTRY-MMDD (3:2)
                   INTO WS-LINE-DATE
               END-STRING
               MOVE 11 TO WS-POS
           END-IF

      *> a reversal of a credit is a debit to the account, and the
      *> other way round.
           EVALUATE TRUE
             WHEN WS-TAG-DATA (WS-POS:2) = "RC"
                 SET WS-LINE-DEBIT TO TRUE
                 ADD 2 TO WS-POS
             WHEN WS-TAG-DATA (WS-POS:2) = "RD"
                 SET WS-LINE-CREDIT TO TRUE
                 ADD 2 TO WS-POS
             WHEN WS-TAG-DATA (WS-POS:1) = "D"
                 SET WS-LINE-DEBIT TO TRUE
                 ADD 1 TO WS-POS
             WHEN OTHER
                 SET WS-LINE-CREDIT TO TRUE
                 ADD 1 TO WS-POS
           END-EVALUATE
           IF WS-TAG-DATA (WS-POS:1) IS ALPHABETIC
               ADD 1 TO WS-POS
           END-IF

           MOVE WS-POS TO WS-AMT-START
           PERFORM UNTIL WS-POS > 200
                      OR (WS-TAG-DATA (WS-POS:1) NOT NUMERIC
                          AND WS-TAG-DATA (WS-POS:1) NOT = ",")
               ADD 1 TO WS-POS
           END-PERFORM
           COMPUTE WS-AMT-LEN = WS-POS - WS-AMT-START
           MOVE SPACES TO WS-AMOUNT-TEXT
           IF WS-AMT-LEN > 0 AND WS-AMT-LEN <= 20
               MOVE WS-TAG-DATA (WS-AMT-START:WS-AMT-LEN)
                   TO WS-AMOUNT-TEXT
           END-IF
           INSPECT WS-AMOUNT-TEXT REPLACING ALL "," BY "."
           MOVE 0 TO WS-LINE-AMOUNT
           IF WS-AMOUNT-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-AMOUNT-TEXT) TO WS-LINE-AMOUNT
           END-IF

           MOVE WS-TAG-DATA (WS-POS:4) TO WS-LINE-TYPE-CODE
           ADD 4 TO WS-POS

      *> the bank's reference after "//" wins over the customer's.
           MOVE SPACES TO WS-LINE-REFERENCE
           MOVE 0 TO WS-REF-END
           INSPECT WS-TAG-DATA (WS-POS:) TALLYING WS-REF-END
               FOR CHARACTERS BEFORE INITIAL "//"
           IF WS-POS + WS-REF-END < 249
               AND WS-TAG-DATA (WS-POS + WS-REF-END:2) = "//"
               MOVE WS-TAG-DATA (WS-POS + WS-REF-END + 2:)
                   TO WS-LINE-REFERENCE
           END-IF
           IF WS-LINE-REFERENCE = SPACES AND WS-REF-END > 0
               MOVE WS-TAG-DATA (WS-POS:WS-REF-END)
                   TO WS-LINE-REFERENCE
           END-IF
           PERFORM WRITE-STMT-LINE
           EXIT.

      *> ---- common -------------------------------------------------
       START-SECTION.
           IF WS-OPENING-SEEN
               DISPLAY "BANK-STMT-LOAD ERROR: STATEMENT FOR "
                   WS-SECTION-ACCOUNT " HAS NO CLOSING BALANCE"
               MOVE 1 TO L-RETURN-CODE
           END-IF
           MOVE "N" TO WS-OPENING-FLAG
           MOVE "N" TO WS-CLOSING-FLAG
           MOVE 0   TO WS-OPENING-BAL
           MOVE 0   TO WS-CLOSING-BAL
           MOVE 0   TO WS-DETAIL-NET
           MOVE 0   TO WS-SECTION-LINES
           EXIT.

      *> every section is still proved, but only the wanted
      *> account's lines are written. An MT940 account's later
      *> pages repeat its :25: and stay selected.
       SELECT-SECTION.
           MOVE "N" TO WS-SELECTED-FLAG
           IF WS-FIRST-ACCOUNT = SPACES
               MOVE WS-SECTION-ACCOUNT TO WS-FIRST-ACCOUNT
           END-IF
           IF FUNCTION TRIM(WS-SECTION-ACCOUNT) NOT =
              FUNCTION TRIM(WS-FIRST-ACCOUNT)
               SET WS-ACCOUNTS-MIXED TO TRUE
           END-IF
           IF WS-WANTED-ACCOUNT = SPACES
              OR FUNCTION TRIM(WS-SECTION-ACCOUNT) = WS-WANTED-ACCOUNT
               SET WS-SECTION-SELECTED TO TRUE
               ADD 1 TO WS-SELECTED-COUNT
           END-IF
           EXIT.

      *> opening + credits - debits must equal closing, to the cent.
       PROVE-SECTION.
           ADD 1 TO WS-SECTION-COUNT
           IF NOT WS-OPENING-SEEN OR NOT WS-CLOSING-SEEN
               DISPLAY "BANK-STMT-LOAD ERROR: STATEMENT FOR "
                   WS-SECTION-ACCOUNT
                   " LACKS AN OPENING OR CLOSING LEDGER BALANCE"
               MOVE 1 TO L-RETURN-CODE
               MOVE "N" TO WS-OPENING-FLAG
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PROVED-BAL = WS-OPENING-BAL + WS-DETAIL-NET
           MOVE WS-PROVED-BAL  TO WS-BAL-EDIT
           MOVE WS-CLOSING-BAL TO WS-BAL-EDIT-2
           IF WS-PROVED-BAL NOT = WS-CLOSING-BAL
               DISPLAY "BANK-STMT-LOAD ERROR: STATEMENT FOR "
                   FUNCTION TRIM(WS-SECTION-ACCOUNT)
                   " DOES NOT PROVE - OPENING PLUS DETAIL=" WS-BAL-EDIT
                   " CLOSING=" WS-BAL-EDIT-2
               MOVE 1 TO L-RETURN-CODE
           ELSE
               DISPLAY "BANK-STMT-LOAD: STATEMENT FOR "
                   FUNCTION TRIM(WS-SECTION-ACCOUNT) " PROVES, "
                   WS-SECTION-LINES
                   " LINE(S), CLOSING=" WS-BAL-EDIT-2
           END-IF
           MOVE "N" TO WS-OPENING-FLAG
           MOVE "N" TO WS-CLOSING-FLAG
           EXIT.

       WRITE-STMT-LINE.
           ADD 1 TO WS-SECTION-LINES
           IF WS-LINE-DEBIT
               SUBTRACT WS-LINE-AMOUNT FROM WS-DETAIL-NET
           ELSE
               ADD WS-LINE-AMOUNT TO WS-DETAIL-NET
           END-IF
           IF NOT WS-SECTION-SELECTED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINE-TOTAL

           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-WORK-LINE
           STRING
               WS-LINE-DATE                   DELIMITED BY SIZE
               "|"                            DELIMITED BY SIZE
               FUNCTION TRIM(WS-AMOUNT-EDIT)  DELIMITED BY SIZE
               "|"                            DELIMITED BY SIZE
               FUNCTION TRIM(WS-LINE-REFERENCE) DELIMITED BY SIZE
               "|"                            DELIMITED BY SIZE
               FUNCTION TRIM(WS-LINE-TYPE-CODE) DELIMITED BY SIZE
               "|"                            DELIMITED BY SIZE
               WS-LINE-VALUE-DATE             DELIMITED BY SIZE
               "|"                            DELIMITED BY SIZE
               WS-LINE-SIGN                   DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING
           MOVE WS-WORK-LINE TO FD-STMT-LINE
           WRITE FD-STMT-LINE
           EXIT.

       CONVERT-YYMMDD.
           MOVE SPACES TO WS-ISO-DATE
           STRING "20" WS-YYMMDD (1:2) "-" WS-YYMMDD (3:2) "-"
               WS-YYMMDD (5:2)
               INTO WS-ISO-DATE
           END-STRING
           EXIT.

       END PROGRAM BANK-STMT-LOAD.
