      *> (L local only, G group only, blank = B both).
       01  WS-P26          PIC X(1).

      *> optional project code - field 27 on a CREATE-ENTRY line.
       01  WS-P27          PIC X(10).

      *> optional counterparty id - field 28 on a CREATE-ENTRY line;
      *> the vendor or customer the posting is with.
       01  WS-P28          PIC X(20).

      *> AUDIT-EXTRACT's source filter rides in the p13 slot (field
      *> 14), but that slot is X(3) for CREATE-ENTRY's currency code -
      *> this X(2) field matches L-SOURCE-CODE's exact PICTURE, MOVEd
       01  WS-P2-ID        PIC 9(9).
       01  WS-P3-VER       PIC 9(9).
       01  WS-P7-VER       PIC 9(9).
       01  WS-P16-PARK-ID  PIC 9(9).

      *> posted entry id handed back by CREATE-ENTRY.
       01  WS-CE-ENTRY-ID  PIC 9(9).
      *> MAINTAIN-ASSET's life-in-months parameter.
       01  WS-P6-LIFE      PIC 9(4).

      *> MAINTAIN-ASSET's tax-life-in-months parameter.
       01  WS-P24-LIFE     PIC 9(4).

      *> AMORT-SCHEDULE's number-of-periods parameter.
       01  WS-P5-NPER      PIC 9(4).

      *> CLEARING-MATCH's date-window parameter.
       01  WS-P3-DAYS      PIC 9(4).

      *> ENTRY-RISK's ranked-entry count.
       01  WS-P3-TOP       PIC 9(4).

      *> signed-amount handling: a leading minus on a CREATE-ENTRY or
      *> UPDATE-ENTRY amount means "credit memo" - the debit and
      *> credit sides swap and the absolute value posts, so JE-AMOUNT
       01  WS-GUARD-STATUS           PIC X(1).
       01  WS-GUARD-OUTCOME          PIC X(10).

      *> run-lock controls - a file or stream run holds the POSTING
      *> lock over every company and date for its whole length.
       01  WS-LOCK-CLASS             PIC X(10)  VALUE "POSTING".
       01  WS-LOCK-COMPANY           PIC X(5)   VALUE SPACES.
       01  WS-LOCK-START             PIC X(10)  VALUE SPACES.
       01  WS-LOCK-END               PIC X(10)  VALUE SPACES.
       01  WS-LOCK-RC                PIC 9(4).
       01  WS-SINGLE-ACTION          PIC X(20).
       01  WS-SINGLE-LOCK-FLAG       PIC X(1)   VALUE "N".
           88  WS-SINGLE-LOCKED                 VALUE "Y".

      *> field-count validation controls.
       01  WS-ERROR-LOG-FILE-NAME    PIC X(256).
       01  WS-ERROR-LOG-FILE-STATUS  PIC X(2).
           EXIT.

      *> Original single-shot mode: one ACCEPT, one action, one call.
      *> A posting batch program run this way gets the same shared
      *> session and POSTING lock a file run holds, so a daytime rerun
      *> is refused while a rebuild, close or archive is under way.
      *> TEST-REFRESH is not on the list: it writes only the target
      *> database and claims its own lock there.
       PROCESS-SINGLE-LINE.
           ACCEPT WS-INPUT-LINE.
           MOVE SPACES TO WS-SINGLE-ACTION
           UNSTRING WS-INPUT-LINE DELIMITED BY "|"
               INTO WS-SINGLE-ACTION
           MOVE "N" TO WS-SINGLE-LOCK-FLAG
           MOVE "POSTING" TO WS-LOCK-CLASS
           EVALUATE FUNCTION TRIM(WS-SINGLE-ACTION)
             WHEN "GRNI-ACCRUAL"
             WHEN "IC-SETTLE"
             WHEN "IC-INTEREST"
             WHEN "RUN-AMORTIZATION"
             WHEN "RUN-LEASES"
             WHEN "DEPRECIATE-ASSETS"
             WHEN "REVERSE-ACCRUALS"
             WHEN "REVALUE-FX"
             WHEN "TRANSLATE-FX"
             WHEN "ELIMINATE"
             WHEN "CONSOL-NCI"
             WHEN "RUN-ALLOCATIONS"
             WHEN "YEAR-END-CLOSE"
             WHEN "PAYROLL-IN"
             WHEN "PAYROLL-ACCRUAL"
             WHEN "AR-ALLOWANCE"
             WHEN "EXPENSE-IN"
             WHEN "PROJECT-SETTLE"
             WHEN "PARK-RELEASE"
             WHEN "RECONCILE"
             WHEN "SUBLEDGER-IN"
             WHEN "SUSPENSE-CLEAR"
             WHEN "POST-TEMPLATE"
             WHEN "COA-RESTRUCTURE"
             WHEN "CLEARING-MATCH"
             WHEN "MAINTAIN-LEASE"
             WHEN "CREATE-ENTRY"
             WHEN "CREATE-SPLIT-ENTRY"
             WHEN "FX-RATE-LOAD"
             WHEN "PARK-ENTRY"
             WHEN "FISCAL-CALENDAR"
                 ACCEPT WS-ENV-NAME FROM ENVIRONMENT "DB_ENV"
                 CALL "DB-UTIL" USING BY CONTENT "OPEN-SESSION"
                                      BY REFERENCE WS-SESSION-STATUS
                                      BY CONTENT WS-ENV-NAME
                 IF WS-SESSION-STATUS = "Y"
                     SET WS-SINGLE-LOCKED TO TRUE
                 END-IF
      *> a new calendar reshapes the periods every balance is cut
      *> by, so it runs as a rebuild, not alongside other postings.
                 IF FUNCTION TRIM(WS-SINGLE-ACTION) = "FISCAL-CALENDAR"
                     MOVE "REBUILD" TO WS-LOCK-CLASS
                 END-IF
             WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WS-SINGLE-LOCKED
               PERFORM CLAIM-RUN-LOCK
               IF WS-LOCK-RC NOT = 0
                   MOVE WS-LOCK-RC TO WS-RETURN-CODE
                   CALL "DB-UTIL" USING BY CONTENT "CLOSE-SESSION"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM DISPATCH-LINE

           IF WS-SINGLE-LOCKED
               PERFORM RELEASE-RUN-LOCK
               CALL "DB-UTIL" USING BY CONTENT "CLOSE-SESSION"
           END-IF
           EXIT.

      *> Batch mode: TRANS_FILE names a pipe-delimited transaction
      *> file; every line is read and dispatched until end-of-file.
               END-IF
           END-IF

      *> a posting run holds the POSTING lock until the file is done,
      *> so a rebuild, close or archive started elsewhere meanwhile
      *> is refused instead of running underneath it. The lock lives
      *> on the shared session; without one there is nothing to hold
      *> it on.
           IF NOT WS-VALIDATE-ONLY AND WS-SESSION-STATUS = "Y"
               PERFORM CLAIM-RUN-LOCK
               IF WS-LOCK-RC NOT = 0
                   MOVE WS-LOCK-RC TO WS-RETURN-CODE
                   CALL "DB-UTIL" USING BY CONTENT "CLOSE-SESSION"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FILE-STATUS NOT = "00"
               DISPLAY "TRANS FILE OPEN ERROR, STATUS="
               PERFORM WRITE-RUN-REPORT
           END-IF

           PERFORM RELEASE-RUN-LOCK
           CALL "DB-UTIL" USING BY CONTENT "CLOSE-SESSION".

      *> the nightly stream: buffer the definition, run the runnable
                   "FALLING BACK TO PER-CALL CONNECTS"
           END-IF

      *> the night's stream holds the POSTING lock end to end, so a
      *> daytime rerun of a rebuild or close cannot land in the middle
      *> of it - and the stream's own steps share its owner token.
           IF WS-SESSION-STATUS = "Y"
               PERFORM CLAIM-RUN-LOCK
               IF WS-LOCK-RC NOT = 0
                   MOVE WS-LOCK-RC TO WS-STREAM-RC
                   CALL "DB-UTIL" USING BY CONTENT "CLOSE-SESSION"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN INPUT STREAM-FILE
           IF WS-STREAM-FILE-STATUS NOT = "00"
               DISPLAY "STREAM FILE OPEN ERROR, STATUS="
                   WS-STREAM-FILE-STATUS
               MOVE 1 TO WS-STREAM-RC
               PERFORM RELEASE-RUN-LOCK
               CALL "DB-UTIL" USING BY CONTENT "CLOSE-SESSION"
               EXIT PARAGRAPH
           END-IF
               UNTIL WS-STREAM-IDX > WS-STREAM-TOTAL

           PERFORM STAMP-RUN-END
           PERFORM RELEASE-RUN-LOCK
           CALL "DB-UTIL" USING BY CONTENT "CLOSE-SESSION"

           MOVE 0 TO WS-JS-RETURN-CODE
           END-IF
           EXIT.

      *> MAIN's claim - POSTING, or REBUILD for a single-line
      *> FISCAL-CALENDAR - is deliberately global - blank company,
      *> open dates - since a file or stream may post to any company
      *> on any date and its lines are only known as they are read.
      *> RUN-LOCK reads a blank company as every company and open
      *> dates as all time, so a close, archive or rebuild of any
      *> company's period is refused while MAIN posts, and a
      *> PERIOD-CLOSE or ARCHIVE-ENTRIES line inside MAIN's own run
      *> passes on the shared owner token.
       CLAIM-RUN-LOCK.
           MOVE 0 TO WS-LOCK-RC
           CALL "RUN-LOCK" USING BY CONTENT "CLAIM"
                                 BY CONTENT "MAIN"
                                 BY REFERENCE WS-LOCK-CLASS
                                 BY REFERENCE WS-LOCK-COMPANY
                                 WS-LOCK-START WS-LOCK-END
                                 WS-OPERATOR-ID WS-LOCK-RC
           EXIT.

       RELEASE-RUN-LOCK.
           CALL "RUN-LOCK" USING BY CONTENT "RELEASE"
                                 BY CONTENT "MAIN"
                                 BY REFERENCE WS-LOCK-CLASS
                                 BY REFERENCE WS-LOCK-COMPANY
                                 WS-LOCK-START WS-LOCK-END
                                 WS-OPERATOR-ID WS-LOCK-RC
           EXIT.

       FIND-DEPENDENCY-SLOT.
           MOVE 0 TO WS-STREAM-DEP-SLOT
           PERFORM MATCH-ONE-DEPENDENCY
           MOVE SPACES TO WS-P1 WS-P2 WS-P3 WS-P4 WS-P5 WS-P6 WS-P7
               WS-P10 WS-P13 WS-P15 WS-P16 WS-P17 WS-P18 WS-P19
               WS-P20 WS-P21 WS-P22 WS-P23 WS-P24 WS-P25 WS-P26
               WS-P27 WS-P28
           MOVE 0      TO WS-P8 WS-P9 WS-P11 WS-P12 WS-P14
           MOVE 0 TO WS-FIELD-COUNT
           UNSTRING WS-INPUT-LINE
                    WS-P7 WS-P8 WS-P9 WS-P10 WS-P11 WS-P12
                    WS-P13 WS-P14 WS-P15 WS-P16 WS-P17 WS-P18 WS-P19
                    WS-P20 WS-P21 WS-P22 WS-P23 WS-P24 WS-P25
                    WS-P26 WS-P27 WS-P28
               TALLYING IN WS-FIELD-COUNT.

           MOVE FUNCTION TRIM(WS-ACTION TRAILING) TO WS-ACT-TRIM
      *> |..|..|..|..|..|currency(p13)|rate(p14)|forcedup(p15)|..|..
      *> |costcenter(p18)|..|sourceref(p20)|sourcecode(p21)
      *> |taxcode(p22)|ctloverride(p23)|commitment(p24)|uom(p25)
      *> |ledger(p26, L/G/blank=B)|project(p27)|counterparty(p28)
      *> The subledger source codes (and the reversals they spawn)
      *> are what exempts a posting from the control-account gate, so
      *> they may only ever be stamped by the programs themselves - a
      *> from bypassed. IC is reserved for the same reason:
      *> IC-SETTLE's rerun guard and netting both key on it, and a
      *> keyed IC line could make a real settlement silently skip.
      *> PA likewise: PAYROLL-ACCRUAL's rerun guard keys on it.
      *> GR and RS pass the funds check untouched - GRNI-ACCRUAL's
      *> accruals are already inside the commitment they relieve,
      *> and a restructure transfer only moves a balance - and GR is
      *> GRNI-ACCRUAL's rerun key too, so a keyed GR or RS line would
      *> post past the budget unseen.
      *> CT and II are keyed on the same way: TRANSLATE-FX nets every
      *> CT entry as a translation adjustment already booked, and
      *> IC-INTEREST's rerun guard is II plus the source ref, so a
      *> keyed line under either would skip or distort the real one.
                 IF WS-P21 = "AP" OR WS-P21 = "AR" OR WS-P21 = "RV"
                     OR WS-P21 = "PR" OR WS-P21 = "IC"
                     OR WS-P21 = "PA" OR WS-P21 = "GR"
                     OR WS-P21 = "RS" OR WS-P21 = "CT"
                     OR WS-P21 = "II"
                     DISPLAY "CREATE-ENTRY REJECTED: SOURCE CODE "
                         WS-P21 " IS RESERVED FOR SYSTEM POSTINGS"
                     MOVE 1 TO WS-RETURN-CODE
                                WS-NOT-APPROVED WS-P6 WS-P18 WS-P20
                                WS-P21 WS-CE-ENTRY-ID WS-P22 WS-P23
                                WS-P24-COMMIT WS-P25 WS-P26
                                WS-P27 WS-P28
                 ELSE
                     CALL "CREATE-ENTRY"
                          USING WS-P1 WS-P2 WS-P3 WS-P4-AMT WS-P5
                                WS-NOT-APPROVED WS-P6 WS-P18 WS-P20
                                WS-P21 WS-CE-ENTRY-ID WS-P22 WS-P23
                                WS-P24-COMMIT WS-P25 WS-P26
                                WS-P27 WS-P28
                 END-IF
                 END-IF
             WHEN WS-ACT-TRIM = "READ-ENTRIES"
                      USING WS-P1 WS-RETURN-CODE WS-OPERATOR-ID WS-P2
                            WS-P3-VER
             WHEN WS-ACT-TRIM = "CREATE-SPLIT-ENTRY"
      *> CREATE-SPLIT-ENTRY|date|p2|p3|p4|memo|accrual(p6)|..
      *> |..|..|linesfile(p10)
      *> |..|..|..|..|ctloverride(p15)|..|..|..|..|..
      *> |sourcecode(p21, blank = GJ)|..|..|commitment(p24). The
      *> system source codes are refused on a keyed split for the
      *> programs stamp them.
                 IF WS-P21 = "AP" OR WS-P21 = "AR" OR WS-P21 = "RV"
                     OR WS-P21 = "PR" OR WS-P21 = "IC"
                     OR WS-P21 = "PA" OR WS-P21 = "GR"
                     OR WS-P21 = "RS" OR WS-P21 = "CT"
                     OR WS-P21 = "II"
                     DISPLAY "CREATE-SPLIT-ENTRY REJECTED: SOURCE "
                         "CODE " WS-P21 " IS RESERVED FOR SYSTEM "
                         "POSTINGS"
                     CALL "CREATE-SPLIT-ENTRY"
                          USING WS-P1 WS-P5 WS-P10
                                WS-RETURN-CODE WS-OPERATOR-ID WS-P15
                                WS-P21 WS-P24-COMMIT WS-P6
                 END-IF
             WHEN WS-ACT-TRIM = "PARK-ENTRY"
      *> PARK-ENTRY - CREATE-ENTRY's own line, parked instead of
      *> posted: releasedate(p7, blank = hold until released) and
      *> parkid(p16, blank = park a new entry, else re-park that one)
      *> in two fields CREATE-ENTRY does not use. The same reserved
      *> source codes are refused and a negative amount swaps the
      *> sides now, so the parked row is what will be posted.
                 IF WS-P21 = "AP" OR WS-P21 = "AR" OR WS-P21 = "RV"
                     OR WS-P21 = "PR" OR WS-P21 = "IC"
                     OR WS-P21 = "PA" OR WS-P21 = "GR"
                     OR WS-P21 = "RS" OR WS-P21 = "CT"
                     OR WS-P21 = "II"
                     DISPLAY "PARK-ENTRY REJECTED: SOURCE CODE "
                         WS-P21 " IS RESERVED FOR SYSTEM POSTINGS"
                     MOVE 1 TO WS-RETURN-CODE
                 ELSE
                     MOVE 0 TO WS-NEG-TALLY
                     INSPECT WS-P4 TALLYING WS-NEG-TALLY FOR ALL "-"
                     IF WS-NEG-TALLY > 0
                         INSPECT WS-P4 REPLACING ALL "-" BY SPACE
                         MOVE WS-P2 TO WS-SWAP-ACCT
                         MOVE WS-P3 TO WS-P2
                         MOVE WS-SWAP-ACCT TO WS-P3
                     END-IF
                     MOVE WS-P4 TO WS-P4-AMT
                     IF WS-P24 = SPACES
                         MOVE 0 TO WS-P24-COMMIT
                     ELSE
                         MOVE WS-P24 TO WS-P24-COMMIT
                     END-IF
                     IF WS-P16 = SPACES
                         MOVE 0 TO WS-P16-PARK-ID
                     ELSE
                         MOVE WS-P16 TO WS-P16-PARK-ID
                     END-IF
                     CALL "PARK-ENTRY"
                          USING BY CONTENT "PARK"
                                BY CONTENT "E"
                                BY REFERENCE WS-P16-PARK-ID
                                WS-P7 WS-P1 WS-P2 WS-P3 WS-P4-AMT WS-P5
                                WS-P6 WS-P13 WS-P14 WS-P15 WS-P18
                                WS-P20 WS-P21 WS-P22 WS-P23
                                WS-P24-COMMIT WS-P25 WS-P26 WS-P27
                                WS-P28 WS-P10 WS-RETURN-CODE
                                WS-OPERATOR-ID
                 END-IF
             WHEN WS-ACT-TRIM = "PARK-SPLIT"
      *> PARK-SPLIT - CREATE-SPLIT-ENTRY's own line, parked: the legs
      *> in linesfile(p10) are copied into the park, releasedate(p7)
      *> and parkid(p16) as on PARK-ENTRY, ctloverride in p15 where the
      *> split takes it. Re-parking with p10 blank keeps the legs
      *> already parked.
                 IF WS-P21 = "AP" OR WS-P21 = "AR" OR WS-P21 = "RV"
                     OR WS-P21 = "PR" OR WS-P21 = "IC"
                     OR WS-P21 = "PA" OR WS-P21 = "GR"
                     OR WS-P21 = "RS" OR WS-P21 = "CT"
                     OR WS-P21 = "II"
                     DISPLAY "PARK-SPLIT REJECTED: SOURCE CODE "
                         WS-P21 " IS RESERVED FOR SYSTEM POSTINGS"
                     MOVE 1 TO WS-RETURN-CODE
                 ELSE
                     IF WS-P24 = SPACES
                         MOVE 0 TO WS-P24-COMMIT
                     ELSE
                         MOVE WS-P24 TO WS-P24-COMMIT
                     END-IF
                     IF WS-P16 = SPACES
                         MOVE 0 TO WS-P16-PARK-ID
                     ELSE
                         MOVE WS-P16 TO WS-P16-PARK-ID
                     END-IF
                     MOVE 0 TO WS-P4-AMT
                     CALL "PARK-ENTRY"
                          USING BY CONTENT "PARK"
                                BY CONTENT "S"
                                BY REFERENCE WS-P16-PARK-ID
                                WS-P7 WS-P1 WS-P2 WS-P3 WS-P4-AMT WS-P5
                                WS-P6 WS-P13 WS-P14 WS-P17 WS-P18
                                WS-P20 WS-P21 WS-P22 WS-P15
                                WS-P24-COMMIT WS-P25 WS-P26 WS-P27
                                WS-P28 WS-P10 WS-RETURN-CODE
                                WS-OPERATOR-ID
                 END-IF
             WHEN WS-ACT-TRIM = "PARK-LIST"
      *> PARK-LIST - the operator's own parked and failed entries.
                 MOVE 0 TO WS-P16-PARK-ID WS-P4-AMT WS-P24-COMMIT
                 CALL "PARK-ENTRY"
                      USING BY CONTENT "LIST"
                            BY CONTENT " "
                            BY REFERENCE WS-P16-PARK-ID
                            WS-P7 WS-P1 WS-P2 WS-P3 WS-P4-AMT WS-P5
                            WS-P6 WS-P13 WS-P14 WS-P15 WS-P18
                            WS-P20 WS-P21 WS-P22 WS-P23
                            WS-P24-COMMIT WS-P25 WS-P26 WS-P27
                            WS-P28 WS-P10 WS-RETURN-CODE
                            WS-OPERATOR-ID
             WHEN WS-ACT-TRIM = "PARK-DISCARD"
      *> PARK-DISCARD|parkid - withdraws one of the operator's own
      *> parked entries.
                 MOVE WS-P1 TO WS-P16-PARK-ID
                 MOVE 0 TO WS-P4-AMT WS-P24-COMMIT
                 CALL "PARK-ENTRY"
                      USING BY CONTENT "DISCARD"
                            BY CONTENT " "
                            BY REFERENCE WS-P16-PARK-ID
                            WS-P7 WS-P1 WS-P2 WS-P3 WS-P4-AMT WS-P5
                            WS-P6 WS-P13 WS-P14 WS-P15 WS-P18
                            WS-P20 WS-P21 WS-P22 WS-P23
                            WS-P24-COMMIT WS-P25 WS-P26 WS-P27
                            WS-P28 WS-P10 WS-RETURN-CODE
                            WS-OPERATOR-ID
             WHEN WS-ACT-TRIM = "PARK-RELEASE"
      *> PARK-RELEASE|rundate(blank = today)|parkid(p2, blank = every
      *> entry due) - posts parked entries through the ordinary
      *> posting path under the operator who parked them.
                 IF WS-P2 = SPACES
                     MOVE 0 TO WS-P2-ID
                 ELSE
                     MOVE WS-P2 TO WS-P2-ID
                 END-IF
                 CALL "PARK-RELEASE"
                      USING WS-P1 WS-P2-ID
                            WS-RETURN-CODE WS-OPERATOR-ID
             WHEN WS-ACT-TRIM = "SAVE-TEMPLATE"
      *> SAVE-TEMPLATE|name|debit|p3|credit|memo
                 CALL "SAVE-TEMPLATE"
                      USING WS-P1 WS-P2 WS-P3-AMT
                            WS-RETURN-CODE WS-OPERATOR-ID
             WHEN WS-ACT-TRIM = "RECONCILE"
      *> RECONCILE|cashacct|start|bankacct(p3)|p4|p5|p6|end(p7)|..
      *> |bankfile(p10) - bankfile may be the bank's own BAI2 or
      *> MT940 file; bankacct is the bank's account identifier in
      *> it (the 03 / :25: value), required when the file carries
      *> more than one account.
                 CALL "RECONCILE"
                      USING WS-P1 WS-P2 WS-P7 WS-P10 WS-P3
             WHEN WS-ACT-TRIM = "CLEARING-MATCH"
      *> CLEARING-MATCH|account(blank = every clearing account)
      *> |asofdate|windowdays(p3, blank = 5) - open-item list spools
      *> via PRINT_FILE.
                 IF WS-P3 = SPACES
                     MOVE 0 TO WS-P3-DAYS
                 ELSE
                     MOVE WS-P3 TO WS-P3-DAYS
                 END-IF
                 CALL "CLEARING-MATCH"
                      USING WS-P1 WS-P2 WS-P3-DAYS
                            WS-RETURN-CODE WS-OPERATOR-ID
             WHEN WS-ACT-TRIM = "ACCOUNT-CERT"
      *> ACCOUNT-CERT|verb(INIT/CERTIFY/STATUS/SWEEP)|account(p2)
      *> |periodstart(p3)|periodend(p4)|comment(p5)|sourceref(p6)
                            BY REFERENCE WS-P6 WS-P1 WS-P2
                            WS-RETURN-CODE WS-OPERATOR-ID
             WHEN WS-ACT-TRIM = "COMMIT-FUNDS"
      *> COMMIT-FUNDS|op(ADD/CANCEL/RECEIVE/LIST)|account-or-id(p2)
      *> |periodstart-or-receiptdate(p3)|periodend(p4)
      *> |amount-or-received-value(p5)|description(p6)
      *> |..|..|..|..|..|..|..|..|..|..|costcenter(p18)
                 IF WS-P5 = SPACES
                     MOVE 0 TO WS-P5-AMT
                      USING WS-P1 WS-P2 WS-P3 WS-P4 WS-P5-AMT
                            WS-P6 WS-P18
                            WS-RETURN-CODE WS-OPERATOR-ID
             WHEN WS-ACT-TRIM = "GRNI-ACCRUAL"
      *> GRNI-ACCRUAL|periodend|grniaccount|..|..|..|..|..|..|..
      *> |receivingfile(p10, optional)
                 CALL "GRNI-ACCRUAL"
                      USING WS-P1 WS-P2 WS-P10
                            WS-RETURN-CODE WS-OPERATOR-ID
             WHEN WS-ACT-TRIM = "IC-SETTLE"
      *> IC-SETTLE|periodstart|periodend|settledate
                 CALL "IC-SETTLE"
                      USING WS-P1 WS-P2 WS-P3
                            WS-RETURN-CODE WS-OPERATOR-ID
             WHEN WS-ACT-TRIM = "IC-INTEREST"
      *> IC-INTEREST|periodstart|periodend|postingdate
                 CALL "IC-INTEREST"
                      USING WS-P1 WS-P2 WS-P3
                            WS-RETURN-CODE WS-OPERATOR-ID
             WHEN WS-ACT-TRIM = "AMORT-SCHEDULE"
      *> AMORT-SCHEDULE|op(ADD/LIST)|entryid(p2)|targetacct(p3)
      *> |startdate(p4)|periods(p5)|side(p6, P/D)|..|..|..|..|..|..
      *> before the date, so a missed month catches itself up.
                 CALL "RUN-AMORTIZATION"
                      USING WS-P1 WS-RETURN-CODE WS-OPERATOR-ID
             WHEN WS-ACT-TRIM = "MAINTAIN-LEASE"
      *> MAINTAIN-LEASE|op(ADD/LIST)|description(p2)|payment(p3)
      *> |commencement(p4)|paymentacct(p5)|termmonths(p6)
      *> |liabilityacct(p7)|..|..|rouacct(p10)|..|..|..
      *> |rate(p14, annual %)|timing(p15, R/A)|interestacct(p16)
      *> |frequency(p17, M/Q/A)|costcenter(p18)|..|amortacct(p20)
                 IF WS-P3 = SPACES
                     MOVE 0 TO WS-P3-AMT
                 ELSE
                     MOVE WS-P3 TO WS-P3-AMT
                 END-IF
                 IF WS-P6 = SPACES
                     MOVE 0 TO WS-P6-LIFE
                 ELSE
                     MOVE WS-P6 TO WS-P6-LIFE
                 END-IF
                 CALL "MAINTAIN-LEASE"
                      USING WS-P1 WS-P2 WS-P3-AMT WS-P4 WS-P5
                            WS-P6-LIFE WS-P7 WS-P10 WS-P14 WS-P15
                            WS-P16 WS-P17 WS-P18 WS-P20
                            WS-RETURN-CODE WS-OPERATOR-ID
             WHEN WS-ACT-TRIM = "RUN-LEASES"
      *> RUN-LEASES|asofdate - posts every lease month ended on or
      *> before the date, so a missed month catches itself up.
                 CALL "RUN-LEASES"
                      USING WS-P1 WS-RETURN-CODE WS-OPERATOR-ID
             WHEN WS-ACT-TRIM = "LEASE-MATURITY"
      *> LEASE-MATURITY|asofdate - undiscounted remaining lease
      *> payments by year, spooled via PRINT_FILE.
                 CALL "LEASE-MATURITY"
                      USING WS-P1 WS-RETURN-CODE
             WHEN WS-ACT-TRIM = "MAINTAIN-ASSET"
      *> MAINTAIN-ASSET|op(ADD/DISPOSE/LIST)|ref(p2)|amount(p3)
      *> |date(p4)|method(p5)|lifemonths(p6)|acct1(p7)|..|acct3(p10)
      *> |..|..|..|..|..|acct2(p16)|..|costcenter(p18)|..|..|..
      *> |taxmethod(p22)|..|taxlifemonths(p24)
      *> ADD: ref=description, amount=cost, date=in-service,
      *> acct1=asset, acct2=accum, acct3=expense, tax method SL/DB/
      *> DDB and tax life (both blank = same as book). DISPOSE:
      *> ref=asset id, amount=proceeds, date=disposal,
      *> acct1=proceeds, acct2=gain, acct3=loss.
                 IF WS-P3 = SPACES
                     MOVE 0 TO WS-P3-AMT
                 ELSE
                 ELSE
                     MOVE WS-P6 TO WS-P6-LIFE
                 END-IF
                 IF WS-P24 = SPACES
                     MOVE 0 TO WS-P24-LIFE
                 ELSE
                     MOVE WS-P24 TO WS-P24-LIFE
                 END-IF
                 CALL "MAINTAIN-ASSET"
                      USING WS-P1 WS-P2 WS-P3-AMT WS-P4 WS-P5
                            WS-P6-LIFE WS-P7 WS-P16 WS-P10 WS-P18
                            WS-P22 WS-P24-LIFE
                            WS-RETURN-CODE WS-OPERATOR-ID
             WHEN WS-ACT-TRIM = "DEPRECIATE-ASSETS"
      *> DEPRECIATE-ASSETS|periodstart|periodend
                 CALL "DEPRECIATE-ASSETS"
                      USING WS-P1 WS-P2
                            WS-RETURN-CODE WS-OPERATOR-ID
             WHEN WS-ACT-TRIM = "TAX-DEPR-SCHEDULE"
      *> TAX-DEPR-SCHEDULE|periodstart|periodend - book versus tax
      *> depreciation for the return, spooled via PRINT_FILE.
                 CALL "TAX-DEPR-SCHEDULE"
                      USING WS-P1 WS-P2 WS-RETURN-CODE
             WHEN WS-ACT-TRIM = "FA-ROLLFORWARD"
      *> FA-ROLLFORWARD|start|end|company(p3, blank = all) - cost and
      *> accumulated depreciation roll-forward tied to account_balance,
      *> spooled via PRINT_FILE.
                 CALL "FA-ROLLFORWARD"
                      USING WS-P1 WS-P2 WS-P3 WS-RETURN-CODE
             WHEN WS-ACT-TRIM = "OPERATOR-ACTIVITY"
      *> OPERATOR-ACTIVITY|start|end - the monthly security and
      *> override review, spooled via PRINT_FILE.
      *> GL-DETAIL|start|end|company(p3)|source(p4)|asof(p5,
      *> posting-timestamp cutover)|archive(p6, Y spans the archive
      *> table too)|account(p7)|..|..|ledger(p10, blank/L statutory,
      *> G group, A all)|..|..|..|..|numbering(p15, N = history
      *> under the current chart via account_xref)
                 CALL "GL-DETAIL"
                      USING WS-P7 WS-P1 WS-P2 WS-P3 WS-P4 WS-P6
                            WS-P5 WS-P10 WS-P15
             WHEN WS-ACT-TRIM = "REVERSE-ACCRUALS"
      *> REVERSE-ACCRUALS|periodstart|periodend|..|..|..|..|revdate(p7)
                 CALL "REVERSE-ACCRUALS"
                 CALL "AUDIT-EXTRACT"
                      USING WS-P1 WS-P2 WS-P10 WS-RETURN-CODE
                            WS-P13-SRC
             WHEN WS-ACT-TRIM = "ENTRY-RISK"
      *> ENTRY-RISK|start|end|top(p3, blank = 50) - red-flag scores
      *> and the ranked entries, spooled via PRINT_FILE.
                 IF WS-P3 = SPACES
                     MOVE 0 TO WS-P3-TOP
                 ELSE
                     MOVE WS-P3 TO WS-P3-TOP
                 END-IF
                 CALL "ENTRY-RISK"
                      USING WS-P1 WS-P2 WS-P3-TOP WS-RETURN-CODE
             WHEN WS-ACT-TRIM = "FISCAL-CALENDAR"
      *> FISCAL-CALENDAR|year-start|company(p2, blank = all)
      *> |pattern(p3: MONTHS/445/454/544)|adjust(p4: Y = period 13)
      *> - a fiscal year's periods, doc sequences and checklists.
                 CALL "FISCAL-CALENDAR"
                      USING WS-P1 WS-P2 WS-P3 WS-P4 WS-RETURN-CODE
                            WS-OPERATOR-ID
             WHEN WS-ACT-TRIM = "SAFT-EXPORT"
      *> SAFT-EXPORT|start|end|company(p3)|..|..|..|..|..|..
      *> |outfile(p10) - SAF-T general ledger file for one company
      *> and fiscal period, tied out and registered via FILE-GUARD.
                 CALL "SAFT-EXPORT"
                      USING WS-P1 WS-P2 WS-P3 WS-P10 WS-RETURN-CODE
                            WS-OPERATOR-ID
             WHEN WS-ACT-TRIM = "AUDIT-SAMPLE"
      *> AUDIT-SAMPLE|start|end|company(p3)|sources(p4, comma list)
      *> |method(p5: RANDOM/MUS/STRAT)|..|..|floor(p8)|..|..
      *> |size(p11)|seed(p12) - the selection spools via PRINT_FILE.
      *> method RECALL reprints a recorded sample, its number in p12.
                 CALL "AUDIT-SAMPLE"
                      USING WS-P1 WS-P2 WS-P3 WS-P4 WS-P5 WS-P8
                            WS-P11 WS-P12 WS-RETURN-CODE
                            WS-OPERATOR-ID
             WHEN WS-ACT-TRIM = "DELTA-EXTRACT"
      *> DELTA-EXTRACT|..|..|..|..|..|..|..|..|..|outfile(p10)
                 CALL "DELTA-EXTRACT"
                      USING WS-P1 WS-P2 WS-P3 WS-P4
             WHEN WS-ACT-TRIM = "COMPARE-PERIODS"
      *> COMPARE-PERIODS|periodstart|periodend|numperiods(p3)
      *> |thresholdpct(p4)|mode(p5, blank or PRIORYEAR)|numbering(p6,
      *> N = history under the current chart via account_xref) -
      *> trailing parameters optional; blank count defaults inside.
                 IF WS-P3 = SPACES
                     MOVE 0 TO WS-P3-NPER
                 ELSE
                 END-IF
                 CALL "COMPARE-PERIODS"
                      USING WS-P1 WS-P2 WS-P3-NPER WS-P4-PCT WS-P5
                            WS-P6
             WHEN WS-ACT-TRIM = "CASHFLOW-STMT"
      *> CASHFLOW-STMT|start|end|ledger(p3, blank/L statutory,
      *> G group, A all) - report spools via PRINT_FILE.
                 CALL "CASHFLOW-STMT"
                      USING WS-P1 WS-P2 WS-P3
             WHEN WS-ACT-TRIM = "EQUITY-STMT"
      *> EQUITY-STMT|fystart|fyend|ledger(p3, blank/L statutory,
      *> G group, A all) - changes in equity with the prior year
      *> alongside, spooled via PRINT_FILE.
                 CALL "EQUITY-STMT"
                      USING WS-P1 WS-P2 WS-P3
             WHEN WS-ACT-TRIM = "KPI-REPORT"
      *> KPI-REPORT|periodstart|periodend|company(p3, blank = each
      *> company then the group, GROUP = group only)|..|..|..|..|..
      *> |..|deckfile(p10, blank = KPI_DECK_FILE or kpi_deck.dat) -
      *> rolling thirteen periods, spooled via PRINT_FILE.
                 CALL "KPI-REPORT"
                      USING WS-P1 WS-P2 WS-P3 WS-P10 WS-RETURN-CODE
             WHEN WS-ACT-TRIM = "CASH-FORECAST"
      *> CASH-FORECAST - the 13-week view, spooled via PRINT_FILE.
                 CALL "CASH-FORECAST"
             WHEN WS-ACT-TRIM = "CASH-POSITION"
      *> CASH-POSITION - report spools via PRINT_FILE.
                 CALL "CASH-POSITION"
             WHEN WS-ACT-TRIM = "LOCK-ADMIN"
      *> LOCK-ADMIN|mode(LIST/FREE)|lockid - held run locks, and
      *> releasing one left behind by a crashed job.
                 MOVE WS-P2 TO WS-P2-ID
                 CALL "LOCK-ADMIN"
                      USING WS-P1 WS-P2-ID
                            WS-RETURN-CODE WS-OPERATOR-ID
             WHEN WS-ACT-TRIM = "DELEGATE-APPROVAL"
      *> DELEGATE-APPROVAL|mode(ADD/REVOKE/LIST)|delegate|start|end
      *> |company(p5, blank = all)|..|..|ceiling(p8, 0 = none)|..|..
      *> |delegationid(p11, REVOKE) - an approver's time-bound
      *> hand-over of approval authority.
                 CALL "DELEGATE-APPROVAL"
                      USING WS-P1 WS-P2 WS-P3 WS-P4 WS-P5 WS-P8
                            WS-P11 WS-RETURN-CODE WS-OPERATOR-ID
             WHEN WS-ACT-TRIM = "COA-RESTRUCTURE"
      *> COA-RESTRUCTURE|mode(CHECK/APPLY)|cutoverdate|..|..|..|..|..
      *> |..|..|mappingfile(p10, lines old|new|newname) - retire
      *> accounts into others and keep the old/new cross-reference.
                 CALL "COA-RESTRUCTURE"
                      USING WS-P1 WS-P2 WS-P10 WS-RETURN-CODE
                            WS-OPERATOR-ID
             WHEN WS-ACT-TRIM = "TEST-REFRESH"
      *> TEST-REFRESH|rangestart|rangeend|target(p3, default TEST)
      *> |tolerancepct(p4, default 5) - masked copy of production's
      *> masters and ledger range into a test profile. Run it on its
      *> own line, never inside a file or stream.
                 CALL "TEST-REFRESH"
                      USING WS-P1 WS-P2 WS-P3 WS-P4 WS-RETURN-CODE
                            WS-OPERATOR-ID
             WHEN WS-ACT-TRIM = "ALERT-REVIEW"
      *> ALERT-REVIEW|mode(LIST/ACK)|alertid
                 MOVE WS-P2 TO WS-P2-ID
                 CALL "BUDGET-LOAD"
                      USING WS-P10 WS-RETURN-CODE
             WHEN WS-ACT-TRIM = "BUDGET-VARIANCE"
      *> BUDGET-VARIANCE|start|end|thresholdpct - spooled via
      *> PRINT_FILE; with BURST_DIR set it, GL-DETAIL and
      *> COMPARE-PERIODS burst one file per account owner.
                 MOVE WS-P3 TO WS-P3-AMT
                 CALL "BUDGET-VARIANCE"
                      USING WS-P1 WS-P2 WS-P3-AMT
             WHEN WS-ACT-TRIM = "DEPT-PL"
      *> DEPT-PL|start|end|node(p3, blank = every division) -
      *> departmental P&L with budget and variance plus the
      *> exception page, spooled via PRINT_FILE.
                 CALL "DEPT-PL"
                      USING WS-P1 WS-P2 WS-P3 WS-RETURN-CODE
             WHEN WS-ACT-TRIM = "TRANSLATE-FX"
      *> TRANSLATE-FX|periodstart|periodend|company(p3)|ctaacct(p4) -
      *> translation worksheet spools via PRINT_FILE.
                 CALL "TRANSLATE-FX"
                      USING WS-P1 WS-P2 WS-P3 WS-P4
                            WS-RETURN-CODE WS-OPERATOR-ID
             WHEN WS-ACT-TRIM = "CONSOL-EXTRACT"
      *> CONSOL-EXTRACT|start|end|..|..|..|..|..|..|..|outfile(p10)
                 CALL "CONSOL-EXTRACT"
      *> writes the elimination section for the consolidation feed.
                 CALL "ELIMINATE"
                      USING WS-P1 WS-P2 WS-P10 WS-RETURN-CODE
             WHEN WS-ACT-TRIM = "CONSOL-NCI"
      *> CONSOL-NCI|start|end|ncieqacct(p3)|nciprofitacct(p4)
      *> |equityreclassacct(p5)|..|..|..|..|outfile(p10) - group
      *> chart accounts; writes the NCI section of the consolidation
      *> feed, the NCI schedule spools via PRINT_FILE.
                 CALL "CONSOL-NCI"
                      USING WS-P1 WS-P2 WS-P3 WS-P4 WS-P5 WS-P10
                            WS-RETURN-CODE
             WHEN WS-ACT-TRIM = "RUN-ALLOCATIONS"
      *> RUN-ALLOCATIONS|rule|periodstart|periodend|postdate
                 CALL "RUN-ALLOCATIONS"
                      USING WS-P1 WS-P2 WS-P3 WS-P4 WS-P5 WS-P6
                            WS-P7 WS-P10
                            WS-RETURN-CODE WS-OPERATOR-ID
             WHEN WS-ACT-TRIM = "FX-RATE-LOAD"
      *> FX-RATE-LOAD|ratedate|..|..|..|..|..|..|..|..|ratefile(p10)
                 CALL "FX-RATE-LOAD"
                      USING WS-P1 WS-P10
                            WS-RETURN-CODE WS-OPERATOR-ID
             WHEN WS-ACT-TRIM = "MAINTAIN-ACCOUNT"
      *> MAINTAIN-ACCOUNT|op(ADD/RENAME/DEACTIVATE)|code|name|type
                 CALL "MAINTAIN-ACCOUNT"
                 CALL "PAYROLL-IN"
                      USING WS-P1 WS-P2 WS-P10
                            WS-RETURN-CODE WS-OPERATOR-ID
             WHEN WS-ACT-TRIM = "PAYROLL-ACCRUAL"
      *> PAYROLL-ACCRUAL|periodend|accrualaccount
      *> |paydays(p3, optional - business days one register pays)
                 CALL "PAYROLL-ACCRUAL"
                      USING WS-P1 WS-P2 WS-P3
                            WS-RETURN-CODE WS-OPERATOR-ID
             WHEN WS-ACT-TRIM = "FORM-1099"
      *> FORM-1099|taxyear|apcontrolacct|threshold(p3, blank = 600)
      *> |..|..|..|..|..|..|filingfile(p10)
                 IF WS-P3 = SPACES
                     MOVE 0 TO WS-P3-AMT
                 ELSE
                     MOVE WS-P3 TO WS-P3-AMT
                 END-IF
                 CALL "FORM-1099"
                      USING WS-P1 WS-P2 WS-P3-AMT WS-P10
                            WS-RETURN-CODE WS-OPERATOR-ID
             WHEN WS-ACT-TRIM = "AR-ALLOWANCE"
      *> AR-ALLOWANCE|asofdate|..|..|..|..|..|..|..|..|agingfile(p10)
      *> - the worksheet spools via PRINT_FILE.
                 CALL "AR-ALLOWANCE"
                      USING WS-P1 WS-P10
                            WS-RETURN-CODE WS-OPERATOR-ID
             WHEN WS-ACT-TRIM = "EXPENSE-IN"
      *> EXPENSE-IN|postdate|cardliabacct|emppayableacct
      *> |suspense(p4, optional)|..|..|..|..|..|file(p10)
                 CALL "EXPENSE-IN"
                      USING WS-P1 WS-P2 WS-P3 WS-P4 WS-P10
                            WS-RETURN-CODE WS-OPERATOR-ID
             WHEN WS-ACT-TRIM = "PROJECT-REPORT"
      *> PROJECT-REPORT|asofdate|project(p2, blank = all) - budget
      *> against cost to date per project, spooled via PRINT_FILE.
                 CALL "PROJECT-REPORT"
                      USING WS-P1 WS-P2 WS-RETURN-CODE
             WHEN WS-ACT-TRIM = "PROJECT-SETTLE"
      *> PROJECT-SETTLE|project|inservicedate|cipaccount|..|..|..|..
      *> |..|..|assetfile(p10)
                 CALL "PROJECT-SETTLE"
                      USING WS-P1 WS-P2 WS-P3 WS-P10
                            WS-RETURN-CODE WS-OPERATOR-ID
             WHEN WS-ACT-TRIM = "SUBLEDGER-IN"
      *> SUBLEDGER-IN|..|..|..|..|..|..|..|..|..|file(p10)|..|..|..|..
      *> |..|control(p16)|side(p17)|..|..|suspense(p20, optional)
                 MOVE 8  TO WS-MIN-FIELDS
             WHEN "AUDIT-EXTRACT"
                 MOVE 11 TO WS-MIN-FIELDS
             WHEN "AUDIT-SAMPLE"
                 MOVE 13 TO WS-MIN-FIELDS
             WHEN "ENTRY-RISK"
                 MOVE 3  TO WS-MIN-FIELDS
             WHEN "SAFT-EXPORT"
                 MOVE 11 TO WS-MIN-FIELDS
             WHEN "FISCAL-CALENDAR"
                 MOVE 5  TO WS-MIN-FIELDS
             WHEN "SUBLEDGER-IN"
                 MOVE 18 TO WS-MIN-FIELDS
             WHEN "PERIOD-CLOSE"
                 MOVE 3  TO WS-MIN-FIELDS
             WHEN "MAINTAIN-REFDATA"
                 MOVE 3  TO WS-MIN-FIELDS
             WHEN "FX-RATE-LOAD"
                 MOVE 11 TO WS-MIN-FIELDS
             WHEN "PARK-ENTRY"
                 MOVE 2  TO WS-MIN-FIELDS
             WHEN "PARK-SPLIT"
                 MOVE 2  TO WS-MIN-FIELDS
             WHEN "PARK-DISCARD"
                 MOVE 2  TO WS-MIN-FIELDS
             WHEN "BALANCE-ROLLUP"
                 MOVE 1  TO WS-MIN-FIELDS
             WHEN "RUN-ALLOCATIONS"
                 MOVE 5  TO WS-MIN-FIELDS
             WHEN "CONSOL-EXTRACT"
                 MOVE 11 TO WS-MIN-FIELDS
             WHEN "TRANSLATE-FX"
                 MOVE 5  TO WS-MIN-FIELDS
             WHEN "BUDGET-LOAD"
                 MOVE 11 TO WS-MIN-FIELDS
             WHEN "BUDGET-VARIANCE"
                 MOVE 3  TO WS-MIN-FIELDS
             WHEN "DEPT-PL"
                 MOVE 3  TO WS-MIN-FIELDS
             WHEN "JOURNAL-INQUIRY"
                 MOVE 1  TO WS-MIN-FIELDS
             WHEN "APPROVAL-REVIEW"
                 MOVE 3  TO WS-MIN-FIELDS
             WHEN "COMMIT-FUNDS"
                 MOVE 2  TO WS-MIN-FIELDS
             WHEN "GRNI-ACCRUAL"
                 MOVE 3  TO WS-MIN-FIELDS
             WHEN "STMT-REPORT"
                 MOVE 3  TO WS-MIN-FIELDS
             WHEN "CLOSE-TASKS"
                 MOVE 4  TO WS-MIN-FIELDS
             WHEN "ALERT-REVIEW"
                 MOVE 2  TO WS-MIN-FIELDS
             WHEN "LOCK-ADMIN"
                 MOVE 2  TO WS-MIN-FIELDS
             WHEN "DELEGATE-APPROVAL"
                 MOVE 2  TO WS-MIN-FIELDS
             WHEN "TEST-REFRESH"
                 MOVE 3  TO WS-MIN-FIELDS
             WHEN "COA-RESTRUCTURE"
                 MOVE 11 TO WS-MIN-FIELDS
             WHEN "CASH-POSITION"
                 MOVE 1  TO WS-MIN-FIELDS
             WHEN "CASHFLOW-STMT"
                 MOVE 3  TO WS-MIN-FIELDS
             WHEN "EQUITY-STMT"
                 MOVE 3  TO WS-MIN-FIELDS
             WHEN "KPI-REPORT"
                 MOVE 3  TO WS-MIN-FIELDS
             WHEN "COMPARE-PERIODS"
                 MOVE 3  TO WS-MIN-FIELDS
             WHEN "RECON-AGING"
                 MOVE 1  TO WS-MIN-FIELDS
             WHEN "CLEARING-MATCH"
                 MOVE 3  TO WS-MIN-FIELDS
             WHEN "MAINTAIN-ASSET"
                 MOVE 2  TO WS-MIN-FIELDS
             WHEN "DEPRECIATE-ASSETS"
                 MOVE 3  TO WS-MIN-FIELDS
             WHEN "TAX-DEPR-SCHEDULE"
                 MOVE 3  TO WS-MIN-FIELDS
             WHEN "FA-ROLLFORWARD"
                 MOVE 3  TO WS-MIN-FIELDS
             WHEN "AMORT-SCHEDULE"
                 MOVE 2  TO WS-MIN-FIELDS
             WHEN "RUN-AMORTIZATION"
                 MOVE 2  TO WS-MIN-FIELDS
             WHEN "MAINTAIN-LEASE"
                 MOVE 2  TO WS-MIN-FIELDS
             WHEN "RUN-LEASES"
                 MOVE 2  TO WS-MIN-FIELDS
             WHEN "LEASE-MATURITY"
                 MOVE 2  TO WS-MIN-FIELDS
             WHEN "IC-SETTLE"
                 MOVE 4  TO WS-MIN-FIELDS
             WHEN "IC-INTEREST"
                 MOVE 4  TO WS-MIN-FIELDS
             WHEN "ELIMINATE"
                 MOVE 11 TO WS-MIN-FIELDS
             WHEN "CONSOL-NCI"
                 MOVE 11 TO WS-MIN-FIELDS
             WHEN "PAYROLL-IN"
                 MOVE 11 TO WS-MIN-FIELDS
             WHEN "PAYROLL-ACCRUAL"
                 MOVE 3  TO WS-MIN-FIELDS
             WHEN "AR-ALLOWANCE"
                 MOVE 11 TO WS-MIN-FIELDS
             WHEN "EXPENSE-IN"
                 MOVE 11 TO WS-MIN-FIELDS
             WHEN "PROJECT-REPORT"
                 MOVE 2  TO WS-MIN-FIELDS
             WHEN "PROJECT-SETTLE"
                 MOVE 11 TO WS-MIN-FIELDS
             WHEN "TIE-OUT"
                 MOVE 11 TO WS-MIN-FIELDS
             WHEN "FORM-1099"
                 MOVE 11 TO WS-MIN-FIELDS
             WHEN "DELTA-EXTRACT"
                 MOVE 11 TO WS-MIN-FIELDS
             WHEN OTHER
