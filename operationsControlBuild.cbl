      *           TRANFILE independently of the posting run, computes
      *           the expected grand total and per-operation breakout
      *           exactly as the batch driver will post them (the
      *           foreign-currency rows converted at the business
      *           date's exchange rate, the engines' arithmetic, the
      *           per-row operation codes, the day's OPSELECTFILE
      *           card, the standing transactions due on the
      *           business date, and the
      *           installation surcharge rules, bands, minimum and
      *           cap included, and the negation of every posted
      *           row a reversal row will cancel, read from
      *           HISTIDXFILE by key), and writes the
      *           CONTROL-RECORD row itself. Hand-keyed control
      *           totals were half of our "variances"; the posting
      *           path and the control path now start from the same
      *           file but run through separate code, which is
      *           precisely the independent check reconciliation is
      *           supposed to be.
      *           A file that came in after the cut-off and was
      *           re-dated to the next business day (the exception
      *           row the driver or the edit wrote, matched on the
      *           file's fingerprint) is expected under that next
      *           business day, so it is that day's control row that
      *           carries it.
      *           A pair for a site the installation master shows
      *           closed, or does not carry at all, is refused to
      *           suspense by the driver and is not expected here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CONTROL-FILE ASSIGN TO "CONTROLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT HIST-INDEX-FILE ASSIGN TO "HISTIDXFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-IDX-KEY
               FILE STATUS IS WS-HIDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
           COPY CONTROLREC.

       FD  EXCEPTION-FILE.
           COPY EXCEPTREC.

       FD  HIST-INDEX-FILE.
           COPY HISTIDXREC.

       WORKING-STORAGE SECTION.
           COPY MATHFLDS.
           01 WS-OPSEL-STATUS PIC X(02) VALUE "00".
           01 WS-STND-STATUS PIC X(02) VALUE "00".
           01 WS-CTL-STATUS PIC X(02) VALUE "00".
           01 WS-HIDX-STATUS PIC X(02) VALUE "00".
           01 WS-HIDX-OPEN-SWITCH PIC X(01) VALUE "N".
               88 WS-HIDX-OPEN VALUE "Y".
           01 WS-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-EOF VALUE "Y".
           01 WS-OPSEL-EOF-SWITCH PIC X(01) VALUE "N".
           01 WS-STND-BUS-WEEKDAY PIC 9(1).
           01 WS-STND-START-WEEKDAY PIC 9(1).
           01 WS-BASE-RESULT PIC S9(7)V99 SIGN LEADING SEPARATE.
           01 WS-FX-RATE PIC 9(05)V9(06).
           01 WS-FX-STATUS PIC X(01).
               88 WS-FX-NO-RATE VALUE "N".
           01 WS-FX-SKIP-SWITCH PIC X(01).
               88 WS-FX-SKIP VALUE "Y".
           01 WS-INST-NAME PIC X(24).
           01 WS-INST-STATUS PIC X(01).
               88 WS-INST-CLOSED VALUE "C".
               88 WS-INST-NOT-ON-FILE VALUE "N".
           01 WS-MOVES-BALANCE-SWITCH PIC X(01).
               88 WS-MOVES-BALANCE VALUE "Y".
           01 WS-CLOSED-SITE-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-SURCHARGE-AMOUNT PIC S9(7)V99 SIGN LEADING SEPARATE.
           01 WS-GRAND-TOTAL PIC S9(9)V99 SIGN LEADING SEPARATE
               VALUE ZERO.
           01 WS-PCT-TOTAL PIC S9(9)V99 SIGN LEADING SEPARATE
               VALUE ZERO.
           01 WS-TOTAL-EDIT PIC Z,ZZZ,ZZZ,999.99-.
      * History keys already reversed earlier in this file - the
      * driver refuses a second reversal of the same row, so it is
      * expected only once.
           01 WS-REV-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-REV-SUB PIC 9(5) COMP.
           01 WS-REV-FOUND-SWITCH PIC X(01).
               88 WS-REV-FOUND VALUE "Y".
           01 WS-REV-TABLE.
               05 WS-REV-KEY OCCURS 500 TIMES PIC X(13).
           01 WS-REVERSAL-COUNT PIC 9(5) COMP VALUE ZERO.
      * Band working fields for 2600-APPLY-SURCHARGE's own pricing.
           COPY SURCHBAND.
           01 WS-SURCH-SIZE PIC 9(7)V99.
           01 WS-SURCH-BASE-SIZE PIC 9(7)V99.
           01 WS-SURCH-UNROUNDED PIC 9(9)V9(5).
           01 WS-SLICE-FLOOR PIC 9(7)V99.
           01 WS-SLICE-RATE PIC 9V999.
           01 WS-BAND-SUB PIC 9(01) COMP.
           01 WS-BANDS-DONE-SWITCH PIC X(01).
               88 WS-BANDS-DONE VALUE "Y".
      * The file's fingerprint, folded exactly as the driver folds it,
      * and the re-dated business day found for it on the exception
      * file (zero when the file was never re-dated).
           01 WS-EXC-STATUS PIC X(02) VALUE "00".
           01 WS-EXC-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-EXC-EOF VALUE "Y".
           01 WS-FILE-FINGERPRINT PIC 9(9) VALUE ZERO.
           01 WS-FINGERPRINT-TEXT REDEFINES WS-FILE-FINGERPRINT
               PIC X(9).
           01 WS-SCAN-ROW-NUM PIC 9(7) VALUE ZERO.
           01 WS-REDATED-DATE PIC 9(8) VALUE ZERO.
           01 WS-ORIGINAL-DATE PIC 9(8).
           01 WS-CUTOFF-DATE PIC 9(8).
           01 WS-LATE-ACTION PIC X(01).
               88 WS-FILE-ROLLED VALUE "R".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 2000-EXPECT-RECORD THRU 2000-EXIT
               UNTIL WS-EOF.
           CLOSE TRANS-FILE.
           IF WS-HIDX-OPEN
               CLOSE HIST-INDEX-FILE
           END-IF.
           PERFORM 8000-WRITE-CONTROL-ROW THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
           MOVE WS-TODAY TO WS-BUSINESS-DATE.
           PERFORM 1200-GET-INSTALL-RULES THRU 1200-EXIT.
           PERFORM 1250-GET-OP-SELECTION THRU 1250-EXIT.
           OPEN INPUT HIST-INDEX-FILE.
           IF WS-HIDX-STATUS = "00"
               SET WS-HIDX-OPEN TO TRUE
           END-IF.
           PERFORM 1100-FINGERPRINT-FILE THRU 1100-EXIT.
           PERFORM 1150-FIND-REDATE THRU 1150-EXIT.
           OPEN INPUT TRANS-FILE.
           READ TRANS-FILE
               AT END SET WS-EOF TO TRUE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.
           IF WS-REDATED-DATE > ZERO
               MOVE WS-REDATED-DATE TO WS-BUSINESS-DATE
               DISPLAY "LATE FILE - EXPECTED UNDER RE-DATED BUSINESS "
                   "DAY " WS-BUSINESS-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-ORIGINAL-DATE
               CALL "operationsCutoffCheck" USING WS-ORIGINAL-DATE,
                   WS-CUTOFF-DATE, WS-LATE-ACTION
               IF WS-FILE-ROLLED
                   MOVE WS-CUTOFF-DATE TO WS-BUSINESS-DATE
                   DISPLAY "FILE IS PAST THE CUT-OFF - EXPECTED UNDER "
                       "NEXT BUSINESS DAY " WS-BUSINESS-DATE
               END-IF
           END-IF.
           PERFORM 1500-EXPECT-STANDING-ITEMS THRU 1500-EXIT.
           IF NOT WS-EOF AND TR-IS-TRAILER
               SET WS-EOF TO TRUE
       1000-EXIT.
           EXIT.

      * The same fold over the same detail rows the driver's own
      * fingerprint pass makes, header and trailer left out.
       1100-FINGERPRINT-FILE.
           OPEN INPUT TRANS-FILE.
           READ TRANS-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM 1110-FOLD-ROW THRU 1110-EXIT
               UNTIL WS-EOF.
           CLOSE TRANS-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
       1100-EXIT.
           EXIT.

       1110-FOLD-ROW.
           IF NOT TR-IS-HEADER AND NOT TR-IS-TRAILER
               ADD 1 TO WS-SCAN-ROW-NUM
               CALL "operationsTranChecksum" USING TR-NUM1, TR-NUM2,
                   WS-SCAN-ROW-NUM, WS-FILE-FINGERPRINT
           END-IF.
           READ TRANS-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

      * The last re-dating row for this fingerprint wins - a file
      * re-dated by the edit and again by the driver lands on the
      * date the driver posted under.
       1150-FIND-REDATE.
           OPEN INPUT EXCEPTION-FILE.
           IF WS-EXC-STATUS = "35"
               GO TO 1150-EXIT
           END-IF.
           READ EXCEPTION-FILE
               AT END SET WS-EXC-EOF TO TRUE
           END-READ.
           PERFORM 1160-CHECK-EXCEPTION-ROW THRU 1160-EXIT
               UNTIL WS-EXC-EOF.
           CLOSE EXCEPTION-FILE.
       1150-EXIT.
           EXIT.

       1160-CHECK-EXCEPTION-ROW.
           IF EXC-MESSAGE(1:40) =
               "LATE FILE RE-DATED TO NEXT BUSINESS DAY "
               AND EXC-BAD-ENTRY(1:9) = WS-FINGERPRINT-TEXT
               AND EXC-MESSAGE(41:8) IS NUMERIC
               MOVE EXC-MESSAGE(41:8) TO WS-REDATED-DATE
           END-IF.
           READ EXCEPTION-FILE
               AT END SET WS-EXC-EOF TO TRUE
           END-READ.
       1160-EXIT.
           EXIT.

       1200-GET-INSTALL-RULES.
           MOVE "N" TO WS-RULE-FOUND-SWITCH.
           MOVE "N" TO WS-DFLT-FOUND-SWITCH.
               MOVE WS-DFLT-TAX-RATE TO WS-TAX-RATE
               MOVE WS-DFLT-ROUND-RULE TO WS-ROUND-RULE
               MOVE WS-DFLT-THRESHOLD TO WS-RULE-THRESHOLD
               MOVE WS-DFLT-BAND-RULES TO WS-BAND-RULES
           END-IF.
       1200-EXIT.
           EXIT.
                       TO WS-ROUND-RULE
                   MOVE RATE-THRESHOLD OF RATE-RECORD
                       TO WS-RULE-THRESHOLD
                   MOVE RATE-BAND-RULES OF RATE-RECORD
                       TO WS-BAND-RULES
                   MOVE WS-RATE-EFF-DATE TO WS-RULE-EFF-DATE
                   SET WS-RULE-FOUND TO TRUE
               END-IF
                       TO WS-DFLT-ROUND-RULE
                   MOVE RATE-THRESHOLD OF RATE-RECORD
                       TO WS-DFLT-THRESHOLD
                   MOVE RATE-BAND-RULES OF RATE-RECORD
                       TO WS-DFLT-BAND-RULES
                   MOVE WS-RATE-EFF-DATE TO WS-DFLT-EFF-DATE
                   SET WS-DFLT-FOUND TO TRUE
               END-IF
           EXIT.

       2000-EXPECT-RECORD.
           IF TR-IS-REVERSAL
               PERFORM 2700-EXPECT-REVERSAL THRU 2700-EXIT
           ELSE
               MOVE TR-NUM1 TO NUM1
               MOVE TR-NUM2 TO NUM2
               IF TR-INSTALLATION NOT = SPACES
                   MOVE TR-INSTALLATION TO WS-TRAN-INSTALL
               ELSE
                   MOVE WS-RUN-INSTALL-CODE TO WS-TRAN-INSTALL
               END-IF
               MOVE TR-OP-CODE TO WS-CUR-OP-CODE
               PERFORM 2400-CONVERT-CURRENCY THRU 2400-EXIT
               IF NOT WS-FX-SKIP
                   PERFORM 2500-EXPECT-PAIR THRU 2500-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-DETAIL-COUNT.
           READ TRANS-FILE
               AT END SET WS-EOF TO TRUE
       2000-EXIT.
           EXIT.

      * A foreign-currency row is expected in base currency, at the
      * FXRATEFILE rate in effect on the business date - the same
      * table the driver converts from. A row with no rate that day,
      * or one too big to convert, goes to suspense in the run and
      * is not expected at all.
       2400-CONVERT-CURRENCY.
           MOVE "N" TO WS-FX-SKIP-SWITCH.
           IF TR-CURRENCY = SPACES
               GO TO 2400-EXIT
           END-IF.
           CALL "operationsFxRateLookup" USING TR-CURRENCY,
               WS-BUSINESS-DATE, WS-FX-RATE, WS-FX-STATUS.
           IF WS-FX-NO-RATE
               SET WS-FX-SKIP TO TRUE
               GO TO 2400-EXIT
           END-IF.
           COMPUTE NUM1 ROUNDED = TR-NUM1 * WS-FX-RATE
               ON SIZE ERROR
                   SET WS-FX-SKIP TO TRUE
           END-COMPUTE.
           COMPUTE NUM2 ROUNDED = TR-NUM2 * WS-FX-RATE
               ON SIZE ERROR
                   SET WS-FX-SKIP TO TRUE
           END-COMPUTE.
       2400-EXIT.
           EXIT.

      * Deliberately separate code from the driver's CALLed engines,
      * reproducing the same arithmetic (the engines' formulas, the
      * rounded-surcharge fold, zero on overflow or divide by zero)
      * - two code paths agreeing is the check. A site closed on
      * the installation master, or missing from it, posts nothing -
      * the driver's installation check sends the pair to suspense.
       2500-EXPECT-PAIR.
           CALL "operationsInstallLookup" USING WS-TRAN-INSTALL,
               WS-INST-NAME, WS-INST-STATUS.
           IF WS-INST-CLOSED OR WS-INST-NOT-ON-FILE
               ADD 1 TO WS-CLOSED-SITE-COUNT
               GO TO 2500-EXIT
           END-IF.
           IF WS-TRAN-INSTALL NOT = WS-INSTALLATION-CODE
               MOVE WS-TRAN-INSTALL TO WS-INSTALLATION-CODE
               PERFORM 1200-GET-INSTALL-RULES THRU 1200-EXIT
       2500-EXIT.
           EXIT.

      * The banded surcharge is priced here in its own code, not by
      * CALLing operationsSurchargeCalc, to the same rules: each
      * slice of the result's size at its band's rate, one rounding
      * of the whole surcharge, then the minimum and the cap, then
      * the sign put back. A surcharge too big to hold is left off,
      * as the driver leaves it off the pair it sends to suspense.
       2600-APPLY-SURCHARGE.
           MOVE RESULT TO WS-BASE-RESULT.
           MOVE ZERO TO WS-SURCHARGE-AMOUNT.
           IF RESULT = ZERO
               GO TO 2600-EXIT
           END-IF.
           IF RESULT < ZERO
               COMPUTE WS-SURCH-BASE-SIZE = ZERO - RESULT
           ELSE
               MOVE RESULT TO WS-SURCH-BASE-SIZE
           END-IF.
           MOVE WS-BAND-RULES TO SURCHARGE-BANDS.
           MOVE ZERO TO WS-SURCH-UNROUNDED.
           MOVE ZERO TO WS-SLICE-FLOOR.
           MOVE WS-TAX-RATE TO WS-SLICE-RATE.
           MOVE "N" TO WS-BANDS-DONE-SWITCH.
           MOVE ZERO TO WS-BAND-SUB.
           PERFORM 2610-PRICE-BAND THRU 2610-EXIT
               UNTIL WS-BANDS-DONE OR WS-BAND-SUB NOT < 3.
           COMPUTE WS-SURCH-UNROUNDED = WS-SURCH-UNROUNDED +
               ((WS-SURCH-BASE-SIZE - WS-SLICE-FLOOR) * WS-SLICE-RATE).
           IF WS-ROUND-TRUNCATE
               COMPUTE WS-SURCH-SIZE = WS-SURCH-UNROUNDED
                   ON SIZE ERROR GO TO 2600-EXIT
               END-COMPUTE
           ELSE
               COMPUTE WS-SURCH-SIZE ROUNDED = WS-SURCH-UNROUNDED
                   ON SIZE ERROR GO TO 2600-EXIT
               END-COMPUTE
           END-IF.
           IF SB-MIN-SURCHARGE IS NUMERIC
               IF SB-MIN-SURCHARGE > ZERO
                   AND WS-SURCH-SIZE < SB-MIN-SURCHARGE
                   MOVE SB-MIN-SURCHARGE TO WS-SURCH-SIZE
               END-IF
           END-IF.
           IF SB-MAX-SURCHARGE IS NUMERIC
               IF SB-MAX-SURCHARGE > ZERO
                   AND WS-SURCH-SIZE > SB-MAX-SURCHARGE
                   MOVE SB-MAX-SURCHARGE TO WS-SURCH-SIZE
               END-IF
           END-IF.
           IF RESULT < ZERO
               COMPUTE WS-SURCHARGE-AMOUNT = ZERO - WS-SURCH-SIZE
           ELSE
               MOVE WS-SURCH-SIZE TO WS-SURCHARGE-AMOUNT
           END-IF.
           COMPUTE RESULT = WS-BASE-RESULT + WS-SURCHARGE-AMOUNT
               ON SIZE ERROR
                   MOVE ZERO TO WS-SURCHARGE-AMOUNT
                   MOVE WS-BASE-RESULT TO RESULT
           END-COMPUTE.
       2600-EXIT.
           EXIT.

       2610-PRICE-BAND.
           ADD 1 TO WS-BAND-SUB.
           IF SB-BAND-FLOOR(WS-BAND-SUB) NOT NUMERIC
               OR SB-BAND-RATE(WS-BAND-SUB) NOT NUMERIC
               SET WS-BANDS-DONE TO TRUE
               GO TO 2610-EXIT
           END-IF.
           IF SB-BAND-FLOOR(WS-BAND-SUB) NOT > WS-SLICE-FLOOR
               OR SB-BAND-FLOOR(WS-BAND-SUB) NOT < WS-SURCH-BASE-SIZE
               SET WS-BANDS-DONE TO TRUE
               GO TO 2610-EXIT
           END-IF.
           COMPUTE WS-SURCH-UNROUNDED = WS-SURCH-UNROUNDED +
               ((SB-BAND-FLOOR(WS-BAND-SUB) - WS-SLICE-FLOOR) *
               WS-SLICE-RATE).
           MOVE SB-BAND-FLOOR(WS-BAND-SUB) TO WS-SLICE-FLOOR.
           MOVE SB-BAND-RATE(WS-BAND-SUB) TO WS-SLICE-RATE.
       2610-EXIT.
           EXIT.

      * A reversal is expected to post the exact negation of the row
      * it names, under that row's operation - but only where the
      * driver will accept it: the key on file, the row not already
      * reversed (on the index or earlier in this file), not itself
      * a reversal, one that moved a balance in the first place,
      * carrying its operation letter, and at a site
      * still open on the installation master. Anything else goes
      * to suspense at posting time and is expected to post nothing.
       2700-EXPECT-REVERSAL.
           IF NOT WS-HIDX-OPEN
               GO TO 2700-EXIT
           END-IF.
           IF TRR-ORIG-DATE NOT NUMERIC
               OR TRR-ORIG-SEQ-NUM NOT NUMERIC
               GO TO 2700-EXIT
           END-IF.
           MOVE "N" TO WS-REV-FOUND-SWITCH.
           MOVE ZERO TO WS-REV-SUB.
           PERFORM 2710-SCAN-REVERSED THRU 2710-EXIT
               UNTIL WS-REV-FOUND OR WS-REV-SUB NOT < WS-REV-COUNT.
           IF WS-REV-FOUND
               GO TO 2700-EXIT
           END-IF.
           MOVE TRR-ORIG-DATE TO HIST-IDX-DATE.
           MOVE TRR-ORIG-SEQ-NUM TO HIST-IDX-SEQ-NUM.
           READ HIST-INDEX-FILE
               INVALID KEY
                   GO TO 2700-EXIT
           END-READ.
           IF HIST-IDX-REVERSED
               GO TO 2700-EXIT
           END-IF.
           IF HIST-IDX-REVERSAL-OF IS NUMERIC
               AND HIST-IDX-REVERSAL-OF NOT = ZERO
               GO TO 2700-EXIT
           END-IF.
           CALL "operationsBalanceMoveCheck" USING HIST-IDX-PROGRAM,
               WS-MOVES-BALANCE-SWITCH.
           IF NOT WS-MOVES-BALANCE
               GO TO 2700-EXIT
           END-IF.
           CALL "operationsInstallLookup" USING HIST-IDX-INSTALLATION,
               WS-INST-NAME, WS-INST-STATUS.
           IF WS-INST-CLOSED OR WS-INST-NOT-ON-FILE
               ADD 1 TO WS-CLOSED-SITE-COUNT
               GO TO 2700-EXIT
           END-IF.
           COMPUTE RESULT = ZERO - HIST-IDX-RESULT.
           EVALUATE HIST-IDX-OP-CODE
               WHEN "A"
                   ADD RESULT TO WS-ADD-TOTAL
               WHEN "S"
                   ADD RESULT TO WS-SUB-TOTAL
               WHEN "M"
                   ADD RESULT TO WS-MUL-TOTAL
               WHEN "D"
                   ADD RESULT TO WS-DIV-TOTAL
               WHEN "P"
                   ADD RESULT TO WS-PCT-TOTAL
               WHEN OTHER
                   GO TO 2700-EXIT
           END-EVALUATE.
           ADD RESULT TO WS-GRAND-TOTAL.
           ADD 1 TO WS-REVERSAL-COUNT.
           IF WS-REV-COUNT < 500
               ADD 1 TO WS-REV-COUNT
               MOVE TRR-ORIG-KEY TO WS-REV-KEY(WS-REV-COUNT)
           END-IF.
       2700-EXIT.
           EXIT.

       2710-SCAN-REVERSED.
           ADD 1 TO WS-REV-SUB.
           IF WS-REV-KEY(WS-REV-SUB) = TRR-ORIG-KEY
               SET WS-REV-FOUND TO TRUE
           END-IF.
       2710-EXIT.
           EXIT.

       8000-WRITE-CONTROL-ROW.
           OPEN EXTEND CONTROL-FILE.
           IF WS-CTL-STATUS = "35"
       9000-TERMINATE.
           DISPLAY "CONTROL ROW WRITTEN FOR " WS-BUSINESS-DATE.
           DISPLAY "  DETAILS EXPECTED: " WS-DETAIL-COUNT.
           IF WS-REVERSAL-COUNT > ZERO
               DISPLAY "  REVERSALS EXPECTED: " WS-REVERSAL-COUNT
           END-IF.
           IF WS-CLOSED-SITE-COUNT > ZERO
               DISPLAY "  PAIRS FOR CLOSED OR UNKNOWN SITES: "
                   WS-CLOSED-SITE-COUNT
           END-IF.
           MOVE WS-GRAND-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "  EXPECTED TOTAL: " WS-TOTAL-EDIT.
           MOVE WS-ADD-TOTAL TO WS-TOTAL-EDIT.
