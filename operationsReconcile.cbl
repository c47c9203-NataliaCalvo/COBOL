      *           reconciliation log, which is how
      *           operationsReconcileCatchup knows which control
      *           dates were never reconciled.
      *           The control total is built from the whole TRANFILE,
      *           so the pairs the driver did not post are netted out
      *           of it before the compare: the day's results still
      *           waiting on HELDFILE or rejected there, and the pairs
      *           refused to SUSPENSEFILE for a limit breach or a site
      *           the operator may not work (re-priced here the way
      *           the control builder priced them).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CLOSED-PERIOD-FILE ASSIGN TO "CLOSEDPERFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLP-STATUS.
           SELECT HELD-FILE ASSIGN TO "HELDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT RATE-FILE ASSIGN TO "RATETABLE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OP-SELECT-FILE ASSIGN TO "OPSELECTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSEL-STATUS.
           SELECT HIST-INDEX-FILE ASSIGN TO "HISTIDXFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-IDX-KEY
               FILE STATUS IS WS-HIDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSED-PERIOD-FILE.
           COPY CLOSEDPER.

       FD  HELD-FILE.
           COPY HELDREC.

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  RATE-FILE.
           COPY RATETBL.

       FD  OP-SELECT-FILE.
           COPY OPSELREC.

       FD  HIST-INDEX-FILE.
           COPY HISTIDXREC.

       WORKING-STORAGE SECTION.
           COPY MATHFLDS.
           01 WS-RUN-DATE PIC 9(8).
           01 WS-CLP-STATUS PIC X(02) VALUE "00".
           01 WS-WORKING-SWITCH PIC X(01).
               88 WS-WORKING-DAY VALUE "Y".
      * What the control row expected but the driver did not post -
      * held or rejected results and refused pairs - by operation.
           01 WS-HELD-STATUS PIC X(02) VALUE "00".
           01 WS-SUSP-STATUS PIC X(02) VALUE "00".
           01 WS-OPSEL-STATUS PIC X(02) VALUE "00".
           01 WS-HIDX-STATUS PIC X(02) VALUE "00".
           01 WS-HIDX-OPEN-SWITCH PIC X(01) VALUE "N".
               88 WS-HIDX-OPEN VALUE "Y".
           01 WS-HELD-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-HELD-EOF VALUE "Y".
           01 WS-SUSP-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-SUSP-EOF VALUE "Y".
           01 WS-OPSEL-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-OPSEL-EOF VALUE "Y".
           01 WS-RUN-ADD-SWITCH PIC X(01) VALUE "Y".
               88 WS-RUN-ADD VALUE "Y".
           01 WS-RUN-SUB-SWITCH PIC X(01) VALUE "Y".
               88 WS-RUN-SUB VALUE "Y".
           01 WS-RUN-MUL-SWITCH PIC X(01) VALUE "Y".
               88 WS-RUN-MUL VALUE "Y".
           01 WS-RUN-DIV-SWITCH PIC X(01) VALUE "Y".
               88 WS-RUN-DIV VALUE "Y".
           01 WS-RUN-PCT-SWITCH PIC X(01) VALUE "Y".
               88 WS-RUN-PCT VALUE "Y".
           01 WS-NETTED-TOTAL PIC S9(9)V99 SIGN LEADING SEPARATE
               VALUE ZERO.
           01 WS-NETTED-ADD PIC S9(9)V99 SIGN LEADING SEPARATE
               VALUE ZERO.
           01 WS-NETTED-SUB PIC S9(9)V99 SIGN LEADING SEPARATE
               VALUE ZERO.
           01 WS-NETTED-MUL PIC S9(9)V99 SIGN LEADING SEPARATE
               VALUE ZERO.
           01 WS-NETTED-DIV PIC S9(9)V99 SIGN LEADING SEPARATE
               VALUE ZERO.
           01 WS-NETTED-PCT PIC S9(9)V99 SIGN LEADING SEPARATE
               VALUE ZERO.
           01 WS-NETTED-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-COUNT-EDIT PIC ZZ,ZZ9.
           01 WS-NET-OP-CODE PIC X(01).
           01 WS-NET-AMOUNT PIC S9(9)V99 SIGN LEADING SEPARATE.
      * The refused pair's TRANFILE image, as SUSP-TRAN-ROW carries
      * it - a detail pair, or the key a reversal row named.
           01 WS-SUSP-PAIR.
               05 WS-SP-RECORD-TYPE PIC X(01).
                   88 WS-SP-IS-REVERSAL VALUE "R".
               05 WS-SP-NUM1 PIC S9(7)V99 SIGN LEADING SEPARATE.
               05 WS-SP-NUM2 PIC S9(7)V99 SIGN LEADING SEPARATE.
               05 WS-SP-INSTALLATION PIC X(04).
               05 WS-SP-OP-CODE PIC X(01).
                   88 WS-SP-OP-ADD VALUE "A".
                   88 WS-SP-OP-SUBTRACT VALUE "S".
                   88 WS-SP-OP-MULTIPLY VALUE "M".
                   88 WS-SP-OP-DIVIDE VALUE "D".
                   88 WS-SP-OP-PERCENT VALUE "P".
                   88 WS-SP-OP-ALL VALUE SPACE.
           01 WS-SUSP-REV-PAIR REDEFINES WS-SUSP-PAIR.
               05 FILLER PIC X(01).
               05 WS-SP-ORIG-KEY.
                   10 WS-SP-ORIG-DATE PIC 9(08).
                   10 WS-SP-ORIG-SEQ-NUM PIC 9(05).
               05 FILLER PIC X(12).
           01 WS-FX-RATE PIC 9(05)V9(06).
           01 WS-FX-STATUS PIC X(01).
               88 WS-FX-NO-RATE VALUE "N".
           01 WS-CALC-STATUS PIC X(02).
           01 WS-REMAINDER PIC S9(7)V99 SIGN LEADING SEPARATE.
           01 WS-SURCHARGE-AMOUNT PIC S9(7)V99 SIGN LEADING SEPARATE.
           01 WS-SURCH-UNROUNDED PIC S9(7)V9(5) SIGN LEADING SEPARATE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
               UNTIL WS-HIST-EOF.
           PERFORM 2500-PROCESS-AUDIT-RECORD THRU 2500-EXIT
               UNTIL WS-AUDIT-EOF.
           IF WS-CTL-DATE-MATCHED
               PERFORM 3000-NET-UNPOSTED-ITEMS THRU 3000-EXIT
           END-IF.
           PERFORM 8000-COMPARE-TOTALS THRU 8000-EXIT.
           PERFORM 8500-COMPARE-BY-OPERATION THRU 8500-EXIT.
           PERFORM 8900-LOG-RECONCILED-DATE THRU 8900-EXIT.
       1100-EXIT.
           EXIT.

      * The site's rate row in effect today, else the DFLT row - the
      * same rules the control builder priced the pair under.
       1200-GET-INSTALL-RULES.
           MOVE "N" TO WS-RULE-FOUND-SWITCH.
           MOVE "N" TO WS-DFLT-FOUND-SWITCH.
           MOVE "N" TO WS-RATE-EOF-SWITCH.
           ACCEPT WS-RATE-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT RATE-FILE.
           READ RATE-FILE
               AT END SET WS-RATE-EOF TO TRUE
           END-READ.
           PERFORM 1210-SCAN-RATE-LINE THRU 1210-EXIT UNTIL WS-RATE-EOF.
           CLOSE RATE-FILE.
           IF NOT WS-RULE-FOUND
               MOVE WS-DFLT-TAX-RATE TO WS-TAX-RATE
               MOVE WS-DFLT-ROUND-RULE TO WS-ROUND-RULE
               MOVE WS-DFLT-THRESHOLD TO WS-RULE-THRESHOLD
               MOVE WS-DFLT-BAND-RULES TO WS-BAND-RULES
           END-IF.
       1200-EXIT.
           EXIT.

       1210-SCAN-RATE-LINE.
           IF RATE-EFFECTIVE-DATE OF RATE-RECORD IS NUMERIC
               MOVE RATE-EFFECTIVE-DATE OF RATE-RECORD
                   TO WS-RATE-EFF-DATE
           ELSE
               MOVE ZERO TO WS-RATE-EFF-DATE
           END-IF.
           IF RATE-INSTALLATION OF RATE-RECORD = WS-INSTALLATION-CODE
               AND WS-RATE-EFF-DATE NOT > WS-RATE-TODAY
               IF NOT WS-RULE-FOUND
                   OR WS-RATE-EFF-DATE NOT < WS-RULE-EFF-DATE
                   MOVE RATE-TAX-RATE OF RATE-RECORD TO WS-TAX-RATE
                   MOVE RATE-ROUND-RULE OF RATE-RECORD
                       TO WS-ROUND-RULE
                   MOVE RATE-THRESHOLD OF RATE-RECORD
                       TO WS-RULE-THRESHOLD
                   MOVE RATE-BAND-RULES OF RATE-RECORD
                       TO WS-BAND-RULES
                   MOVE WS-RATE-EFF-DATE TO WS-RULE-EFF-DATE
                   SET WS-RULE-FOUND TO TRUE
               END-IF
           END-IF.
           IF RATE-INSTALLATION OF RATE-RECORD = "DFLT"
               AND WS-RATE-EFF-DATE NOT > WS-RATE-TODAY
               IF NOT WS-DFLT-FOUND
                   OR WS-RATE-EFF-DATE NOT < WS-DFLT-EFF-DATE
                   MOVE RATE-TAX-RATE OF RATE-RECORD
                       TO WS-DFLT-TAX-RATE
                   MOVE RATE-ROUND-RULE OF RATE-RECORD
                       TO WS-DFLT-ROUND-RULE
                   MOVE RATE-THRESHOLD OF RATE-RECORD
                       TO WS-DFLT-THRESHOLD
                   MOVE RATE-BAND-RULES OF RATE-RECORD
                       TO WS-DFLT-BAND-RULES
                   MOVE WS-RATE-EFF-DATE TO WS-DFLT-EFF-DATE
                   SET WS-DFLT-FOUND TO TRUE
               END-IF
           END-IF.
           READ RATE-FILE
               AT END SET WS-RATE-EOF TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       2000-PROCESS-HIST-RECORD.
           IF HIST-DATE OF HIST-RECORD = WS-RUN-DATE
               ADD HIST-RESULT OF HIST-RECORD TO WS-DAY-TOTAL
       2500-EXIT.
           EXIT.

      * The driver keeps a result over the site's threshold off the
      * history until a supervisor decides it, and refuses a pair
      * that would breach a site limit or that the operator may not
      * post for that site - none of which the control builder can
      * see from TRANFILE. Those amounts come off the expected side
      * here so a day with held or refused items still reconciles.
      * A held item released since posts under this date and is in
      * the history already, so only pending and rejected rows net.
       3000-NET-UNPOSTED-ITEMS.
           PERFORM 3100-NET-HELD-ITEMS THRU 3100-EXIT.
           PERFORM 3500-NET-REFUSED-PAIRS THRU 3500-EXIT.
           IF WS-NETTED-COUNT > ZERO
               MOVE WS-NETTED-TOTAL TO WS-TOTAL-EDIT
               MOVE WS-NETTED-COUNT TO WS-COUNT-EDIT
               DISPLAY "HELD OR REFUSED ITEMS:   " WS-COUNT-EDIT
               DISPLAY "NETTED FROM CONTROL:     " WS-TOTAL-EDIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-NET-HELD-ITEMS.
           OPEN INPUT HELD-FILE.
           IF WS-HELD-STATUS = "35"
               GO TO 3100-EXIT
           END-IF.
           READ HELD-FILE
               AT END SET WS-HELD-EOF TO TRUE
           END-READ.
           PERFORM 3110-CHECK-HELD-ROW THRU 3110-EXIT
               UNTIL WS-HELD-EOF.
           CLOSE HELD-FILE.
       3100-EXIT.
           EXIT.

      * HELD-OPERATION's first letter is the operation code, as the
      * driver itself sets it on HELD-TRAN-ROW. Items held by the
      * exception rerun or operationsMath were never in the control
      * figure, so only the driver's own are netted.
       3110-CHECK-HELD-ROW.
           IF HELD-BUSINESS-DATE = WS-RUN-DATE
               AND (HELD-PENDING OR HELD-REJECTED)
               AND HELD-FROM-BATCH
               MOVE HELD-OPERATION(1:1) TO WS-NET-OP-CODE
               MOVE HELD-RESULT TO WS-NET-AMOUNT
               PERFORM 3900-NET-AMOUNT THRU 3900-EXIT
           END-IF.
           READ HELD-FILE
               AT END SET WS-HELD-EOF TO TRUE
           END-READ.
       3110-EXIT.
           EXIT.

       3500-NET-REFUSED-PAIRS.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSP-STATUS = "35"
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3550-GET-OP-SELECTION THRU 3550-EXIT.
           OPEN INPUT HIST-INDEX-FILE.
           IF WS-HIDX-STATUS = "00"
               SET WS-HIDX-OPEN TO TRUE
           END-IF.
           READ SUSPENSE-FILE
               AT END SET WS-SUSP-EOF TO TRUE
           END-READ.
           PERFORM 3510-CHECK-SUSPENSE-ROW THRU 3510-EXIT
               UNTIL WS-SUSP-EOF.
           CLOSE SUSPENSE-FILE.
           IF WS-HIDX-OPEN
               CLOSE HIST-INDEX-FILE
           END-IF.
       3500-EXIT.
           EXIT.

      * Only the two refusals the control builder cannot foresee -
      * every other suspense reason is one it already leaves out.
       3510-CHECK-SUSPENSE-ROW.
           IF SUSP-ADDED-DATE = WS-RUN-DATE
               AND (SUSP-REASON(1:15) = "Limit exceeded:"
               OR SUSP-REASON =
                   "Operator not allowed this site - not posted")
               MOVE SUSP-TRAN-ROW TO WS-SUSP-PAIR
               IF WS-SP-IS-REVERSAL
                   PERFORM 3700-NET-REFUSED-REVERSAL THRU 3700-EXIT
               ELSE
                   PERFORM 3600-NET-REFUSED-PAIR THRU 3600-EXIT
               END-IF
           END-IF.
           READ SUSPENSE-FILE
               AT END SET WS-SUSP-EOF TO TRUE
           END-READ.
       3510-EXIT.
           EXIT.

      * The same per-day operation-selection card the driver and the
      * control builder honor.
       3550-GET-OP-SELECTION.
           OPEN INPUT OP-SELECT-FILE.
           IF WS-OPSEL-STATUS = "35"
               GO TO 3550-EXIT
           END-IF.
           READ OP-SELECT-FILE
               AT END SET WS-OPSEL-EOF TO TRUE
           END-READ.
           PERFORM 3560-SCAN-OP-SELECT-LINE THRU 3560-EXIT
               UNTIL WS-OPSEL-EOF.
           CLOSE OP-SELECT-FILE.
       3550-EXIT.
           EXIT.

       3560-SCAN-OP-SELECT-LINE.
           IF OPS-DATE OF OP-SELECT-RECORD = WS-RUN-DATE
               MOVE OPS-ADD-SWITCH OF OP-SELECT-RECORD
                   TO WS-RUN-ADD-SWITCH
               MOVE OPS-SUB-SWITCH OF OP-SELECT-RECORD
                   TO WS-RUN-SUB-SWITCH
               MOVE OPS-MUL-SWITCH OF OP-SELECT-RECORD
                   TO WS-RUN-MUL-SWITCH
               MOVE OPS-DIV-SWITCH OF OP-SELECT-RECORD
                   TO WS-RUN-DIV-SWITCH
               MOVE OPS-PCT-SWITCH OF OP-SELECT-RECORD
                   TO WS-RUN-PCT-SWITCH
           END-IF.
           READ OP-SELECT-FILE
               AT END SET WS-OPSEL-EOF TO TRUE
           END-READ.
       3560-EXIT.
           EXIT.

      * The refused pair priced as the control row priced it: base
      * currency at the business date's rate, the site's surcharge
      * rules, each selected operation through its engine, zero for
      * an overflow or a divide by zero. A foreign-currency pair
      * with no rate that day was never expected at all.
       3600-NET-REFUSED-PAIR.
           MOVE WS-SP-NUM1 TO NUM1.
           MOVE WS-SP-NUM2 TO NUM2.
           IF SUSP-CURRENCY NOT = SPACES
               CALL "operationsFxRateLookup" USING SUSP-CURRENCY,
                   SUSP-ADDED-DATE, WS-FX-RATE, WS-FX-STATUS
               IF WS-FX-NO-RATE
                   GO TO 3600-EXIT
               END-IF
               COMPUTE NUM1 ROUNDED = WS-SP-NUM1 * WS-FX-RATE
                   ON SIZE ERROR GO TO 3600-EXIT
               END-COMPUTE
               COMPUTE NUM2 ROUNDED = WS-SP-NUM2 * WS-FX-RATE
                   ON SIZE ERROR GO TO 3600-EXIT
               END-COMPUTE
           END-IF.
           MOVE SUSP-INSTALLATION TO WS-INSTALLATION-CODE.
           PERFORM 1200-GET-INSTALL-RULES THRU 1200-EXIT.
           IF WS-RUN-ADD AND (WS-SP-OP-ALL OR WS-SP-OP-ADD)
               CALL "operationsAddCalc" USING NUM1, NUM2, RESULT,
                   WS-CALC-STATUS
               MOVE "A" TO WS-NET-OP-CODE
               PERFORM 3650-NET-PRICED-RESULT THRU 3650-EXIT
           END-IF.
           IF WS-RUN-SUB AND (WS-SP-OP-ALL OR WS-SP-OP-SUBTRACT)
               CALL "operationsSubtractCalc" USING NUM1, NUM2, RESULT,
                   WS-CALC-STATUS
               MOVE "S" TO WS-NET-OP-CODE
               PERFORM 3650-NET-PRICED-RESULT THRU 3650-EXIT
           END-IF.
           IF WS-RUN-MUL AND (WS-SP-OP-ALL OR WS-SP-OP-MULTIPLY)
               CALL "operationsMultiplyCalc" USING NUM1, NUM2, RESULT,
                   WS-CALC-STATUS
               MOVE "M" TO WS-NET-OP-CODE
               PERFORM 3650-NET-PRICED-RESULT THRU 3650-EXIT
           END-IF.
           IF WS-RUN-DIV AND (WS-SP-OP-ALL OR WS-SP-OP-DIVIDE)
               AND NUM2 NOT = ZERO
               CALL "operationsDivideCalc" USING NUM1, NUM2, RESULT,
                   WS-REMAINDER, WS-CALC-STATUS
               MOVE "D" TO WS-NET-OP-CODE
               PERFORM 3650-NET-PRICED-RESULT THRU 3650-EXIT
           END-IF.
           IF WS-RUN-PCT AND (WS-SP-OP-ALL OR WS-SP-OP-PERCENT)
               CALL "operationsPercentCalc" USING NUM1, NUM2, RESULT,
                   WS-CALC-STATUS
               MOVE "P" TO WS-NET-OP-CODE
               PERFORM 3650-NET-PRICED-RESULT THRU 3650-EXIT
           END-IF.
       3600-EXIT.
           EXIT.

       3650-NET-PRICED-RESULT.
           IF WS-CALC-STATUS NOT = "00"
               GO TO 3650-EXIT
           END-IF.
           CALL "operationsSurchargeCalc" USING RESULT, WS-TAX-RATE,
               WS-ROUND-RULE, WS-BAND-RULES, WS-SURCHARGE-AMOUNT,
               WS-SURCH-UNROUNDED, WS-CALC-STATUS.
           IF WS-CALC-STATUS NOT = "00"
               MOVE ZERO TO WS-SURCHARGE-AMOUNT
           END-IF.
           COMPUTE WS-NET-AMOUNT = RESULT + WS-SURCHARGE-AMOUNT.
           PERFORM 3900-NET-AMOUNT THRU 3900-EXIT.
       3650-EXIT.
           EXIT.

      * A refused reversal was expected as the negation of the row it
      * named, provided that row could still be reversed.
       3700-NET-REFUSED-REVERSAL.
           IF NOT WS-HIDX-OPEN
               GO TO 3700-EXIT
           END-IF.
           IF WS-SP-ORIG-DATE NOT NUMERIC
               OR WS-SP-ORIG-SEQ-NUM NOT NUMERIC
               GO TO 3700-EXIT
           END-IF.
           MOVE WS-SP-ORIG-KEY TO HIST-IDX-KEY.
           READ HIST-INDEX-FILE
               INVALID KEY
                   GO TO 3700-EXIT
           END-READ.
           IF HIST-IDX-REVERSED
               GO TO 3700-EXIT
           END-IF.
           IF HIST-IDX-REVERSAL-OF IS NUMERIC
               AND HIST-IDX-REVERSAL-OF NOT = ZERO
               GO TO 3700-EXIT
           END-IF.
           MOVE HIST-IDX-OP-CODE TO WS-NET-OP-CODE.
           COMPUTE WS-NET-AMOUNT = ZERO - HIST-IDX-RESULT.
           PERFORM 3900-NET-AMOUNT THRU 3900-EXIT.
       3700-EXIT.
           EXIT.

       3900-NET-AMOUNT.
           EVALUATE WS-NET-OP-CODE
               WHEN "A"
                   ADD WS-NET-AMOUNT TO WS-NETTED-ADD
               WHEN "S"
                   ADD WS-NET-AMOUNT TO WS-NETTED-SUB
               WHEN "M"
                   ADD WS-NET-AMOUNT TO WS-NETTED-MUL
               WHEN "D"
                   ADD WS-NET-AMOUNT TO WS-NETTED-DIV
               WHEN "P"
                   ADD WS-NET-AMOUNT TO WS-NETTED-PCT
               WHEN OTHER
                   GO TO 3900-EXIT
           END-EVALUATE.
           ADD WS-NET-AMOUNT TO WS-NETTED-TOTAL.
           ADD 1 TO WS-NETTED-COUNT.
       3900-EXIT.
           EXIT.

       8000-COMPARE-TOTALS.
           SUBTRACT WS-NETTED-TOTAL FROM WS-EXPECTED-TOTAL.
           COMPUTE WS-VARIANCE = WS-DAY-TOTAL - WS-EXPECTED-TOTAL.
           MOVE WS-DAY-TOTAL TO WS-TOTAL-EDIT.
           MOVE WS-EXPECTED-TOTAL TO WS-EXPECTED-EDIT.
           IF WS-HAS-BREAKOUT
               MOVE CTL-ADD-EXPECTED OF CONTROL-RECORD
                   TO WS-EXPECTED-TOTAL
               SUBTRACT WS-NETTED-ADD FROM WS-EXPECTED-TOTAL
           END-IF.
           PERFORM 8600-SHOW-OP-SUBTOTAL THRU 8600-EXIT.
           DISPLAY "  ADD     " WS-OP-TOTAL-EDIT.
           IF WS-HAS-BREAKOUT
               MOVE CTL-SUB-EXPECTED OF CONTROL-RECORD
                   TO WS-EXPECTED-TOTAL
               SUBTRACT WS-NETTED-SUB FROM WS-EXPECTED-TOTAL
           END-IF.
           PERFORM 8600-SHOW-OP-SUBTOTAL THRU 8600-EXIT.
           DISPLAY "  SUBTRACT" WS-OP-TOTAL-EDIT.
           IF WS-HAS-BREAKOUT
               MOVE CTL-MUL-EXPECTED OF CONTROL-RECORD
                   TO WS-EXPECTED-TOTAL
               SUBTRACT WS-NETTED-MUL FROM WS-EXPECTED-TOTAL
           END-IF.
           PERFORM 8600-SHOW-OP-SUBTOTAL THRU 8600-EXIT.
           DISPLAY "  MULTIPLY" WS-OP-TOTAL-EDIT.
           IF WS-HAS-BREAKOUT
               MOVE CTL-DIV-EXPECTED OF CONTROL-RECORD
                   TO WS-EXPECTED-TOTAL
               SUBTRACT WS-NETTED-DIV FROM WS-EXPECTED-TOTAL
           END-IF.
           PERFORM 8600-SHOW-OP-SUBTOTAL THRU 8600-EXIT.
           DISPLAY "  DIVIDE  " WS-OP-TOTAL-EDIT.
           IF WS-HAS-PCT-BREAKOUT
               MOVE CTL-PCT-EXPECTED OF CONTROL-RECORD
                   TO WS-EXPECTED-TOTAL
               SUBTRACT WS-NETTED-PCT FROM WS-EXPECTED-TOTAL
           END-IF.
           PERFORM 8600-SHOW-OP-SUBTOTAL THRU 8600-EXIT.
           DISPLAY "  PERCENT " WS-OP-TOTAL-EDIT.
