      *           after its own tax rate and rounding rule are applied
      *           - so a proposed rate change can be checked against
      *           real figures before RATETABLE is actually edited.
      *           The surcharge comes from operationsSurchargeCalc,
      *           the engine the batch driver posts with, so a banded
      *           row with a minimum or cap simulates exactly as it
      *           will post.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               88 WS-RATE-EOF2 VALUE "Y".
           01 WS-BASE-RESULT PIC S9(7)V99 SIGN LEADING SEPARATE.
           01 WS-SIM-RESULT PIC S9(7)V99 SIGN LEADING SEPARATE.
           01 WS-SIM-SURCHARGE PIC S9(7)V99 SIGN LEADING SEPARATE.
           01 WS-SIM-UNROUNDED PIC S9(7)V9(5)
               SIGN LEADING SEPARATE.
           01 WS-SIM-STATUS PIC X(02).
           01 WS-FX-RATE PIC 9(05)V9(06).
           01 WS-FX-STATUS PIC X(01).
               88 WS-FX-NO-RATE VALUE "N".
           01 WS-BASE-RESULT-EDIT PIC Z,ZZZ,999.99-.
           01 WS-SIM-RESULT-EDIT PIC Z,ZZZ,999.99-.
           01 WS-RATE-COUNT PIC 9(03) COMP VALUE ZERO.
                   10 WS-RATE-TBL-ROUND-RULE PIC X(01).
                       88 WS-RATE-TBL-TRUNCATE VALUE "T".
                   10 WS-RATE-TBL-EFF-DATE PIC 9(8).
                   10 WS-RATE-TBL-BAND-RULES PIC X(53).

       PROCEDURE DIVISION.
       0000-MAINLINE.
                       TO WS-RATE-TBL-ROUND-RULE(WS-SCAN-SUB)
                   MOVE WS-RATE-EFF-DATE
                       TO WS-RATE-TBL-EFF-DATE(WS-SCAN-SUB)
                   MOVE RATE-BAND-RULES
                       TO WS-RATE-TBL-BAND-RULES(WS-SCAN-SUB)
               END-IF
           ELSE
               IF WS-RATE-COUNT < 50
                       TO WS-RATE-TBL-ROUND-RULE(WS-RATE-COUNT)
                   MOVE WS-RATE-EFF-DATE
                       TO WS-RATE-TBL-EFF-DATE(WS-RATE-COUNT)
                   MOVE RATE-BAND-RULES
                       TO WS-RATE-TBL-BAND-RULES(WS-RATE-COUNT)
               ELSE
                   IF NOT WS-RATE-CAP-WARNED
                       DISPLAY "WARNING: more than 50 installations "
       1110-EXIT.
           EXIT.

      * A reversal row carries a history key, not a pair - there is
      * nothing in it to price. A foreign-currency pair is priced in
      * base currency at today's exchange rate, the way the driver
      * would convert it.
       2000-PROCESS-RECORD.
           IF TR-IS-REVERSAL
               GO TO 2000-NEXT
           END-IF.
           MOVE TR-NUM1 TO NUM1.
           MOVE TR-NUM2 TO NUM2.
           IF TR-CURRENCY NOT = SPACES
               CALL "operationsFxRateLookup" USING TR-CURRENCY,
                   WS-RATE-TODAY, WS-FX-RATE, WS-FX-STATUS
               IF WS-FX-NO-RATE
                   DISPLAY "PAIR: NUM1=" TR-NUM1 " NUM2=" TR-NUM2
                       " " TR-CURRENCY " - no exchange rate on file"
                   GO TO 2000-NEXT
               END-IF
               COMPUTE NUM1 ROUNDED = TR-NUM1 * WS-FX-RATE
                   ON SIZE ERROR
                       DISPLAY "Overflow: converted amount does not fit"
                       GO TO 2000-NEXT
               END-COMPUTE
               COMPUTE NUM2 ROUNDED = TR-NUM2 * WS-FX-RATE
                   ON SIZE ERROR
                       DISPLAY "Overflow: converted amount does not fit"
                       GO TO 2000-NEXT
               END-COMPUTE
           END-IF.
           COMPUTE WS-BASE-RESULT ROUNDED = NUM1 * NUM2
               ON SIZE ERROR
                   MOVE ZERO TO WS-BASE-RESULT
           MOVE ZERO TO WS-RATE-SUB.
           PERFORM 2100-SHOW-INSTALLATION THRU 2100-EXIT
               UNTIL WS-RATE-SUB NOT < WS-RATE-COUNT.
       2000-NEXT.
           READ TRANS-FILE
               AT END SET WS-TRAN-EOF TO TRUE
           END-READ.

       2100-SHOW-INSTALLATION.
           ADD 1 TO WS-RATE-SUB.
           CALL "operationsSurchargeCalc" USING WS-BASE-RESULT,
               WS-RATE-TBL-TAX-RATE(WS-RATE-SUB),
               WS-RATE-TBL-ROUND-RULE(WS-RATE-SUB),
               WS-RATE-TBL-BAND-RULES(WS-RATE-SUB),
               WS-SIM-SURCHARGE, WS-SIM-UNROUNDED, WS-SIM-STATUS.
           IF WS-SIM-STATUS NOT = "00"
               MOVE ZERO TO WS-SIM-SURCHARGE
               DISPLAY "Overflow: surcharge does not fit in RESULT"
           END-IF.
           COMPUTE WS-SIM-RESULT = WS-BASE-RESULT + WS-SIM-SURCHARGE
               ON SIZE ERROR
                   MOVE WS-BASE-RESULT TO WS-SIM-RESULT
                   DISPLAY "Overflow: surcharge does not fit in RESULT"
           END-COMPUTE.
           MOVE WS-SIM-RESULT TO WS-SIM-RESULT-EDIT.
           DISPLAY "    INSTALLATION="
               WS-RATE-TBL-INSTALLATION(WS-RATE-SUB)
