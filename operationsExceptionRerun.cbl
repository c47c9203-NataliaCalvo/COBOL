      *           the operator for corrected values and runs it
      *           through the same four CALLed calc engines the batch
      *           driver uses, writing the usual audit, history and
      *           index records under a fresh batch-run number, and
      *           moving the installation's row on the balance master
      *           by what it posted, as the batch driver does. The
      *           load-then-reprocess split means the file is never
      *           read and appended to at the same time. A result over
      *           the installation's threshold is held on HELDFILE for
      *           a second person's release, as the batch driver holds
      *           its own, instead of being posted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXM-KEY
               FILE STATUS IS WS-EXCM-STATUS.
           SELECT HELD-FILE ASSIGN TO WS-HELDFILE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT BALANCE-FILE ASSIGN TO WS-BALANCEFILE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXC-MASTER-FILE.
           COPY EXCMREC.

       FD  HELD-FILE.
           COPY HELDREC.

       FD  BALANCE-FILE.
           COPY BALREC.

       WORKING-STORAGE SECTION.
      * Logical file names - production values here, switched to
      * the TRN practice set when the TRAINING environment value
                   "EXCSEQFILE".
               05 WS-EXCMASTERFILE-DSN PIC X(18) VALUE
                   "EXCMASTERFILE".
               05 WS-HELDFILE-DSN PIC X(18) VALUE
                   "HELDFILE".
               05 WS-BALANCEFILE-DSN PIC X(18) VALUE
                   "BALANCEFILE".
           01 WS-TRAINING-SWITCH PIC X(01) VALUE "N".
               88 WS-TRAINING-MODE VALUE "Y".
           01 WS-TRAINING-ENTRY PIC X(01).
           01 REMAINDER-OUT PIC S9(7)V99 SIGN LEADING SEPARATE.
           01 WS-BASE-RESULT PIC S9(7)V99 SIGN LEADING SEPARATE.
           01 WS-SURCHARGE-AMOUNT PIC S9(7)V99 SIGN LEADING SEPARATE.
           01 WS-SURCHARGE-UNROUNDED PIC S9(7)V9(5)
               SIGN LEADING SEPARATE.
           01 WS-BASE-UNROUNDED PIC S9(7)V9(5)
               SIGN LEADING SEPARATE.
           01 WS-OPERATION PIC X(10).
           01 WS-EXC-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-EXC-EOF VALUE "Y".
           01 WS-RERUN-ANSWER PIC X(01).
           01 WS-OFFERED-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-RERUN-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-HELD-STATUS PIC X(02) VALUE "00".
           01 WS-HELD-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-HELD-EOF VALUE "Y".
           01 WS-HELD-ITEM-NUM PIC 9(05) VALUE ZERO.
           01 WS-HELD-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-POSTED-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-BAL-STATUS PIC X(02) VALUE "00".
           01 WS-BAL-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-BAL-EOF VALUE "Y".
           01 WS-BAL-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 WS-BAL-OVERFLOW VALUE "Y".
           01 WS-BAL-FOUND-SWITCH PIC X(01).
               88 WS-BAL-FOUND VALUE "Y".
           01 WS-BAL-INSTALLATION PIC X(04).
           01 WS-RERUN-MOVEMENT PIC S9(11)V99 SIGN LEADING SEPARATE
               VALUE ZERO.
           01 WS-BAL-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-BAL-SUB PIC 9(03) COMP.
           01 WS-BALANCE-TABLE.
               05 WS-BAL-ENTRY OCCURS 200 TIMES.
                   10 WS-BAL-TBL-INSTALLATION PIC X(04).
                   10 WS-BAL-TBL-OPENING PIC S9(11)V99
                       SIGN LEADING SEPARATE.
                   10 WS-BAL-TBL-MOVEMENT PIC S9(11)V99
                       SIGN LEADING SEPARATE.
                   10 WS-BAL-TBL-CLOSING PIC S9(11)V99
                       SIGN LEADING SEPARATE.
                   10 WS-BAL-TBL-RUN-NUM PIC 9(05).
                   10 WS-BAL-TBL-DATE PIC 9(08).
      * The pair being reprocessed, laid out as a TRANFILE detail row
      * so a held item that is later rejected can be cut straight
      * back into TRANFILE.
           01 WS-HELD-PAIR.
               05 WS-HELD-PAIR-TYPE PIC X(01).
               05 WS-HELD-PAIR-NUM1 PIC S9(7)V99 SIGN LEADING SEPARATE.
               05 WS-HELD-PAIR-NUM2 PIC S9(7)V99 SIGN LEADING SEPARATE.
               05 WS-HELD-PAIR-INSTALLATION PIC X(04).
               05 WS-HELD-PAIR-OP-CODE PIC X(01).
               05 WS-HELD-PAIR-CURRENCY PIC X(03).
      * EXC-PROGRAM is X(20), so the batch driver's name is stored
      * truncated to twenty characters - the filter below has to
      * compare against the truncated value actually on file.
               MOVE "TRNRUNSEQFILE" TO WS-RUNSEQFILE-DSN
               MOVE "TRNEXCSEQFILE" TO WS-EXCSEQFILE-DSN
               MOVE "TRNEXCMASTERFILE" TO WS-EXCMASTERFILE-DSN
               MOVE "TRNHELDFILE" TO WS-HELDFILE-DSN
               MOVE "TRNBALANCEFILE" TO WS-BALANCEFILE-DSN
               DISPLAY "*** TRAINING MODE - PRACTICE FILES ONLY"
               DISPLAY "*** NOTHING POSTS TO THE PRODUCTION "
                   "TRAILS"
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
               CLOSE EXC-MASTER-FILE
               OPEN I-O EXC-MASTER-FILE
           END-IF.
           PERFORM 1700-OPEN-HELD-FILE THRU 1700-EXIT.
       1600-EXIT.
           EXIT.

      * Held items are numbered within the run, carrying on from any
      * already on file under this run number so HELD-KEY stays
      * unique.
       1700-OPEN-HELD-FILE.
           MOVE "N" TO WS-HELD-EOF-SWITCH.
           OPEN INPUT HELD-FILE.
           IF WS-HELD-STATUS = "35"
               SET WS-HELD-EOF TO TRUE
           ELSE
               READ HELD-FILE
                   AT END SET WS-HELD-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 1710-SCAN-HELD-LINE THRU 1710-EXIT
               UNTIL WS-HELD-EOF.
           IF WS-HELD-STATUS NOT = "35"
               CLOSE HELD-FILE
           END-IF.
           OPEN EXTEND HELD-FILE.
           IF WS-HELD-STATUS = "35"
               OPEN OUTPUT HELD-FILE
           END-IF.
       1700-EXIT.
           EXIT.

       1710-SCAN-HELD-LINE.
           IF HELD-RUN-NUM = WS-BATCH-RUN-NUM
               AND HELD-ITEM-NUM > WS-HELD-ITEM-NUM
               MOVE HELD-ITEM-NUM TO WS-HELD-ITEM-NUM
           END-IF.
           READ HELD-FILE
               AT END SET WS-HELD-EOF TO TRUE
           END-READ.
       1710-EXIT.
           EXIT.

       2000-OFFER-EXCEPTION.
           ADD 1 TO WS-RERUN-SUB.
           ADD 1 TO WS-OFFERED-COUNT.
           END-IF.
           PERFORM 2400-APPLY-TAX THRU 2400-EXIT.
           MOVE "ADD" TO WS-OPERATION.
           PERFORM 2150-POST-OR-HOLD THRU 2150-EXIT.

           CALL "operationsSubtractCalc" USING NUM1, NUM2, RESULT,
               WS-CALC-STATUS.
           END-IF.
           PERFORM 2400-APPLY-TAX THRU 2400-EXIT.
           MOVE "SUBTRACT" TO WS-OPERATION.
           PERFORM 2150-POST-OR-HOLD THRU 2150-EXIT.

           CALL "operationsMultiplyCalc" USING NUM1, NUM2, RESULT,
               WS-CALC-STATUS.
           END-IF.
           PERFORM 2400-APPLY-TAX THRU 2400-EXIT.
           MOVE "MULTIPLY" TO WS-OPERATION.
           PERFORM 2150-POST-OR-HOLD THRU 2150-EXIT.

           IF NUM2 = ZERO
               MOVE ZERO TO RESULT
               MOVE ZERO TO REMAINDER-OUT
               MOVE ZERO TO WS-BASE-RESULT
               MOVE ZERO TO WS-SURCHARGE-AMOUNT
               MOVE ZERO TO WS-BASE-UNROUNDED
               MOVE ZERO TO WS-SURCHARGE-UNROUNDED
               MOVE "Divide by zero rejected" TO WS-EXCEPT-MESSAGE
               MOVE SPACES TO WS-EXCEPT-BAD-ENTRY
               PERFORM WRITE-EXCEPTION
                   PERFORM WRITE-EXCEPTION
               END-IF
               PERFORM 2400-APPLY-TAX THRU 2400-EXIT
               COMPUTE WS-BASE-UNROUNDED = NUM1 / NUM2
                   ON SIZE ERROR
                       MOVE WS-BASE-RESULT TO WS-BASE-UNROUNDED
               END-COMPUTE
           END-IF.
           MOVE "DIVIDE" TO WS-OPERATION.
           PERFORM 2150-POST-OR-HOLD THRU 2150-EXIT.

           CALL "operationsPercentCalc" USING NUM1, NUM2, RESULT,
               WS-CALC-STATUS.
           END-IF.
           PERFORM 2400-APPLY-TAX THRU 2400-EXIT.
           MOVE "PERCENT" TO WS-OPERATION.
           PERFORM 2150-POST-OR-HOLD THRU 2150-EXIT.
       2500-EXIT.
           EXIT.

      * A result over the installation's threshold is not posted by
      * the rerun - it waits on HELDFILE, out of the audit and
      * history trails, until a supervisor who did not run the rerun
      * releases or rejects it, exactly as the batch driver's held
      * items do. A threshold of zero means the site holds nothing.
       2150-POST-OR-HOLD.
           IF WS-RULE-THRESHOLD > ZERO
               AND RESULT > WS-RULE-THRESHOLD
               PERFORM 2160-WRITE-HELD THRU 2160-EXIT
           ELSE
               PERFORM 2100-WRITE-AUDIT THRU 2100-EXIT
               PERFORM 2200-WRITE-HISTORY THRU 2200-EXIT
               ADD RESULT TO WS-RERUN-MOVEMENT
               ADD 1 TO WS-POSTED-COUNT
           END-IF.
       2150-EXIT.
           EXIT.

       2160-WRITE-HELD.
           ADD 1 TO WS-HELD-ITEM-NUM.
           ADD 1 TO WS-HELD-COUNT.
           MOVE WS-BATCH-RUN-NUM TO HELD-RUN-NUM.
           MOVE WS-HELD-ITEM-NUM TO HELD-ITEM-NUM.
           MOVE "P" TO HELD-STATUS.
           MOVE WS-POSTING-DATE TO HELD-BUSINESS-DATE.
           ACCEPT HELD-DATE FROM DATE YYYYMMDD.
           ACCEPT HELD-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO HELD-OPERATOR.
           MOVE WS-INSTALLATION-CODE TO HELD-INSTALLATION.
           MOVE WS-OPERATION TO HELD-OPERATION.
           MOVE "E" TO HELD-SOURCE.
           MOVE NUM1 TO HELD-NUM1.
           MOVE NUM2 TO HELD-NUM2.
           MOVE RESULT TO HELD-RESULT.
           MOVE WS-BASE-RESULT TO HELD-BASE-RESULT.
           MOVE WS-SURCHARGE-AMOUNT TO HELD-SURCHARGE.
           MOVE WS-RULE-THRESHOLD TO HELD-THRESHOLD.
           MOVE SPACE TO WS-HELD-PAIR-TYPE.
           MOVE NUM1 TO WS-HELD-PAIR-NUM1.
           MOVE NUM2 TO WS-HELD-PAIR-NUM2.
           MOVE WS-INSTALLATION-CODE TO WS-HELD-PAIR-INSTALLATION.
           MOVE WS-OPERATION(1:1) TO WS-HELD-PAIR-OP-CODE.
           MOVE SPACES TO WS-HELD-PAIR-CURRENCY.
           MOVE WS-HELD-PAIR TO HELD-TRAN-ROW.
           MOVE SPACES TO HELD-DECIDED-BY.
           MOVE ZERO TO HELD-DECIDED-DATE.
           MOVE ZERO TO HELD-DECIDED-TIME.
           MOVE ZERO TO HELD-POSTED-DATE.
           MOVE ZERO TO HELD-POSTED-SEQ-NUM.
           MOVE SPACES TO HELD-CURRENCY.
           MOVE NUM1 TO HELD-ORIG-NUM1.
           MOVE NUM2 TO HELD-ORIG-NUM2.
           MOVE 1 TO HELD-FX-RATE.
           MOVE WS-BASE-UNROUNDED TO HELD-UNRND-BASE.
           MOVE WS-SURCHARGE-UNROUNDED TO HELD-UNRND-SURCHARGE.
           WRITE HELD-RECORD.
           IF WS-HELD-STATUS NOT = "00"
               MOVE "Unable to write HELDFILE record"
                   TO WS-EXCEPT-MESSAGE
               MOVE WS-INSTALLATION-CODE TO WS-EXCEPT-BAD-ENTRY
               PERFORM WRITE-EXCEPTION
           END-IF.
       2160-EXIT.
           EXIT.

       2100-WRITE-AUDIT.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TIME FROM TIME.
           MOVE SPACE TO AUD-SOURCE.
           MOVE WS-BASE-RESULT TO AUD-BASE-RESULT.
           MOVE WS-SURCHARGE-AMOUNT TO AUD-SURCHARGE.
           MOVE SPACES TO AUD-CURRENCY.
           MOVE NUM1 TO AUD-ORIG-NUM1.
           MOVE NUM2 TO AUD-ORIG-NUM2.
           MOVE 1 TO AUD-FX-RATE.
           MOVE SPACE TO AUD-LEGACY-FLAG.
           WRITE AUDIT-RECORD.
       2100-EXIT.
           EXIT.
           MOVE WS-BATCH-RUN-NUM TO HIST-RUN-NUM.
           MOVE WS-BASE-RESULT TO HIST-BASE-RESULT.
           MOVE WS-SURCHARGE-AMOUNT TO HIST-SURCHARGE.
           MOVE WS-OPERATION(1:1) TO HIST-OP-CODE.
           MOVE ZERO TO HIST-REV-OF-DATE.
           MOVE ZERO TO HIST-REV-OF-SEQ-NUM.
           MOVE SPACES TO HIST-CURRENCY.
           MOVE NUM1 TO HIST-ORIG-NUM1.
           MOVE NUM2 TO HIST-ORIG-NUM2.
           MOVE 1 TO HIST-FX-RATE.
           MOVE SPACE TO HIST-LEGACY-FLAG.
           MOVE WS-BASE-UNROUNDED TO HIST-UNRND-BASE.
           MOVE WS-SURCHARGE-UNROUNDED TO HIST-UNRND-SURCHARGE.
           CALL "operationsHistChecksum" USING HIST-DATE, HIST-TIME,
               HIST-NUM1, HIST-NUM2, HIST-RESULT, HIST-CHECKSUM.
           PERFORM 2210-GET-NEXT-SEQ-NUM THRU 2210-EXIT.
           MOVE WS-HIST-SEQ-NUM TO HIST-SEQ-NUM.
           WRITE HIST-RECORD.
           MOVE HIST-DATE TO HIST-IDX-DATE.
           MOVE WS-HIST-SEQ-NUM TO HIST-IDX-SEQ-NUM.
           MOVE HIST-TIME TO HIST-IDX-TIME.
           MOVE HIST-USER-ID TO HIST-IDX-USER-ID.
           MOVE HIST-INSTALLATION TO HIST-IDX-INSTALLATION.
           MOVE HIST-RUN-NUM TO HIST-IDX-RUN-NUM.
           MOVE HIST-OP-CODE TO HIST-IDX-OP-CODE.
           MOVE HIST-BASE-RESULT TO HIST-IDX-BASE-RESULT.
           MOVE HIST-SURCHARGE TO HIST-IDX-SURCHARGE.
           MOVE HIST-REVERSAL-OF TO HIST-IDX-REVERSAL-OF.
           MOVE "N" TO HIST-IDX-REVERSED-SWITCH.
           MOVE ZERO TO HIST-IDX-REV-BY-DATE.
           MOVE ZERO TO HIST-IDX-REV-BY-SEQ-NUM.
           MOVE HIST-CURRENCY TO HIST-IDX-CURRENCY.
           MOVE HIST-ORIG-NUM1 TO HIST-IDX-ORIG-NUM1.
           MOVE HIST-ORIG-NUM2 TO HIST-IDX-ORIG-NUM2.
           MOVE HIST-FX-RATE TO HIST-IDX-FX-RATE.
           MOVE HIST-UNRND-BASE TO HIST-IDX-UNRND-BASE.
           MOVE HIST-UNRND-SURCHARGE TO HIST-IDX-UNRND-SURCHARGE.
           WRITE HIST-INDEX-RECORD.
           IF WS-HIDX-STATUS NOT = "00"
               MOVE "Unable to write HIST-INDEX-FILE record"
       2210-EXIT.
           EXIT.

      * Priced by the same surcharge engine the batch driver calls,
      * so a reprocessed pair carries the bands, minimum and cap the
      * original run would have applied.
       2400-APPLY-TAX.
           MOVE RESULT TO WS-BASE-RESULT.
           MOVE RESULT TO WS-BASE-UNROUNDED.
           CALL "operationsSurchargeCalc" USING WS-BASE-RESULT,
               WS-TAX-RATE, WS-ROUND-RULE, WS-BAND-RULES,
               WS-SURCHARGE-AMOUNT, WS-SURCHARGE-UNROUNDED,
               WS-CALC-STATUS.
           IF WS-CALC-STATUS = "00"
               COMPUTE RESULT = WS-BASE-RESULT + WS-SURCHARGE-AMOUNT
                   ON SIZE ERROR
                       MOVE "10" TO WS-CALC-STATUS
               END-COMPUTE
           END-IF.
           IF WS-CALC-STATUS NOT = "00"
               MOVE ZERO TO WS-SURCHARGE-AMOUNT
               MOVE ZERO TO WS-SURCHARGE-UNROUNDED
               MOVE WS-BASE-RESULT TO RESULT
               MOVE "Overflow: surcharge does not fit in RESULT" TO
                   WS-EXCEPT-MESSAGE
               MOVE SPACES TO WS-EXCEPT-BAD-ENTRY
               PERFORM WRITE-EXCEPTION
           END-IF.
       2400-EXIT.
           EXIT.
           CLOSE EXCEPTION-FILE.
           CLOSE HIST-INDEX-FILE.
           CLOSE EXC-MASTER-FILE.
           CLOSE HELD-FILE.
           IF WS-POSTED-COUNT > ZERO
               PERFORM 9070-POST-BALANCE THRU 9070-EXIT
           END-IF.
           DISPLAY "EXCEPTIONS OFFERED:     " WS-OFFERED-COUNT.
           DISPLAY "PAIRS REPROCESSED:      " WS-RERUN-COUNT.
           IF WS-HELD-COUNT > ZERO
               DISPLAY "HELD FOR SUPERVISOR RELEASE: " WS-HELD-COUNT
           END-IF.
       9000-EXIT.
           EXIT.

      * Everything the rerun put on history moves the installation's
      * row on the balance master, under the rerun's own batch-run
      * number and posting date, exactly as a batch run moves it -
      * so the proof, the month statement and the year-end close all
      * find the rerun's postings in the balance. Rolled up first, so
      * a site since merged or re-coded moves the row it lives under.
      * If the live file will not fit the working table, the rewrite
      * is skipped loudly rather than drop the overflow rows.
       9070-POST-BALANCE.
           MOVE "N" TO WS-BAL-EOF-SWITCH.
           OPEN INPUT BALANCE-FILE.
           IF WS-BAL-STATUS = "35"
               SET WS-BAL-EOF TO TRUE
           ELSE
               READ BALANCE-FILE
                   AT END SET WS-BAL-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 9071-LOAD-BALANCE-LINE THRU 9071-EXIT
               UNTIL WS-BAL-EOF.
           IF WS-BAL-STATUS NOT = "35"
               CLOSE BALANCE-FILE
           END-IF.
           IF WS-BAL-OVERFLOW
               DISPLAY "BALANCE MASTER NOT POSTED: the live file has "
                   "more rows than the working table holds - "
                   "rewriting it would drop the overflow "
                   "installations. The file is left untouched."
               GO TO 9070-EXIT
           END-IF.
           MOVE WS-INSTALLATION-CODE TO WS-BAL-INSTALLATION.
           CALL "operationsInstallRollup" USING WS-BAL-INSTALLATION.
           MOVE "N" TO WS-BAL-FOUND-SWITCH.
           MOVE ZERO TO WS-BAL-SUB.
           PERFORM 9073-SCAN-BALANCE-TABLE THRU 9073-EXIT
               UNTIL WS-BAL-FOUND OR WS-BAL-SUB NOT < WS-BAL-COUNT.
           IF NOT WS-BAL-FOUND
               IF WS-BAL-COUNT < 200
                   ADD 1 TO WS-BAL-COUNT
                   MOVE WS-BAL-COUNT TO WS-BAL-SUB
                   MOVE WS-BAL-INSTALLATION
                       TO WS-BAL-TBL-INSTALLATION(WS-BAL-SUB)
                   MOVE ZERO TO WS-BAL-TBL-CLOSING(WS-BAL-SUB)
               ELSE
                   DISPLAY "WARNING: balance master is full; "
                       "movement for " WS-BAL-INSTALLATION
                       " was not posted to it."
                   GO TO 9070-EXIT
               END-IF
           END-IF.
           MOVE WS-BAL-TBL-CLOSING(WS-BAL-SUB)
               TO WS-BAL-TBL-OPENING(WS-BAL-SUB).
           MOVE WS-RERUN-MOVEMENT TO WS-BAL-TBL-MOVEMENT(WS-BAL-SUB).
           COMPUTE WS-BAL-TBL-CLOSING(WS-BAL-SUB) =
               WS-BAL-TBL-OPENING(WS-BAL-SUB)
               + WS-BAL-TBL-MOVEMENT(WS-BAL-SUB).
           MOVE WS-BATCH-RUN-NUM TO WS-BAL-TBL-RUN-NUM(WS-BAL-SUB).
           MOVE WS-POSTING-DATE TO WS-BAL-TBL-DATE(WS-BAL-SUB).
           OPEN OUTPUT BALANCE-FILE.
           MOVE ZERO TO WS-BAL-SUB.
           PERFORM 9075-WRITE-BALANCE-LINE THRU 9075-EXIT
               UNTIL WS-BAL-SUB NOT < WS-BAL-COUNT.
           CLOSE BALANCE-FILE.
       9070-EXIT.
           EXIT.

       9071-LOAD-BALANCE-LINE.
           IF WS-BAL-COUNT NOT < 200
               SET WS-BAL-OVERFLOW TO TRUE
           END-IF.
           IF WS-BAL-COUNT < 200
               ADD 1 TO WS-BAL-COUNT
               MOVE BAL-INSTALLATION
                   TO WS-BAL-TBL-INSTALLATION(WS-BAL-COUNT)
               MOVE BAL-OPENING TO WS-BAL-TBL-OPENING(WS-BAL-COUNT)
               MOVE BAL-MOVEMENT
                   TO WS-BAL-TBL-MOVEMENT(WS-BAL-COUNT)
               MOVE BAL-CLOSING TO WS-BAL-TBL-CLOSING(WS-BAL-COUNT)
               MOVE BAL-LAST-RUN-NUM
                   TO WS-BAL-TBL-RUN-NUM(WS-BAL-COUNT)
               MOVE BAL-LAST-DATE TO WS-BAL-TBL-DATE(WS-BAL-COUNT)
           END-IF.
           READ BALANCE-FILE
               AT END SET WS-BAL-EOF TO TRUE
           END-READ.
       9071-EXIT.
           EXIT.

       9073-SCAN-BALANCE-TABLE.
           ADD 1 TO WS-BAL-SUB.
           IF WS-BAL-TBL-INSTALLATION(WS-BAL-SUB)
               = WS-BAL-INSTALLATION
               SET WS-BAL-FOUND TO TRUE
           END-IF.
       9073-EXIT.
           EXIT.

       9075-WRITE-BALANCE-LINE.
           ADD 1 TO WS-BAL-SUB.
           MOVE WS-BAL-TBL-INSTALLATION(WS-BAL-SUB)
               TO BAL-INSTALLATION.
           MOVE WS-BAL-TBL-OPENING(WS-BAL-SUB) TO BAL-OPENING.
           MOVE WS-BAL-TBL-MOVEMENT(WS-BAL-SUB) TO BAL-MOVEMENT.
           MOVE WS-BAL-TBL-CLOSING(WS-BAL-SUB) TO BAL-CLOSING.
           MOVE WS-BAL-TBL-RUN-NUM(WS-BAL-SUB) TO BAL-LAST-RUN-NUM.
           MOVE WS-BAL-TBL-DATE(WS-BAL-SUB) TO BAL-LAST-DATE.
           WRITE BALANCE-RECORD.
       9075-EXIT.
           EXIT.

           COPY NUMVAL.

      * Closes the session the shared sign-on module opened - run on
