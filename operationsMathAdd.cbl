      * Date:
      * Purpose:  Batch totaling program - reads NUM1/NUM2 pairs from
      *           a transaction file and writes the ADD result for
      *           each pair to an output file. A pair for an
      *           installation the signed-on operator is not allowed
      *           to work (see operationsSiteAccess) is refused to the
      *           exception file and not posted. A result over the
      *           installation's threshold is held on HELDFILE for a
      *           second person's release, as the batch driver holds
      *           its own, instead of being posted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SESSION-LOG-FILE ASSIGN TO WS-SESSLOGFILE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSLOG-STATUS.
           SELECT HELD-FILE ASSIGN TO WS-HELDFILE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-LOG-FILE.
           COPY SESSLOGREC.

       FD  HELD-FILE.
           COPY HELDREC.

       WORKING-STORAGE SECTION.
      * Logical file names - production values here, switched to
      * the TRN practice set when the TRAINING environment value
                   "SEQFILE".
               05 WS-SESSLOGFILE-DSN PIC X(18) VALUE
                   "SESSLOGFILE".
               05 WS-HELDFILE-DSN PIC X(18) VALUE
                   "HELDFILE".
           01 WS-TRAINING-SWITCH PIC X(01) VALUE "N".
               88 WS-TRAINING-MODE VALUE "Y".
           01 WS-TRAINING-ENTRY PIC X(01).
               88 WS-TRAILER-SEEN VALUE "Y".
           01 WS-SESSION-EVENT PIC X(08).
           01 WS-SESSLOG-STATUS PIC X(02) VALUE "00".
           01 WS-HELD-STATUS PIC X(02) VALUE "00".
           01 WS-HELD-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-HELD-EOF VALUE "Y".
           01 WS-HELD-ITEM-NUM PIC 9(05) VALUE ZERO.
           01 WS-HELD-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-RUN-INSTALL-CODE PIC X(04).
           01 WS-TRAN-INSTALL PIC X(04).
           01 WS-BUSINESS-DATE PIC 9(8).
           01 WS-BASE-RESULT PIC S9(7)V99 SIGN LEADING SEPARATE.
           01 WS-SURCHARGE-AMOUNT PIC S9(7)V99 SIGN LEADING SEPARATE.
           01 WS-SURCHARGE-UNROUNDED PIC S9(7)V9(5)
               SIGN LEADING SEPARATE.
           01 WS-SURCHARGE-STATUS PIC X(02).
           01 WS-DATE-CLOSED-SWITCH PIC X(01).
               88 WS-DATE-CLOSED VALUE "Y".
      * Fields handed to the installation access engine on CHECK.
           01 WS-SITE-ACTION PIC X(05) VALUE "CHECK".
           01 WS-SITE-ALLOWED-SWITCH PIC X(01).
               88 WS-SITE-ALLOWED VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
               MOVE "TRNHISTIDXFILE" TO WS-HISTIDXFILE-DSN
               MOVE "TRNSEQFILE" TO WS-SEQFILE-DSN
               MOVE "TRNSESSLOGFILE" TO WS-SESSLOGFILE-DSN
               MOVE "TRNHELDFILE" TO WS-HELDFILE-DSN
               DISPLAY "*** TRAINING MODE - PRACTICE FILES ONLY"
               DISPLAY "*** NOTHING POSTS TO THE PRODUCTION "
                   "TRAILS"
               CLOSE HIST-INDEX-FILE
               OPEN I-O HIST-INDEX-FILE
           END-IF.
           PERFORM 1700-OPEN-HELD-FILE THRU 1700-EXIT.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           DISPLAY "INSTALLATION" UPON ENVIRONMENT-NAME.
       1000-EXIT.
           EXIT.

      * This program posts under run number zero, so its held items
      * carry on from the highest item number already on file under
      * run zero and HELD-KEY stays unique from one run to the next.
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
           IF HELD-RUN-NUM = ZERO
               AND HELD-ITEM-NUM > WS-HELD-ITEM-NUM
               MOVE HELD-ITEM-NUM TO WS-HELD-ITEM-NUM
           END-IF.
           READ HELD-FILE
               AT END SET WS-HELD-EOF TO TRUE
           END-READ.
       1710-EXIT.
           EXIT.

       1120-WRITE-SESSION-LOG.
           OPEN EXTEND SESSION-LOG-FILE.
           IF WS-SESSLOG-STATUS = "35"
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
      * the previous transaction's, so a single-site TRANFILE still
      * reads RATETABLE once.
       2000-PROCESS-RECORD.
      * A reversal row cancels a posted history row by key - only
      * the batch driver posts those; it counts toward the control
      * totals here and nothing more.
           IF TR-IS-REVERSAL
               GO TO 2000-NEXT
           END-IF.
           MOVE TR-NUM1 TO NUM1.
           MOVE TR-NUM2 TO NUM2.
           IF TR-INSTALLATION NOT = SPACES
           IF NOT (TR-OP-ALL OR TR-OP-ADD)
               GO TO 2000-NEXT
           END-IF.
           CALL "operationsSiteAccess" USING WS-SITE-ACTION,
               WS-OPERATOR-ID, WS-USER-LEVEL, WS-INSTALLATION-CODE,
               WS-SITE-ALLOWED-SWITCH.
           IF NOT WS-SITE-ALLOWED
               MOVE "Operator not allowed this site - not posted"
                   TO WS-EXCEPT-MESSAGE
               MOVE WS-INSTALLATION-CODE TO WS-EXCEPT-BAD-ENTRY
               PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
               GO TO 2000-NEXT
           END-IF.
      * Only the batch driver converts a foreign-currency row to base
      * at the business date's exchange rate - one keyed here is
      * refused rather than posted unconverted.
           IF TR-CURRENCY NOT = SPACES
               MOVE "Foreign-currency row - post via the batch driver"
                   TO WS-EXCEPT-MESSAGE
               MOVE TR-CURRENCY TO WS-EXCEPT-BAD-ENTRY
               PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
               GO TO 2000-NEXT
           END-IF.
           COMPUTE RESULT ROUNDED = NUM1 + NUM2
               ON SIZE ERROR
                   DISPLAY "Overflow: the sum does not fit in RESULT"
                   PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
           END-COMPUTE.
           MOVE RESULT TO WS-BASE-RESULT.
           CALL "operationsSurchargeCalc" USING WS-BASE-RESULT,
               WS-TAX-RATE, WS-ROUND-RULE, WS-BAND-RULES,
               WS-SURCHARGE-AMOUNT, WS-SURCHARGE-UNROUNDED,
               WS-SURCHARGE-STATUS.
           IF WS-SURCHARGE-STATUS = "00"
               COMPUTE RESULT = WS-BASE-RESULT + WS-SURCHARGE-AMOUNT
                   ON SIZE ERROR
                       MOVE "10" TO WS-SURCHARGE-STATUS
               END-COMPUTE
           END-IF.
           IF WS-SURCHARGE-STATUS NOT = "00"
               DISPLAY "Overflow: the surcharge does not fit in RESULT"
               MOVE ZERO TO WS-SURCHARGE-AMOUNT
               MOVE ZERO TO WS-SURCHARGE-UNROUNDED
               MOVE WS-BASE-RESULT TO RESULT
               MOVE "Overflow: surcharge does not fit in RESULT" TO
                   WS-EXCEPT-MESSAGE
               MOVE SPACES TO WS-EXCEPT-BAD-ENTRY
               PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
           END-IF.
           MOVE TR-NUM1 TO RR-NUM1.
           MOVE TR-NUM2 TO RR-NUM2.
           WRITE RESULT-RECORD.
           MOVE RESULT TO WS-RESULT-EDIT.
           DISPLAY "RESULT=" WS-RESULT-EDIT.
           PERFORM 2150-POST-OR-HOLD THRU 2150-EXIT.

       2000-NEXT.
           ADD 1 TO WS-RECORD-COUNT.
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

      * A result over the installation's threshold is not posted -
      * it waits on HELDFILE, out of the audit and history trails,
      * until a supervisor other than the operator who ran it
      * releases or rejects it, exactly as the batch driver's held
      * items do. A threshold of zero means the site holds nothing.
       2150-POST-OR-HOLD.
           IF WS-RULE-THRESHOLD > ZERO
               AND RESULT > WS-RULE-THRESHOLD
               PERFORM 2160-WRITE-HELD THRU 2160-EXIT
           ELSE
               PERFORM 2100-WRITE-AUDIT THRU 2100-EXIT
               PERFORM 2200-WRITE-HISTORY THRU 2200-EXIT
           END-IF.
       2150-EXIT.
           EXIT.

      * The detail row is held with its operation column set to ADD,
      * so a rejected item cut back into TRANFILE posts only the one
      * result this program produced.
       2160-WRITE-HELD.
           ADD 1 TO WS-HELD-ITEM-NUM.
           ADD 1 TO WS-HELD-COUNT.
           MOVE ZERO TO HELD-RUN-NUM.
           MOVE WS-HELD-ITEM-NUM TO HELD-ITEM-NUM.
           MOVE "P" TO HELD-STATUS.
           MOVE WS-BUSINESS-DATE TO HELD-BUSINESS-DATE.
           ACCEPT HELD-DATE FROM DATE YYYYMMDD.
           ACCEPT HELD-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO HELD-OPERATOR.
           MOVE WS-INSTALLATION-CODE TO HELD-INSTALLATION.
           MOVE "ADD" TO HELD-OPERATION.
           MOVE "M" TO HELD-SOURCE.
           MOVE NUM1 TO HELD-NUM1.
           MOVE NUM2 TO HELD-NUM2.
           MOVE RESULT TO HELD-RESULT.
           MOVE WS-BASE-RESULT TO HELD-BASE-RESULT.
           MOVE WS-SURCHARGE-AMOUNT TO HELD-SURCHARGE.
           MOVE WS-RULE-THRESHOLD TO HELD-THRESHOLD.
           MOVE TRANS-RECORD TO HELD-TRAN-ROW.
           MOVE "A" TO HELD-TRAN-ROW(26:1).
           MOVE SPACES TO HELD-DECIDED-BY.
           MOVE ZERO TO HELD-DECIDED-DATE.
           MOVE ZERO TO HELD-DECIDED-TIME.
           MOVE ZERO TO HELD-POSTED-DATE.
           MOVE ZERO TO HELD-POSTED-SEQ-NUM.
           MOVE SPACES TO HELD-CURRENCY.
           MOVE NUM1 TO HELD-ORIG-NUM1.
           MOVE NUM2 TO HELD-ORIG-NUM2.
           MOVE 1 TO HELD-FX-RATE.
           MOVE WS-BASE-RESULT TO HELD-UNRND-BASE.
           MOVE WS-SURCHARGE-UNROUNDED TO HELD-UNRND-SURCHARGE.
           WRITE HELD-RECORD.
           IF WS-HELD-STATUS NOT = "00"
               MOVE "Unable to write HELDFILE record"
                   TO WS-EXCEPT-MESSAGE
               MOVE WS-INSTALLATION-CODE TO WS-EXCEPT-BAD-ENTRY
               PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
           END-IF.
       2160-EXIT.
           EXIT.

       2200-WRITE-HISTORY.
           MOVE WS-BUSINESS-DATE TO HIST-DATE.
           ACCEPT HIST-TIME FROM TIME.
           MOVE ZERO TO HIST-RUN-NUM.
           MOVE WS-BASE-RESULT TO HIST-BASE-RESULT.
           MOVE WS-SURCHARGE-AMOUNT TO HIST-SURCHARGE.
           MOVE "A" TO HIST-OP-CODE.
           MOVE ZERO TO HIST-REV-OF-DATE.
           MOVE ZERO TO HIST-REV-OF-SEQ-NUM.
           MOVE SPACES TO HIST-CURRENCY.
           MOVE NUM1 TO HIST-ORIG-NUM1.
           MOVE NUM2 TO HIST-ORIG-NUM2.
           MOVE 1 TO HIST-FX-RATE.
           MOVE SPACE TO HIST-LEGACY-FLAG.
           MOVE WS-BASE-RESULT TO HIST-UNRND-BASE.
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
           CLOSE HIST-FILE.
           CLOSE EXCEPTION-FILE.
           CLOSE HIST-INDEX-FILE.
           CLOSE HELD-FILE.
           IF WS-HELD-COUNT > ZERO
               DISPLAY "HELD FOR SUPERVISOR RELEASE: " WS-HELD-COUNT
           END-IF.
       9000-EXIT.
           EXIT.

