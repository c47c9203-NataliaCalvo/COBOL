      *           every row), for well-formed signed NUM1/NUM2 values
      *           in their own columns, for an operation code the
      *           driver recognizes, and for an installation code
      *           that is on the installation master and still
      *           trading - a closed site's rows are turned away here
      *           rather than posted. A currency code, where a row
      *           carries one, must have an exchange rate in effect on
      *           the file's as-of business date (today when the
      *           header gives none), or the driver could not convert
      *           it. A reversal row only has to name a well-formed
      *           history key; whether that row is on file and still
      *           open to reversal is the driver's check, made against
      *           the index as it stands then. Rows that pass are
      *           written to the clean file wrapped in a fresh
      *           header and trailer carrying the accepted count
      *           (and the candidate header's as-of business date);
      *           rows that fail go to the reject listing with the
      *           reason, and the candidate's own header/trailer
      *           counts are checked against what was really in the
      *           file. The driver should only ever be fed the clean
      *           file - un-posting a mis-posted batch by hand costs a
      *           morning.
      *           A candidate dated today that is edited after the
      *           cut-off on BATCHCTLFILE is re-dated to the next
      *           business day in the clean header (or refused, with
      *           no clean file, when the card says so), with a row on
      *           the exception file either way carrying the clean
      *           file's fingerprint.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "TRANREJECTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY TRANREC.

       FD  CLEAN-FILE.
       01  CLEAN-RECORD PIC X(29).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05 REJ-REASON PIC X(50).
           05 FILLER PIC X(02).
           05 REJ-RAW-ROW PIC X(29).

       FD  EXCEPTION-FILE.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
           01 WS-TRAN-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-TRAN-EOF VALUE "Y".
           01 WS-ROW-VALID-SWITCH PIC X(01).
               88 WS-ROW-VALID VALUE "Y".
           01 WS-HDR-SEEN-SWITCH PIC X(01) VALUE "N".
               88 WS-HDR-SEEN VALUE "Y".
           01 WS-TRL-SEEN-SWITCH PIC X(01) VALUE "N".
           01 WS-NUM-IMAGE.
               05 WS-NUM-IMAGE-SIGN PIC X(01).
               05 WS-NUM-IMAGE-DIGITS PIC X(09).
      * Answers handed back by the installation master lookup.
           01 WS-INST-NAME PIC X(24).
           01 WS-INST-STATUS PIC X(01).
               88 WS-INST-CLOSED VALUE "C".
               88 WS-INST-NOT-ON-FILE VALUE "N".
      * Answers handed back by the exchange rate lookup.
           01 WS-FX-DATE PIC 9(08).
           01 WS-FX-RATE PIC 9(05)V9(06).
           01 WS-FX-STATUS PIC X(01).
               88 WS-FX-NO-RATE VALUE "N".
           01 WS-KEEP-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-KEEP-SUB PIC 9(05) COMP.
           01 WS-KEEP-TABLE.
               05 WS-KEEP-ROW OCCURS 5000 TIMES PIC X(29).
      * Header and trailer images for the clean file, built in the
      * TRANS-CONTROL-RECORD shape.
           01 WS-CLEAN-CONTROL-ROW.
               05 WS-CLN-RECORD-TYPE PIC X(01).
               05 WS-CLN-COUNT PIC 9(07).
               05 WS-CLN-AS-OF-DATE PIC 9(08).
               05 FILLER PIC X(13) VALUE SPACES.
      * A kept row viewed in the TRANS-RECORD shape, for folding into
      * the clean file's fingerprint exactly as the driver will.
           01 WS-FOLD-ROW.
               05 FILLER PIC X(01).
               05 WS-FOLD-NUM1 PIC S9(7)V99 SIGN LEADING SEPARATE.
               05 WS-FOLD-NUM2 PIC S9(7)V99 SIGN LEADING SEPARATE.
               05 FILLER PIC X(08).
           01 WS-FOLD-ROW-NUM PIC 9(7) VALUE ZERO.
           01 WS-FILE-FINGERPRINT PIC 9(9) VALUE ZERO.
      * What operationsCutoffCheck made of the as-of date - "R"
      * re-dated to the next business day, "F" refused as late.
           01 WS-CHECK-DATE PIC 9(8).
           01 WS-CUTOFF-DATE PIC 9(8).
           01 WS-LATE-ACTION PIC X(01).
               88 WS-FILE-ROLLED VALUE "R".
               88 WS-FILE-REFUSED VALUE "F".
           01 WS-EXC-STATUS PIC X(02) VALUE "00".
           01 WS-EXCEPT-MESSAGE PIC X(50).

       PROCEDURE DIVISION.
      * Accepted rows are held back until the whole candidate has
               GOBACK
           END-IF.
           PERFORM 7000-CHECK-CONTROL-COUNTS THRU 7000-EXIT.
           PERFORM 7500-APPLY-CUTOFF THRU 7500-EXIT.
           IF WS-FILE-REFUSED
               CLOSE REJECT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 8000-WRITE-CLEAN-FILE THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT CANDIDATE-FILE.
           OPEN OUTPUT REJECT-FILE.
           READ CANDIDATE-FILE
       1000-EXIT.
           EXIT.

       2000-EDIT-RECORD.
           EVALUATE TRUE
               WHEN TR-IS-HEADER
                   PERFORM 2100-NOTE-HEADER THRU 2100-EXIT
               WHEN TR-IS-TRAILER
                   PERFORM 2200-NOTE-TRAILER THRU 2200-EXIT
               WHEN TR-IS-REVERSAL
                   PERFORM 2600-EDIT-REVERSAL THRU 2600-EXIT
               WHEN OTHER
                   PERFORM 2500-EDIT-DETAIL THRU 2500-EXIT
           END-EVALUATE.
               MOVE "N" TO WS-ROW-VALID-SWITCH
           END-IF.
           IF WS-ROW-VALID AND TR-INSTALLATION NOT = SPACES
               CALL "operationsInstallLookup" USING TR-INSTALLATION,
                   WS-INST-NAME, WS-INST-STATUS
               IF WS-INST-NOT-ON-FILE
                   MOVE "Installation code is not on the master"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-ROW-VALID-SWITCH
               END-IF
               IF WS-INST-CLOSED
                   MOVE "Installation is closed" TO WS-REJECT-REASON
                   MOVE "N" TO WS-ROW-VALID-SWITCH
               END-IF
           END-IF.
           IF WS-ROW-VALID AND TR-CURRENCY NOT = SPACES
               PERFORM 2520-CHECK-CURRENCY THRU 2520-EXIT
           END-IF.
           IF WS-ROW-VALID
               IF WS-KEEP-COUNT < 5000
       2510-EXIT.
           EXIT.

      * The rate is looked up as of the date the driver will post
      * under - the header's as-of business date, or today.
       2520-CHECK-CURRENCY.
           IF TR-CURRENCY NOT ALPHABETIC
               OR TR-CURRENCY(1:1) = SPACE
               OR TR-CURRENCY(3:1) = SPACE
               MOVE "Currency code in columns 27-29 is not valid"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-ROW-VALID-SWITCH
               GO TO 2520-EXIT
           END-IF.
           IF WS-AS-OF-DATE NOT = ZERO
               MOVE WS-AS-OF-DATE TO WS-FX-DATE
           ELSE
               ACCEPT WS-FX-DATE FROM DATE YYYYMMDD
           END-IF.
           CALL "operationsFxRateLookup" USING TR-CURRENCY,
               WS-FX-DATE, WS-FX-RATE, WS-FX-STATUS.
           IF WS-FX-NO-RATE
               MOVE "No exchange rate on file for currency"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-ROW-VALID-SWITCH
           END-IF.
       2520-EXIT.
           EXIT.

       2600-EDIT-REVERSAL.
           ADD 1 TO WS-DETAIL-COUNT.
           MOVE "Y" TO WS-ROW-VALID-SWITCH.
           IF TRR-ORIG-DATE NOT NUMERIC
               OR TRR-ORIG-SEQ-NUM NOT NUMERIC
               MOVE "Reversal history key is not numeric"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-ROW-VALID-SWITCH
           ELSE
               IF TRR-ORIG-DATE = ZERO OR TRR-ORIG-SEQ-NUM = ZERO
                   MOVE "Reversal history key is zero"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-ROW-VALID-SWITCH
               END-IF
           END-IF.
           IF WS-ROW-VALID
               IF WS-KEEP-COUNT < 5000
                   ADD 1 TO WS-KEEP-COUNT
                   ADD 1 TO WS-ACCEPT-COUNT
                   MOVE TRANS-RECORD TO WS-KEEP-ROW(WS-KEEP-COUNT)
               ELSE
                   SET WS-KEEP-OVERFLOW TO TRUE
               END-IF
           ELSE
               PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
           END-IF.
       2600-EXIT.
           EXIT.

       2900-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE WS-REJECT-REASON TO REJ-REASON.
       7000-EXIT.
           EXIT.

      * A header with no as-of date means today, so that is the date
      * held against the cut-off; the clean header only changes when
      * the file is actually re-dated.
       7500-APPLY-CUTOFF.
           MOVE ZERO TO WS-KEEP-SUB.
           PERFORM 7510-FOLD-KEEP-ROW THRU 7510-EXIT
               UNTIL WS-KEEP-SUB NOT < WS-KEEP-COUNT.
           IF WS-AS-OF-DATE = ZERO
               ACCEPT WS-CHECK-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE WS-AS-OF-DATE TO WS-CHECK-DATE
           END-IF.
           CALL "operationsCutoffCheck" USING WS-CHECK-DATE,
               WS-CUTOFF-DATE, WS-LATE-ACTION.
           IF WS-FILE-ROLLED
               MOVE WS-CUTOFF-DATE TO WS-AS-OF-DATE
               DISPLAY "FILE ARRIVED AFTER THE CUT-OFF - RE-DATED FROM "
                   WS-CHECK-DATE " TO NEXT BUSINESS DAY "
                   WS-AS-OF-DATE
               MOVE SPACES TO WS-EXCEPT-MESSAGE
               STRING "LATE FILE RE-DATED TO NEXT BUSINESS DAY "
                   DELIMITED BY SIZE
                   WS-AS-OF-DATE DELIMITED BY SIZE
                   INTO WS-EXCEPT-MESSAGE
               PERFORM 7600-WRITE-EXCEPTION THRU 7600-EXIT
           END-IF.
           IF WS-FILE-REFUSED
               DISPLAY "FILE DATED " WS-CHECK-DATE " ARRIVED AFTER "
                   "THE CUT-OFF AND THE CONTROL CARD SAYS REFUSE LATE "
                   "FILES. No clean file was written - resubmit it "
                   "for the next business day."
               MOVE "LATE FILE REFUSED - ARRIVED AFTER THE CUT-OFF"
                   TO WS-EXCEPT-MESSAGE
               PERFORM 7600-WRITE-EXCEPTION THRU 7600-EXIT
           END-IF.
       7500-EXIT.
           EXIT.

       7510-FOLD-KEEP-ROW.
           ADD 1 TO WS-KEEP-SUB.
           MOVE WS-KEEP-ROW(WS-KEEP-SUB) TO WS-FOLD-ROW.
           ADD 1 TO WS-FOLD-ROW-NUM.
           CALL "operationsTranChecksum" USING WS-FOLD-NUM1,
               WS-FOLD-NUM2, WS-FOLD-ROW-NUM, WS-FILE-FINGERPRINT.
       7510-EXIT.
           EXIT.

       7600-WRITE-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE.
           IF WS-EXC-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF.
           ACCEPT EXC-DATE FROM DATE YYYYMMDD.
           ACCEPT EXC-TIME FROM TIME.
           MOVE "operationsTranEdit" TO EXC-PROGRAM.
           MOVE WS-EXCEPT-MESSAGE TO EXC-MESSAGE.
           MOVE ZERO TO EXC-NUM1.
           MOVE ZERO TO EXC-NUM2.
           MOVE WS-FILE-FINGERPRINT TO EXC-BAD-ENTRY.
           MOVE ZERO TO EXC-ID.
           WRITE EXCEPTION-RECORD.
           CLOSE EXCEPTION-FILE.
       7600-EXIT.
           EXIT.

       8000-WRITE-CLEAN-FILE.
           OPEN OUTPUT CLEAN-FILE.
           MOVE "H" TO WS-CLN-RECORD-TYPE.
