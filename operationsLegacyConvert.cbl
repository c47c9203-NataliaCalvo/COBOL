      ******************************************************************
      * Author:
      * Date:
      * Purpose:  One-time conversion of legacy HISTFILE, HISTARCHFILE
      *           and AUDITFILE rows to the current layouts, so the
      *           reports stop working around them. Every column that
      *           can be derived is filled in: the history checksum
      *           (from the row's own date, time and figures, through
      *           operationsHistChecksum); the base/surcharge breakout,
      *           found by working back from RESULT through
      *           operationsSurchargeCalc with the installation's
      *           RATETABLE row in effect on the row's date (DFLT when
      *           it has none) and kept only when base plus surcharge
      *           comes back to RESULT to the penny; zero run and
      *           sequence numbers and reversal links; and the
      *           base-currency columns (own figures, rate 1). A row
      *           whose breakout cannot be proved, or a batch driver
      *           row with no run number, is marked legacy ("L") in
      *           the new flag column instead of being guessed at.
      *           Each file is converted to CONVWORKFILE first and the
      *           work file re-read and proved against the original -
      *           same row count and RESULT total to the penny - before
      *           it is copied back; a file that does not prove is
      *           left exactly as it was. The counts and before/after
      *           totals go on the cataloged conversion report, and
      *           each converted file on the maintenance change log.
      *           Rows already in the current layout pass through
      *           unchanged, so a second run converts nothing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsLegacyConvert.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "HISTARCHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT CONV-WORK-FILE ASSIGN TO "CONVWORKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT RATE-FILE ASSIGN TO "RATETABLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
           COPY HISTREC.

      * Archived rows are moved into the (not yet opened) live record
      * area so one paragraph converts both files.
       FD  ARCHIVE-FILE.
           COPY HISTREC REPLACING ==HIST-RECORD== BY ==ARCH-RECORD==
               ==HIST-DATE== BY ==ARCH-DATE==
               ==HIST-TIME== BY ==ARCH-TIME==
               ==HIST-PROGRAM== BY ==ARCH-PROGRAM==
               ==HIST-NUM1== BY ==ARCH-NUM1==
               ==HIST-NUM2== BY ==ARCH-NUM2==
               ==HIST-RESULT== BY ==ARCH-RESULT==
               ==HIST-USER-ID== BY ==ARCH-USER-ID==
               ==HIST-INSTALLATION== BY ==ARCH-INSTALLATION==
               ==HIST-RUN-NUM== BY ==ARCH-RUN-NUM==
               ==HIST-CHECKSUM== BY ==ARCH-CHECKSUM==
               ==HIST-BASE-RESULT== BY ==ARCH-BASE-RESULT==
               ==HIST-SURCHARGE== BY ==ARCH-SURCHARGE==
               ==HIST-SEQ-NUM== BY ==ARCH-SEQ-NUM==
               ==HIST-OP-CODE== BY ==ARCH-OP-CODE==
               ==HIST-REVERSAL-OF== BY ==ARCH-REVERSAL-OF==
               ==HIST-REV-OF-DATE== BY ==ARCH-REV-OF-DATE==
               ==HIST-REV-OF-SEQ-NUM== BY ==ARCH-REV-OF-SEQ-NUM==
               ==HIST-CURRENCY== BY ==ARCH-CURRENCY==
               ==HIST-ORIG-NUM1== BY ==ARCH-ORIG-NUM1==
               ==HIST-ORIG-NUM2== BY ==ARCH-ORIG-NUM2==
               ==HIST-FX-RATE== BY ==ARCH-FX-RATE==
               ==HIST-LEGACY-FLAG== BY ==ARCH-LEGACY-FLAG==
               ==HIST-LEGACY-ROW== BY ==ARCH-LEGACY-ROW==
               ==HIST-UNRND-FIGURES== BY ==ARCH-UNRND-FIGURES==
               ==HIST-UNRND-BASE== BY ==ARCH-UNRND-BASE==
               ==HIST-UNRND-SURCHARGE== BY ==ARCH-UNRND-SURCHARGE==.

       FD  AUDIT-FILE.
           COPY AUDITREC.

      * Holds a converted file in whichever layout it came in.
       FD  CONV-WORK-FILE.
       01  CONV-WORK-RECORD PIC X(200).

       FD  RATE-FILE.
           COPY RATETBL.

       WORKING-STORAGE SECTION.
           COPY RPTFLDS.
      * Program name handed to the shared sign-on module - kept in
      * working storage (truncated to the X(20) the module declares)
      * because a literal is not a valid BY REFERENCE argument.
           01 WS-SIGNON-PROGRAM PIC X(20) VALUE
               "operationsLegacyConv".
           01 WS-REQUIRED-LEVEL PIC X(01) VALUE "A".
           01 WS-OPERATOR-ID PIC X(08).
           01 WS-USER-LEVEL PIC X(01).
           01 WS-SIGNON-OK-SWITCH PIC X(01).
               88 WS-SIGNON-OK VALUE "Y".
      * Fields handed to the shared maintenance change-log writer.
           01 WS-MLOG-ACTION PIC X(10) VALUE "CONVERT".
           01 WS-MLOG-KEY PIC X(20).
           01 WS-MLOG-BEFORE PIC X(80).
           01 WS-MLOG-AFTER PIC X(80).
      * HIST-PROGRAM and AUD-PROGRAM are X(20), so the batch driver's
      * name is on file truncated to twenty characters.
           01 WS-DRIVER-PROGRAM PIC X(20) VALUE
               "operationsBatchDrive".
           01 WS-SOURCE-STATUS PIC X(02) VALUE "00".
           01 WS-WORK-STATUS PIC X(02) VALUE "00".
           01 WS-RATE-STATUS PIC X(02) VALUE "00".
           01 WS-SOURCE-EOF-SWITCH PIC X(01).
               88 WS-SOURCE-EOF VALUE "Y".
           01 WS-WORK-EOF-SWITCH PIC X(01).
               88 WS-WORK-EOF VALUE "Y".
           01 WS-RATE-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-RATE-EOF VALUE "Y".
      * Which file is being converted.
           01 WS-FILE-KIND PIC X(01).
               88 WS-KIND-HIST VALUE "H".
               88 WS-KIND-ARCH VALUE "A".
               88 WS-KIND-AUDIT VALUE "U".
           01 WS-FILE-NAME PIC X(12).
           01 WS-MISSING-SWITCH PIC X(01).
               88 WS-FILE-MISSING VALUE "Y".
           01 WS-PROVED-SWITCH PIC X(01).
               88 WS-FILE-PROVED VALUE "Y".
           01 WS-FAILED-SWITCH PIC X(01) VALUE "N".
               88 WS-ANY-FILE-FAILED VALUE "Y".
           01 WS-HIST-CONVERTED-SWITCH PIC X(01) VALUE "N".
               88 WS-HIST-CONVERTED VALUE "Y".
      * What happened to the row in hand.
           01 WS-ROW-CHANGED-SWITCH PIC X(01).
               88 WS-ROW-CHANGED VALUE "Y".
           01 WS-ROW-LEGACY-SWITCH PIC X(01).
               88 WS-ROW-LEGACY VALUE "Y".
      * Per-file counts and totals, cleared for each file.
           01 WS-FILE-COUNTS.
               05 WS-ROWS-READ PIC 9(07) COMP.
               05 WS-ROWS-CURRENT PIC 9(07) COMP.
               05 WS-ROWS-CONVERTED PIC 9(07) COMP.
               05 WS-ROWS-LEGACY PIC 9(07) COMP.
               05 WS-ROWS-WERE-LEGACY PIC 9(07) COMP.
               05 WS-ROWS-UNREADABLE PIC 9(07) COMP.
               05 WS-CHECKSUMS-ADDED PIC 9(07) COMP.
               05 WS-BREAKOUTS-DERIVED PIC 9(07) COMP.
               05 WS-ROWS-PROVED PIC 9(07) COMP.
               05 WS-TOTAL-BEFORE PIC S9(11)V99
                   SIGN LEADING SEPARATE.
               05 WS-TOTAL-AFTER PIC S9(11)V99
                   SIGN LEADING SEPARATE.
      * The rate rows, loaded once - each row is priced with the row
      * in effect on its own date, not today's.
           01 WS-RATE-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-RATE-SUB PIC 9(03) COMP.
           01 WS-RATE-TABLE.
               05 WS-RATE-ENTRY OCCURS 500 TIMES.
                   10 WS-RT-INSTALLATION PIC X(04).
                   10 WS-RT-TAX-RATE PIC 9V999.
                   10 WS-RT-ROUND-RULE PIC X(01).
                   10 WS-RT-EFF-DATE PIC 9(08).
                   10 WS-RT-BAND-RULES PIC X(53).
           01 WS-RATE-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 WS-RATE-OVERFLOW VALUE "Y".
      * The row being priced, and the rate row found for it.
           01 WS-CNV-DATE PIC 9(08).
           01 WS-CNV-INSTALLATION PIC X(04).
           01 WS-CNV-RESULT PIC S9(7)V99 SIGN LEADING SEPARATE.
           01 WS-CNV-BASE PIC S9(7)V99 SIGN LEADING SEPARATE.
           01 WS-CNV-SURCHARGE PIC S9(7)V99 SIGN LEADING SEPARATE.
           01 WS-DERIVED-SWITCH PIC X(01).
               88 WS-BREAKOUT-DERIVED VALUE "Y".
           01 WS-RULE-FOUND-SWITCH PIC X(01).
               88 WS-RULE-FOUND VALUE "Y".
           01 WS-DFLT-FOUND-SWITCH PIC X(01).
               88 WS-DFLT-FOUND VALUE "Y".
           01 WS-RULE-EFF-DATE PIC 9(08).
           01 WS-DFLT-EFF-DATE PIC 9(08).
           01 WS-RULE-SUB PIC 9(03) COMP.
           01 WS-DFLT-SUB PIC 9(03) COMP.
           01 WS-TAX-RATE PIC 9V999.
           01 WS-ROUND-RULE PIC X(01).
           01 WS-BAND-RULES PIC X(53).
      * Working back from RESULT: start from the flat-rate base and
      * close the gap a step at a time until base plus surcharge
      * lands exactly on RESULT.
           01 WS-TRY-BASE PIC S9(7)V99 SIGN LEADING SEPARATE.
           01 WS-TRY-SURCHARGE PIC S9(7)V99 SIGN LEADING SEPARATE.
           01 WS-TRY-UNROUNDED PIC S9(7)V9(5)
               SIGN LEADING SEPARATE.
           01 WS-TRY-GAP PIC S9(9)V99 SIGN LEADING SEPARATE.
           01 WS-TRY-STEP PIC S9(9)V99 SIGN LEADING SEPARATE.
           01 WS-TRY-COUNT PIC 9(02) COMP.
           01 WS-TRY-STOP-SWITCH PIC X(01).
               88 WS-TRY-STOPPED VALUE "Y".
           01 WS-CALC-STATUS PIC X(02).
           01 WS-COUNT-EDIT PIC Z,ZZZ,ZZ9.
           01 WS-COUNT-EDIT-2 PIC Z,ZZZ,ZZ9.
           01 WS-COUNT-EDIT-3 PIC Z,ZZZ,ZZ9.
           01 WS-BEFORE-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           01 WS-AFTER-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "operationsSignOn" USING WS-SIGNON-PROGRAM,
               WS-REQUIRED-LEVEL, WS-OPERATOR-ID, WS-USER-LEVEL,
               WS-SIGNON-OK-SWITCH.
           IF NOT WS-SIGNON-OK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-LOAD-RATES THRU 1000-EXIT.
           IF WS-RATE-OVERFLOW
               DISPLAY "MORE THAN 500 RATETABLE ROWS - nothing has "
                   "been converted."
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 9700-OPEN-REPORT THRU 9700-EXIT.
           MOVE "LEGACY ROW CONVERSION TO THE CURRENT LAYOUTS"
               TO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE "H" TO WS-FILE-KIND.
           MOVE "HISTFILE" TO WS-FILE-NAME.
           PERFORM 2000-CONVERT-ONE-FILE THRU 2000-EXIT.
           MOVE "A" TO WS-FILE-KIND.
           MOVE "HISTARCHFILE" TO WS-FILE-NAME.
           PERFORM 2000-CONVERT-ONE-FILE THRU 2000-EXIT.
           MOVE "U" TO WS-FILE-KIND.
           MOVE "AUDITFILE" TO WS-FILE-NAME.
           PERFORM 2000-CONVERT-ONE-FILE THRU 2000-EXIT.
           PERFORM 9900-CLOSE-REPORT THRU 9900-EXIT.
           IF WS-HIST-CONVERTED
               DISPLAY "HISTFILE rows were converted - run "
                   "operationsIndexRebuild so HISTIDXFILE carries "
                   "the derived figures."
           END-IF.
           PERFORM 9950-SIGN-OFF THRU 9950-EXIT.
           IF WS-ANY-FILE-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       1000-LOAD-RATES.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS = "35"
               GO TO 1000-EXIT
           END-IF.
           READ RATE-FILE
               AT END SET WS-RATE-EOF TO TRUE
           END-READ.
           PERFORM 1100-LOAD-RATE-LINE THRU 1100-EXIT
               UNTIL WS-RATE-EOF.
           CLOSE RATE-FILE.
       1000-EXIT.
           EXIT.

      * A row with no effective date counts as effective from the
      * beginning of time, as everywhere else RATETABLE is read.
       1100-LOAD-RATE-LINE.
           IF WS-RATE-COUNT NOT < 500
               SET WS-RATE-OVERFLOW TO TRUE
               SET WS-RATE-EOF TO TRUE
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-RATE-COUNT.
           MOVE RATE-INSTALLATION TO WS-RT-INSTALLATION(WS-RATE-COUNT).
           MOVE RATE-TAX-RATE TO WS-RT-TAX-RATE(WS-RATE-COUNT).
           MOVE RATE-ROUND-RULE TO WS-RT-ROUND-RULE(WS-RATE-COUNT).
           IF RATE-EFFECTIVE-DATE IS NUMERIC
               MOVE RATE-EFFECTIVE-DATE
                   TO WS-RT-EFF-DATE(WS-RATE-COUNT)
           ELSE
               MOVE ZERO TO WS-RT-EFF-DATE(WS-RATE-COUNT)
           END-IF.
           MOVE RATE-BAND-RULES TO WS-RT-BAND-RULES(WS-RATE-COUNT).
           READ RATE-FILE
               AT END SET WS-RATE-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      * Convert to the work file, prove the work file against the
      * original, and only then copy it back over the original.
       2000-CONVERT-ONE-FILE.
           INITIALIZE WS-FILE-COUNTS.
           MOVE "N" TO WS-MISSING-SWITCH.
           MOVE "N" TO WS-PROVED-SWITCH.
           PERFORM 2100-CONVERT-TO-WORK THRU 2100-EXIT.
           IF WS-FILE-MISSING
               STRING WS-FILE-NAME DELIMITED BY SPACE
                   " - NOT ON FILE, NOTHING TO CONVERT"
                       DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2200-PROVE-WORK THRU 2200-EXIT.
           IF WS-ROWS-PROVED = WS-ROWS-READ
               AND WS-TOTAL-AFTER = WS-TOTAL-BEFORE
               SET WS-FILE-PROVED TO TRUE
           END-IF.
           PERFORM 2500-REPORT-FILE THRU 2500-EXIT.
           IF NOT WS-FILE-PROVED
               SET WS-ANY-FILE-FAILED TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF WS-ROWS-CONVERTED = ZERO AND WS-ROWS-LEGACY = ZERO
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2300-COPY-BACK THRU 2300-EXIT.
           PERFORM 2600-LOG-CONVERSION THRU 2600-EXIT.
           IF WS-KIND-HIST
               SET WS-HIST-CONVERTED TO TRUE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-CONVERT-TO-WORK.
           MOVE "N" TO WS-SOURCE-EOF-SWITCH.
           EVALUATE TRUE
               WHEN WS-KIND-HIST
                   OPEN INPUT HIST-FILE
               WHEN WS-KIND-ARCH
                   OPEN INPUT ARCHIVE-FILE
               WHEN OTHER
                   OPEN INPUT AUDIT-FILE
           END-EVALUATE.
           IF WS-SOURCE-STATUS = "35"
               SET WS-FILE-MISSING TO TRUE
               GO TO 2100-EXIT
           END-IF.
           OPEN OUTPUT CONV-WORK-FILE.
           PERFORM 2150-READ-SOURCE THRU 2150-EXIT.
           PERFORM 2110-CONVERT-ONE-ROW THRU 2110-EXIT
               UNTIL WS-SOURCE-EOF.
           CLOSE CONV-WORK-FILE.
           EVALUATE TRUE
               WHEN WS-KIND-HIST
                   CLOSE HIST-FILE
               WHEN WS-KIND-ARCH
                   CLOSE ARCHIVE-FILE
               WHEN OTHER
                   CLOSE AUDIT-FILE
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       2110-CONVERT-ONE-ROW.
           ADD 1 TO WS-ROWS-READ.
           MOVE SPACES TO CONV-WORK-RECORD.
           IF WS-KIND-AUDIT
               PERFORM 4000-CONVERT-AUDIT-ROW THRU 4000-EXIT
               MOVE AUDIT-RECORD TO CONV-WORK-RECORD
           ELSE
               IF WS-KIND-ARCH
                   MOVE ARCH-RECORD TO HIST-RECORD
               END-IF
               PERFORM 3000-CONVERT-HIST-ROW THRU 3000-EXIT
               MOVE HIST-RECORD TO CONV-WORK-RECORD
           END-IF.
           WRITE CONV-WORK-RECORD.
           PERFORM 2150-READ-SOURCE THRU 2150-EXIT.
       2110-EXIT.
           EXIT.

       2150-READ-SOURCE.
           EVALUATE TRUE
               WHEN WS-KIND-HIST
                   READ HIST-FILE
                       AT END SET WS-SOURCE-EOF TO TRUE
                   END-READ
               WHEN WS-KIND-ARCH
                   READ ARCHIVE-FILE
                       AT END SET WS-SOURCE-EOF TO TRUE
                   END-READ
               WHEN OTHER
                   READ AUDIT-FILE
                       AT END SET WS-SOURCE-EOF TO TRUE
                   END-READ
           END-EVALUATE.
       2150-EXIT.
           EXIT.

      * The work file is re-read on its own, so the after-total is
      * what will actually be copied back, not what was meant to be.
       2200-PROVE-WORK.
           MOVE "N" TO WS-WORK-EOF-SWITCH.
           OPEN INPUT CONV-WORK-FILE.
           READ CONV-WORK-FILE
               AT END SET WS-WORK-EOF TO TRUE
           END-READ.
           PERFORM 2210-PROVE-WORK-LINE THRU 2210-EXIT
               UNTIL WS-WORK-EOF.
           CLOSE CONV-WORK-FILE.
       2200-EXIT.
           EXIT.

       2210-PROVE-WORK-LINE.
           ADD 1 TO WS-ROWS-PROVED.
           IF WS-KIND-AUDIT
               MOVE CONV-WORK-RECORD TO AUDIT-RECORD
               IF AUD-RESULT IS NUMERIC
                   ADD AUD-RESULT TO WS-TOTAL-AFTER
               END-IF
           ELSE
               MOVE CONV-WORK-RECORD TO HIST-RECORD
               IF HIST-RESULT IS NUMERIC
                   ADD HIST-RESULT TO WS-TOTAL-AFTER
               END-IF
           END-IF.
           READ CONV-WORK-FILE
               AT END SET WS-WORK-EOF TO TRUE
           END-READ.
       2210-EXIT.
           EXIT.

       2300-COPY-BACK.
           MOVE "N" TO WS-WORK-EOF-SWITCH.
           EVALUATE TRUE
               WHEN WS-KIND-HIST
                   OPEN OUTPUT HIST-FILE
               WHEN WS-KIND-ARCH
                   OPEN OUTPUT ARCHIVE-FILE
               WHEN OTHER
                   OPEN OUTPUT AUDIT-FILE
           END-EVALUATE.
           OPEN INPUT CONV-WORK-FILE.
           READ CONV-WORK-FILE
               AT END SET WS-WORK-EOF TO TRUE
           END-READ.
           PERFORM 2310-COPY-BACK-LINE THRU 2310-EXIT
               UNTIL WS-WORK-EOF.
           CLOSE CONV-WORK-FILE.
           EVALUATE TRUE
               WHEN WS-KIND-HIST
                   CLOSE HIST-FILE
               WHEN WS-KIND-ARCH
                   CLOSE ARCHIVE-FILE
               WHEN OTHER
                   CLOSE AUDIT-FILE
           END-EVALUATE.
       2300-EXIT.
           EXIT.

       2310-COPY-BACK-LINE.
           EVALUATE TRUE
               WHEN WS-KIND-HIST
                   MOVE CONV-WORK-RECORD TO HIST-RECORD
                   WRITE HIST-RECORD
               WHEN WS-KIND-ARCH
                   MOVE CONV-WORK-RECORD TO ARCH-RECORD
                   WRITE ARCH-RECORD
               WHEN OTHER
                   MOVE CONV-WORK-RECORD TO AUDIT-RECORD
                   WRITE AUDIT-RECORD
           END-EVALUATE.
           READ CONV-WORK-FILE
               AT END SET WS-WORK-EOF TO TRUE
           END-READ.
       2310-EXIT.
           EXIT.

       2500-REPORT-FILE.
           MOVE WS-ROWS-READ TO WS-COUNT-EDIT.
           MOVE WS-ROWS-CURRENT TO WS-COUNT-EDIT-2.
           MOVE WS-ROWS-CONVERTED TO WS-COUNT-EDIT-3.
           STRING WS-FILE-NAME DELIMITED BY SIZE
               " ROWS " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               "  ALREADY CURRENT " DELIMITED BY SIZE
               WS-COUNT-EDIT-2 DELIMITED BY SIZE
               "  CONVERTED " DELIMITED BY SIZE
               WS-COUNT-EDIT-3 DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE WS-ROWS-LEGACY TO WS-COUNT-EDIT.
           MOVE WS-ROWS-WERE-LEGACY TO WS-COUNT-EDIT-2.
           MOVE WS-ROWS-UNREADABLE TO WS-COUNT-EDIT-3.
           STRING "             MARKED LEGACY " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               "  ALREADY LEGACY " DELIMITED BY SIZE
               WS-COUNT-EDIT-2 DELIMITED BY SIZE
               "  UNREADABLE " DELIMITED BY SIZE
               WS-COUNT-EDIT-3 DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE WS-CHECKSUMS-ADDED TO WS-COUNT-EDIT.
           MOVE WS-BREAKOUTS-DERIVED TO WS-COUNT-EDIT-2.
           STRING "             CHECKSUMS ADDED " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               "  BREAKOUTS DERIVED " DELIMITED BY SIZE
               WS-COUNT-EDIT-2 DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE WS-TOTAL-BEFORE TO WS-BEFORE-EDIT.
           MOVE WS-TOTAL-AFTER TO WS-AFTER-EDIT.
           STRING "             RESULT BEFORE " DELIMITED BY SIZE
               WS-BEFORE-EDIT DELIMITED BY SIZE
               "  AFTER " DELIMITED BY SIZE
               WS-AFTER-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           IF WS-FILE-PROVED
               IF WS-ROWS-CONVERTED = ZERO AND WS-ROWS-LEGACY = ZERO
                   STRING "             NOTHING TO CONVERT"
                           DELIMITED BY SIZE
                       " - FILE LEFT AS IT WAS" DELIMITED BY SIZE
                       INTO WS-RPT-TEXT
               ELSE
                   STRING "             PROVED TO THE PENNY"
                           DELIMITED BY SIZE
                       " - CONVERTED FILE COPIED BACK"
                           DELIMITED BY SIZE
                       INTO WS-RPT-TEXT
               END-IF
           ELSE
               STRING "             *** DOES NOT PROVE"
                       DELIMITED BY SIZE
                   " - FILE LEFT AS IT WAS ***" DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
           END-IF.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
       2500-EXIT.
           EXIT.

       2600-LOG-CONVERSION.
           MOVE SPACES TO WS-MLOG-KEY.
           MOVE WS-FILE-NAME TO WS-MLOG-KEY.
           MOVE WS-ROWS-READ TO WS-COUNT-EDIT.
           MOVE WS-TOTAL-BEFORE TO WS-BEFORE-EDIT.
           MOVE SPACES TO WS-MLOG-BEFORE.
           STRING "ROWS " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               " RESULT " DELIMITED BY SIZE
               WS-BEFORE-EDIT DELIMITED BY SIZE
               INTO WS-MLOG-BEFORE.
           MOVE WS-ROWS-CONVERTED TO WS-COUNT-EDIT.
           MOVE WS-ROWS-LEGACY TO WS-COUNT-EDIT-2.
           MOVE SPACES TO WS-MLOG-AFTER.
           STRING "CONVERTED " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               " LEGACY " DELIMITED BY SIZE
               WS-COUNT-EDIT-2 DELIMITED BY SIZE
               INTO WS-MLOG-AFTER.
           CALL "operationsMaintLog" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID, WS-MLOG-ACTION, WS-MLOG-KEY,
               WS-MLOG-BEFORE, WS-MLOG-AFTER.
       2600-EXIT.
           EXIT.

      * One history row, in HIST-RECORD. A row whose own figures are
      * not readable is passed through untouched - nothing can be
      * derived from it, and it stays out of both totals alike.
       3000-CONVERT-HIST-ROW.
           MOVE "N" TO WS-ROW-CHANGED-SWITCH.
           MOVE "N" TO WS-ROW-LEGACY-SWITCH.
           IF HIST-DATE NOT NUMERIC OR HIST-TIME NOT NUMERIC
               OR HIST-NUM1 NOT NUMERIC OR HIST-NUM2 NOT NUMERIC
               OR HIST-RESULT NOT NUMERIC
               ADD 1 TO WS-ROWS-UNREADABLE
               GO TO 3000-EXIT
           END-IF.
           ADD HIST-RESULT TO WS-TOTAL-BEFORE.
           IF HIST-LEGACY-ROW
               ADD 1 TO WS-ROWS-WERE-LEGACY
               GO TO 3000-EXIT
           END-IF.
           IF HIST-CHECKSUM NOT NUMERIC
               CALL "operationsHistChecksum" USING HIST-DATE,
                   HIST-TIME, HIST-NUM1, HIST-NUM2, HIST-RESULT,
                   HIST-CHECKSUM
               ADD 1 TO WS-CHECKSUMS-ADDED
               SET WS-ROW-CHANGED TO TRUE
           END-IF.
           IF HIST-RUN-NUM NOT NUMERIC
               MOVE ZERO TO HIST-RUN-NUM
               SET WS-ROW-CHANGED TO TRUE
           END-IF.
           IF HIST-RUN-NUM = ZERO AND HIST-PROGRAM = WS-DRIVER-PROGRAM
               SET WS-ROW-LEGACY TO TRUE
           END-IF.
           IF HIST-BASE-RESULT NOT NUMERIC
               OR HIST-SURCHARGE NOT NUMERIC
               MOVE HIST-DATE TO WS-CNV-DATE
               MOVE HIST-INSTALLATION TO WS-CNV-INSTALLATION
               MOVE HIST-RESULT TO WS-CNV-RESULT
               PERFORM 5000-DERIVE-BREAKOUT THRU 5000-EXIT
               IF WS-BREAKOUT-DERIVED
                   MOVE WS-CNV-BASE TO HIST-BASE-RESULT
                   MOVE WS-CNV-SURCHARGE TO HIST-SURCHARGE
                   ADD 1 TO WS-BREAKOUTS-DERIVED
                   SET WS-ROW-CHANGED TO TRUE
               ELSE
                   SET WS-ROW-LEGACY TO TRUE
               END-IF
           END-IF.
           IF HIST-SEQ-NUM NOT NUMERIC
               MOVE ZERO TO HIST-SEQ-NUM
               SET WS-ROW-CHANGED TO TRUE
           END-IF.
           IF HIST-REVERSAL-OF NOT NUMERIC
               MOVE ZERO TO HIST-REV-OF-DATE
               MOVE ZERO TO HIST-REV-OF-SEQ-NUM
               SET WS-ROW-CHANGED TO TRUE
           END-IF.
           IF HIST-FX-RATE NOT NUMERIC
               MOVE SPACES TO HIST-CURRENCY
               MOVE 1 TO HIST-FX-RATE
               SET WS-ROW-CHANGED TO TRUE
           END-IF.
           IF HIST-ORIG-NUM1 NOT NUMERIC
               MOVE HIST-NUM1 TO HIST-ORIG-NUM1
               SET WS-ROW-CHANGED TO TRUE
           END-IF.
           IF HIST-ORIG-NUM2 NOT NUMERIC
               MOVE HIST-NUM2 TO HIST-ORIG-NUM2
               SET WS-ROW-CHANGED TO TRUE
           END-IF.
           IF WS-ROW-LEGACY
               MOVE "L" TO HIST-LEGACY-FLAG
               ADD 1 TO WS-ROWS-LEGACY
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACE TO HIST-LEGACY-FLAG.
           IF WS-ROW-CHANGED
               ADD 1 TO WS-ROWS-CONVERTED
           ELSE
               ADD 1 TO WS-ROWS-CURRENT
           END-IF.
       3000-EXIT.
           EXIT.

      * One audit row, in AUDIT-RECORD - the same derivations, less
      * the checksum the audit trail has never carried. A blank
      * AUD-SOURCE already reads as keyed input and is left so.
       4000-CONVERT-AUDIT-ROW.
           MOVE "N" TO WS-ROW-CHANGED-SWITCH.
           MOVE "N" TO WS-ROW-LEGACY-SWITCH.
           IF AUD-DATE NOT NUMERIC
               OR AUD-NUM1 NOT NUMERIC OR AUD-NUM2 NOT NUMERIC
               OR AUD-RESULT NOT NUMERIC
               ADD 1 TO WS-ROWS-UNREADABLE
               GO TO 4000-EXIT
           END-IF.
           ADD AUD-RESULT TO WS-TOTAL-BEFORE.
           IF AUD-LEGACY-ROW
               ADD 1 TO WS-ROWS-WERE-LEGACY
               GO TO 4000-EXIT
           END-IF.
           IF AUD-RUN-NUM NOT NUMERIC
               MOVE ZERO TO AUD-RUN-NUM
               SET WS-ROW-CHANGED TO TRUE
           END-IF.
           IF AUD-RUN-NUM = ZERO AND AUD-PROGRAM = WS-DRIVER-PROGRAM
               SET WS-ROW-LEGACY TO TRUE
           END-IF.
           IF AUD-BASE-RESULT NOT NUMERIC
               OR AUD-SURCHARGE NOT NUMERIC
               MOVE AUD-DATE TO WS-CNV-DATE
               MOVE AUD-INSTALLATION TO WS-CNV-INSTALLATION
               MOVE AUD-RESULT TO WS-CNV-RESULT
               PERFORM 5000-DERIVE-BREAKOUT THRU 5000-EXIT
               IF WS-BREAKOUT-DERIVED
                   MOVE WS-CNV-BASE TO AUD-BASE-RESULT
                   MOVE WS-CNV-SURCHARGE TO AUD-SURCHARGE
                   ADD 1 TO WS-BREAKOUTS-DERIVED
                   SET WS-ROW-CHANGED TO TRUE
               ELSE
                   SET WS-ROW-LEGACY TO TRUE
               END-IF
           END-IF.
           IF AUD-FX-RATE NOT NUMERIC
               MOVE SPACES TO AUD-CURRENCY
               MOVE 1 TO AUD-FX-RATE
               SET WS-ROW-CHANGED TO TRUE
           END-IF.
           IF AUD-ORIG-NUM1 NOT NUMERIC
               MOVE AUD-NUM1 TO AUD-ORIG-NUM1
               SET WS-ROW-CHANGED TO TRUE
           END-IF.
           IF AUD-ORIG-NUM2 NOT NUMERIC
               MOVE AUD-NUM2 TO AUD-ORIG-NUM2
               SET WS-ROW-CHANGED TO TRUE
           END-IF.
           IF WS-ROW-LEGACY
               MOVE "L" TO AUD-LEGACY-FLAG
               ADD 1 TO WS-ROWS-LEGACY
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACE TO AUD-LEGACY-FLAG.
           IF WS-ROW-CHANGED
               ADD 1 TO WS-ROWS-CONVERTED
           ELSE
               ADD 1 TO WS-ROWS-CURRENT
           END-IF.
       4000-EXIT.
           EXIT.

      * Finds the base that, priced by the surcharge engine with the
      * rate row in effect on the row's date, comes back to RESULT
      * exactly. No rate row, an engine overflow, or no exact base
      * within a few steps leaves the breakout underived.
       5000-DERIVE-BREAKOUT.
           MOVE "N" TO WS-DERIVED-SWITCH.
           PERFORM 5100-FIND-RATE-IN-EFFECT THRU 5100-EXIT.
           IF NOT WS-RULE-FOUND
               GO TO 5000-EXIT
           END-IF.
           COMPUTE WS-TRY-BASE ROUNDED =
               WS-CNV-RESULT / (1 + WS-TAX-RATE)
               ON SIZE ERROR
                   GO TO 5000-EXIT
           END-COMPUTE.
           MOVE ZERO TO WS-TRY-COUNT.
           MOVE "N" TO WS-TRY-STOP-SWITCH.
           PERFORM 5200-TRY-BASE THRU 5200-EXIT
               UNTIL WS-BREAKOUT-DERIVED OR WS-TRY-STOPPED
               OR WS-TRY-COUNT NOT < 8.
       5000-EXIT.
           EXIT.

      * The installation's own row with the latest effective date on
      * or before the row's date, else the DFLT row chosen the same
      * way.
       5100-FIND-RATE-IN-EFFECT.
           MOVE "N" TO WS-RULE-FOUND-SWITCH.
           MOVE "N" TO WS-DFLT-FOUND-SWITCH.
           MOVE ZERO TO WS-RATE-SUB.
           PERFORM 5110-SCAN-RATE-ROW THRU 5110-EXIT
               UNTIL WS-RATE-SUB NOT < WS-RATE-COUNT.
           IF NOT WS-RULE-FOUND AND WS-DFLT-FOUND
               MOVE WS-DFLT-SUB TO WS-RULE-SUB
               SET WS-RULE-FOUND TO TRUE
           END-IF.
           IF WS-RULE-FOUND
               MOVE WS-RT-TAX-RATE(WS-RULE-SUB) TO WS-TAX-RATE
               MOVE WS-RT-ROUND-RULE(WS-RULE-SUB) TO WS-ROUND-RULE
               MOVE WS-RT-BAND-RULES(WS-RULE-SUB) TO WS-BAND-RULES
           END-IF.
       5100-EXIT.
           EXIT.

       5110-SCAN-RATE-ROW.
           ADD 1 TO WS-RATE-SUB.
           IF WS-RT-EFF-DATE(WS-RATE-SUB) > WS-CNV-DATE
               GO TO 5110-EXIT
           END-IF.
           IF WS-RT-INSTALLATION(WS-RATE-SUB) = WS-CNV-INSTALLATION
               IF NOT WS-RULE-FOUND
                   OR WS-RT-EFF-DATE(WS-RATE-SUB)
                       NOT < WS-RULE-EFF-DATE
                   MOVE WS-RATE-SUB TO WS-RULE-SUB
                   MOVE WS-RT-EFF-DATE(WS-RATE-SUB)
                       TO WS-RULE-EFF-DATE
                   SET WS-RULE-FOUND TO TRUE
               END-IF
           END-IF.
           IF WS-RT-INSTALLATION(WS-RATE-SUB) = "DFLT"
               IF NOT WS-DFLT-FOUND
                   OR WS-RT-EFF-DATE(WS-RATE-SUB)
                       NOT < WS-DFLT-EFF-DATE
                   MOVE WS-RATE-SUB TO WS-DFLT-SUB
                   MOVE WS-RT-EFF-DATE(WS-RATE-SUB)
                       TO WS-DFLT-EFF-DATE
                   SET WS-DFLT-FOUND TO TRUE
               END-IF
           END-IF.
       5110-EXIT.
           EXIT.

       5200-TRY-BASE.
           ADD 1 TO WS-TRY-COUNT.
           CALL "operationsSurchargeCalc" USING WS-TRY-BASE,
               WS-TAX-RATE, WS-ROUND-RULE, WS-BAND-RULES,
               WS-TRY-SURCHARGE, WS-TRY-UNROUNDED, WS-CALC-STATUS.
           IF WS-CALC-STATUS NOT = "00"
               SET WS-TRY-STOPPED TO TRUE
               GO TO 5200-EXIT
           END-IF.
           COMPUTE WS-TRY-GAP =
               WS-CNV-RESULT - WS-TRY-BASE - WS-TRY-SURCHARGE.
           IF WS-TRY-GAP = ZERO
               MOVE WS-TRY-BASE TO WS-CNV-BASE
               MOVE WS-TRY-SURCHARGE TO WS-CNV-SURCHARGE
               SET WS-BREAKOUT-DERIVED TO TRUE
               GO TO 5200-EXIT
           END-IF.
           COMPUTE WS-TRY-STEP ROUNDED =
               WS-TRY-GAP / (1 + WS-TAX-RATE).
           IF WS-TRY-STEP = ZERO
               IF WS-TRY-GAP > ZERO
                   MOVE 0.01 TO WS-TRY-STEP
               ELSE
                   MOVE -0.01 TO WS-TRY-STEP
               END-IF
           END-IF.
           ADD WS-TRY-STEP TO WS-TRY-BASE
               ON SIZE ERROR
                   SET WS-TRY-STOPPED TO TRUE
           END-ADD.
       5200-EXIT.
           EXIT.

       9700-OPEN-REPORT.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RPT-OPERATOR FROM ENVIRONMENT-VALUE.
           MOVE "LEGACY CONVERSION" TO WS-RPT-NAME.
           MOVE "OPEN" TO WS-RPT-ACTION.
           MOVE SPACES TO WS-RPT-TEXT.
           CALL "operationsReportWriter" USING WS-RPT-ACTION,
               WS-RPT-NAME, WS-RPT-OPERATOR, WS-RPT-TEXT.
       9700-EXIT.
           EXIT.

       9800-PUT-REPORT-LINE.
           MOVE "LINE" TO WS-RPT-ACTION.
           CALL "operationsReportWriter" USING WS-RPT-ACTION,
               WS-RPT-NAME, WS-RPT-OPERATOR, WS-RPT-TEXT.
           MOVE SPACES TO WS-RPT-TEXT.
       9800-EXIT.
           EXIT.

       9900-CLOSE-REPORT.
           MOVE "CLOSE" TO WS-RPT-ACTION.
           CALL "operationsReportWriter" USING WS-RPT-ACTION,
               WS-RPT-NAME, WS-RPT-OPERATOR, WS-RPT-TEXT.
       9900-EXIT.
           EXIT.

       9950-SIGN-OFF.
           CALL "operationsSignOff" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID.
       9950-EXIT.
           EXIT.

       END PROGRAM operationsLegacyConvert.
