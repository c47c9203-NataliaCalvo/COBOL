      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Rounding-difference report - every surcharge posted
      *           is rounded (or truncated) to the penny and every
      *           divide leaves a REMAINDER behind, so the surcharge
      *           totals never tie exactly to rate times base. The
      *           posting programs keep the unrounded base and
      *           surcharge on each history row; this report reads
      *           HISTFILE (and HISTARCHFILE, for a period reaching
      *           back past the archive cutoff) over an operator-
      *           supplied date range and totals the residuals -
      *           posted minus unrounded - by day, installation and
      *           operation, with a subtotal per day and a net figure
      *           to book to the rounding account. Rows posted before
      *           the unrounded figures were kept are counted as not
      *           recorded rather than guessed at.
      *           Every prompt can instead be answered by a
      *           RUNPARMFILE card (see operationsRunParm), so the
      *           report can run unattended as a close step.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsRoundingReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "HISTARCHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
           COPY HISTREC.

      * The archive written by operationsHistoryArchive - read first
      * so a range reaching back past the live file's purge cutoff
      * still books every residual in it.
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

       WORKING-STORAGE SECTION.
           COPY RPTFLDS.
           COPY PARMFLDS.
           01 WS-HIST-STATUS PIC X(02) VALUE "00".
           01 WS-ARCH-STATUS PIC X(02) VALUE "00".
           01 WS-HIST-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-HIST-EOF VALUE "Y".
           01 WS-ARCH-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-ARCH-EOF VALUE "Y".
           01 WS-ARCH-USED-COUNT PIC 9(7) COMP VALUE ZERO.
           01 WS-RANGE-START PIC 9(8).
           01 WS-RANGE-END PIC 9(8).
           01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
               88 WS-FOUND VALUE "Y".
           01 WS-CAP-SWITCH PIC X(01) VALUE "N".
               88 WS-CAP-HIT VALUE "Y".
           01 WS-RND-COUNT PIC 9(3) COMP VALUE ZERO.
           01 WS-RND-SUB PIC 9(3) COMP.
           01 WS-INS-POS PIC 9(3) COMP.
           01 WS-SHIFT-SUB PIC 9(3) COMP.
           01 WS-ROW-TALLY PIC 9(7) COMP VALUE ZERO.
           01 WS-NOT-RECORDED-TALLY PIC 9(7) COMP VALUE ZERO.
      * The key of the row being booked - date, installation and
      * operation in that order, so the table kept in key order
      * prints day by day without a separate sort.
           01 WS-ROW-KEY.
               05 WS-ROW-DATE PIC 9(8).
               05 WS-ROW-INSTALLATION PIC X(04).
               05 WS-ROW-OP-CODE PIC X(01).
           01 WS-ROW-SURCH-RESID PIC S9(5)V9(5)
               SIGN LEADING SEPARATE.
           01 WS-ROW-DIV-RESID PIC S9(5)V9(5)
               SIGN LEADING SEPARATE.
           01 WS-DAY-DATE PIC 9(8).
           01 WS-DAY-SURCH-RESID PIC S9(7)V9(5)
               SIGN LEADING SEPARATE.
           01 WS-DAY-DIV-RESID PIC S9(7)V9(5)
               SIGN LEADING SEPARATE.
           01 WS-GRAND-SURCH-RESID PIC S9(7)V9(5)
               SIGN LEADING SEPARATE VALUE ZERO.
           01 WS-GRAND-DIV-RESID PIC S9(7)V9(5)
               SIGN LEADING SEPARATE VALUE ZERO.
           01 WS-NET-RESID PIC S9(7)V9(5)
               SIGN LEADING SEPARATE.
           01 WS-OP-NAME PIC X(08).
           01 WS-TALLY-EDIT PIC Z,ZZZ,ZZ9.
           01 WS-SURCH-EDIT PIC ZZ,ZZ9.99999-.
           01 WS-DIV-EDIT PIC ZZ,ZZ9.99999-.
           01 WS-NET-EDIT PIC Z,ZZZ,ZZ9.99999-.
           01 WS-RND-TABLE.
               05 WS-RND-ENTRY OCCURS 500 TIMES.
                   10 WS-RND-KEY.
                       15 WS-RND-DATE PIC 9(8).
                       15 WS-RND-INSTALLATION PIC X(04).
                       15 WS-RND-OP-CODE PIC X(01).
                   10 WS-RND-TALLY PIC 9(7).
                   10 WS-RND-SURCH-RESID PIC S9(7)V9(5)
                       SIGN LEADING SEPARATE.
                   10 WS-RND-DIV-RESID PIC S9(7)V9(5)
                       SIGN LEADING SEPARATE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-BOOK-ARCHIVE THRU 1500-EXIT.
           PERFORM 1600-OPEN-HISTORY THRU 1600-EXIT.
           PERFORM 2000-BOOK-RECORD THRU 2000-EXIT
               UNTIL WS-HIST-EOF.
           IF WS-HIST-STATUS NOT = "35"
               CLOSE HIST-FILE
           END-IF.
           PERFORM 9700-OPEN-REPORT THRU 9700-EXIT.
           PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
           PERFORM 9900-CLOSE-REPORT THRU 9900-EXIT.
           GOBACK.

       1000-INITIALIZE.
           MOVE "START-DATE" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-NUMBER TO WS-RANGE-START
           ELSE
               DISPLAY "Period start date (YYYYMMDD):"
               ACCEPT WS-RANGE-START
           END-IF.
           MOVE "END-DATE" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-NUMBER TO WS-RANGE-END
           ELSE
               DISPLAY "Period end date (YYYYMMDD):"
               ACCEPT WS-RANGE-END
           END-IF.
           IF WS-RANGE-END = ZERO
               MOVE 99999999 TO WS-RANGE-END
           END-IF.
       1000-EXIT.
           EXIT.

      * In-range archive rows run through the same booking as live
      * rows - moved into the live record area, before the live file
      * is opened, so 2050 sees one shape of data.
       1500-BOOK-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCH-STATUS = "35"
               GO TO 1500-EXIT
           END-IF.
           READ ARCHIVE-FILE
               AT END SET WS-ARCH-EOF TO TRUE
           END-READ.
           PERFORM 1510-BOOK-ARCH-ROW THRU 1510-EXIT
               UNTIL WS-ARCH-EOF.
           CLOSE ARCHIVE-FILE.
       1500-EXIT.
           EXIT.

       1510-BOOK-ARCH-ROW.
           IF ARCH-DATE NOT < WS-RANGE-START
               AND ARCH-DATE NOT > WS-RANGE-END
               MOVE ARCH-RECORD TO HIST-RECORD
               ADD 1 TO WS-ARCH-USED-COUNT
               PERFORM 2050-BOOK-ROW THRU 2050-EXIT
           END-IF.
           READ ARCHIVE-FILE
               AT END SET WS-ARCH-EOF TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

       1600-OPEN-HISTORY.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS = "35"
               SET WS-HIST-EOF TO TRUE
               GO TO 1600-EXIT
           END-IF.
           READ HIST-FILE
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.
       1600-EXIT.
           EXIT.

       2000-BOOK-RECORD.
           IF HIST-DATE OF HIST-RECORD NOT < WS-RANGE-START
               AND HIST-DATE OF HIST-RECORD NOT > WS-RANGE-END
               PERFORM 2050-BOOK-ROW THRU 2050-EXIT
           END-IF.
           READ HIST-FILE
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      * Residual is posted minus unrounded: a positive surcharge
      * residual is a fraction of a penny charged over the exact
      * figure, a negative one a fraction given away. Only a divide
      * leaves a residual in the base - the other operations carry
      * their base as posted, so theirs nets to nothing. A reversal
      * carries the negated figures of the row it cancels, so the
      * pair nets out here as it does in the totals.
      * A site merged or re-coded away is first rolled up to the
      * code it now lives under.
       2050-BOOK-ROW.
           IF HIST-UNRND-BASE OF HIST-RECORD IS NOT NUMERIC
               OR HIST-UNRND-SURCHARGE OF HIST-RECORD IS NOT NUMERIC
               OR HIST-BASE-RESULT OF HIST-RECORD IS NOT NUMERIC
               OR HIST-SURCHARGE OF HIST-RECORD IS NOT NUMERIC
               ADD 1 TO WS-NOT-RECORDED-TALLY
               GO TO 2050-EXIT
           END-IF.
           ADD 1 TO WS-ROW-TALLY.
           MOVE HIST-DATE OF HIST-RECORD TO WS-ROW-DATE.
           MOVE HIST-INSTALLATION OF HIST-RECORD
               TO WS-ROW-INSTALLATION.
           CALL "operationsInstallRollup" USING WS-ROW-INSTALLATION.
           MOVE HIST-OP-CODE OF HIST-RECORD TO WS-ROW-OP-CODE.
           COMPUTE WS-ROW-SURCH-RESID =
               HIST-SURCHARGE OF HIST-RECORD
               - HIST-UNRND-SURCHARGE OF HIST-RECORD.
           COMPUTE WS-ROW-DIV-RESID =
               HIST-BASE-RESULT OF HIST-RECORD
               - HIST-UNRND-BASE OF HIST-RECORD.
           ADD WS-ROW-SURCH-RESID TO WS-GRAND-SURCH-RESID.
           ADD WS-ROW-DIV-RESID TO WS-GRAND-DIV-RESID.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-RND-SUB.
           MOVE ZERO TO WS-INS-POS.
           PERFORM 2100-SCAN-RND-TABLE THRU 2100-EXIT
               UNTIL WS-FOUND OR WS-INS-POS > ZERO
                   OR WS-RND-SUB NOT < WS-RND-COUNT.
           IF WS-FOUND
               GO TO 2050-EXIT
           END-IF.
           IF WS-RND-COUNT NOT < 500
               IF NOT WS-CAP-HIT
                   DISPLAY "WARNING: more than 500 day/installation/"
                       "operation combinations in the period; later "
                       "ones count in the grand totals only."
                   SET WS-CAP-HIT TO TRUE
               END-IF
               GO TO 2050-EXIT
           END-IF.
           IF WS-INS-POS = ZERO
               COMPUTE WS-INS-POS = WS-RND-COUNT + 1
           END-IF.
           MOVE WS-RND-COUNT TO WS-SHIFT-SUB.
           PERFORM 2200-SHIFT-UP THRU 2200-EXIT
               UNTIL WS-SHIFT-SUB < WS-INS-POS.
           ADD 1 TO WS-RND-COUNT.
           MOVE WS-ROW-KEY TO WS-RND-KEY(WS-INS-POS).
           MOVE 1 TO WS-RND-TALLY(WS-INS-POS).
           MOVE WS-ROW-SURCH-RESID TO WS-RND-SURCH-RESID(WS-INS-POS).
           MOVE WS-ROW-DIV-RESID TO WS-RND-DIV-RESID(WS-INS-POS).
       2050-EXIT.
           EXIT.

      * The table is held in key order: the scan either finds the
      * row's key and adds to it, or stops at the first larger key,
      * which is where the new entry goes.
       2100-SCAN-RND-TABLE.
           ADD 1 TO WS-RND-SUB.
           IF WS-RND-KEY(WS-RND-SUB) = WS-ROW-KEY
               ADD 1 TO WS-RND-TALLY(WS-RND-SUB)
               ADD WS-ROW-SURCH-RESID TO WS-RND-SURCH-RESID(WS-RND-SUB)
               ADD WS-ROW-DIV-RESID TO WS-RND-DIV-RESID(WS-RND-SUB)
               SET WS-FOUND TO TRUE
           ELSE
               IF WS-RND-KEY(WS-RND-SUB) > WS-ROW-KEY
                   MOVE WS-RND-SUB TO WS-INS-POS
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

       2200-SHIFT-UP.
           MOVE WS-RND-ENTRY(WS-SHIFT-SUB)
               TO WS-RND-ENTRY(WS-SHIFT-SUB + 1).
           SUBTRACT 1 FROM WS-SHIFT-SUB.
       2200-EXIT.
           EXIT.

       3000-PRINT-REPORT.
           MOVE "ROUNDING DIFFERENCES" TO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           STRING "PERIOD " DELIMITED BY SIZE
               WS-RANGE-START DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-RANGE-END DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           IF WS-ARCH-USED-COUNT > ZERO
               MOVE WS-ARCH-USED-COUNT TO WS-TALLY-EDIT
               STRING "INCLUDES " DELIMITED BY SIZE
                   WS-TALLY-EDIT DELIMITED BY SIZE
                   " RECORDS FROM THE HISTORY ARCHIVE."
                       DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
           END-IF.
           MOVE "DATE      INST OPERATION     ROWS" TO WS-RPT-TEXT.
           MOVE "SURCHARGE RESID  DIVISION RESID"
               TO WS-RPT-TEXT(35:31).
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           IF WS-RND-COUNT = ZERO
               MOVE "No rounding differences on file for the period."
                   TO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
           END-IF.
           MOVE ZERO TO WS-RND-SUB.
           PERFORM 3100-PRINT-ENTRY THRU 3100-EXIT
               UNTIL WS-RND-SUB NOT < WS-RND-COUNT.
           IF WS-RND-COUNT > ZERO
               PERFORM 3300-PRINT-DAY-TOTAL THRU 3300-EXIT
           END-IF.
           PERFORM 3400-PRINT-GRAND-TOTAL THRU 3400-EXIT.
       3000-EXIT.
           EXIT.

       3100-PRINT-ENTRY.
           ADD 1 TO WS-RND-SUB.
           IF WS-RND-SUB > 1
               AND WS-RND-DATE(WS-RND-SUB) NOT = WS-DAY-DATE
               PERFORM 3300-PRINT-DAY-TOTAL THRU 3300-EXIT
           END-IF.
           IF WS-RND-SUB = 1
               OR WS-RND-DATE(WS-RND-SUB) NOT = WS-DAY-DATE
               MOVE WS-RND-DATE(WS-RND-SUB) TO WS-DAY-DATE
               MOVE ZERO TO WS-DAY-SURCH-RESID
               MOVE ZERO TO WS-DAY-DIV-RESID
           END-IF.
           ADD WS-RND-SURCH-RESID(WS-RND-SUB) TO WS-DAY-SURCH-RESID.
           ADD WS-RND-DIV-RESID(WS-RND-SUB) TO WS-DAY-DIV-RESID.
           PERFORM 3200-NAME-OPERATION THRU 3200-EXIT.
           MOVE WS-RND-TALLY(WS-RND-SUB) TO WS-TALLY-EDIT.
           MOVE WS-RND-SURCH-RESID(WS-RND-SUB) TO WS-SURCH-EDIT.
           MOVE WS-RND-DIV-RESID(WS-RND-SUB) TO WS-DIV-EDIT.
           STRING WS-RND-DATE(WS-RND-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RND-INSTALLATION(WS-RND-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OP-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TALLY-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SURCH-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DIV-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
       3100-EXIT.
           EXIT.

       3200-NAME-OPERATION.
           EVALUATE WS-RND-OP-CODE(WS-RND-SUB)
               WHEN "A"
                   MOVE "ADD" TO WS-OP-NAME
               WHEN "S"
                   MOVE "SUBTRACT" TO WS-OP-NAME
               WHEN "M"
                   MOVE "MULTIPLY" TO WS-OP-NAME
               WHEN "D"
                   MOVE "DIVIDE" TO WS-OP-NAME
               WHEN "P"
                   MOVE "PERCENT" TO WS-OP-NAME
               WHEN OTHER
                   MOVE "OTHER" TO WS-OP-NAME
           END-EVALUATE.
       3200-EXIT.
           EXIT.

       3300-PRINT-DAY-TOTAL.
           MOVE WS-DAY-SURCH-RESID TO WS-SURCH-EDIT.
           MOVE WS-DAY-DIV-RESID TO WS-DIV-EDIT.
           STRING "          DAY TOTAL " DELIMITED BY SIZE
               WS-DAY-DATE DELIMITED BY SIZE
               "       " DELIMITED BY SIZE
               WS-SURCH-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DIV-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
       3300-EXIT.
           EXIT.

       3400-PRINT-GRAND-TOTAL.
           MOVE WS-GRAND-SURCH-RESID TO WS-NET-EDIT.
           STRING "TOTAL SURCHARGE RESIDUAL:   " DELIMITED BY SIZE
               WS-NET-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE WS-GRAND-DIV-RESID TO WS-NET-EDIT.
           STRING "TOTAL DIVISION RESIDUAL:    " DELIMITED BY SIZE
               WS-NET-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           COMPUTE WS-NET-RESID =
               WS-GRAND-SURCH-RESID + WS-GRAND-DIV-RESID.
           MOVE WS-NET-RESID TO WS-NET-EDIT.
           STRING "NET TO ROUNDING ACCOUNT:    " DELIMITED BY SIZE
               WS-NET-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE WS-ROW-TALLY TO WS-TALLY-EDIT.
           STRING "ROWS BOOKED:                " DELIMITED BY SIZE
               WS-TALLY-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           IF WS-NOT-RECORDED-TALLY > ZERO
               MOVE WS-NOT-RECORDED-TALLY TO WS-TALLY-EDIT
               STRING "ROWS WITH NO UNROUNDED FIGURES (NOT RECORDED): "
                       DELIMITED BY SIZE
                   WS-TALLY-EDIT DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
           END-IF.
           IF WS-CAP-HIT
               MOVE "TABLE FULL - SOME DAYS ARE IN THE TOTALS ONLY."
                   TO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
           END-IF.
       3400-EXIT.
           EXIT.

      * This report's run-parameter card for WS-PARM-NAME, if any.
       9600-GET-RUN-PARM.
           MOVE "operationsRoundingReport" TO WS-PARM-PROGRAM.
           CALL "operationsRunParm" USING WS-PARM-PROGRAM,
               WS-PARM-NAME, WS-PARM-VALUE, WS-PARM-NUMBER,
               WS-PARM-FOUND-SWITCH.
       9600-EXIT.
           EXIT.

      * Shared report-writer plumbing: the writer puts every line on
      * the console, the print file and the reprint archive at once,
      * with the standard page heading.
       9700-OPEN-REPORT.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RPT-OPERATOR FROM ENVIRONMENT-VALUE.
           MOVE "ROUNDING DIFFERENCES" TO WS-RPT-NAME.
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

       END PROGRAM operationsRoundingReport.
