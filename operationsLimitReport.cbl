      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Limit-utilisation report - for every installation
      *           with a row on LIMITFILE, shows where the site stands
      *           on the balance master against its ceilings: the
      *           closing balance against the maximum closing, and
      *           the movement the latest run posted against the
      *           maximum movement per run, each with the percentage
      *           of the limit used. A site at or past the warning
      *           level is flagged WARN, and one already past a limit
      *           OVER, so the desk can ring a site before its
      *           transactions start going to suspense instead of
      *           after. Both figures are measured by size, the way
      *           operationsBatchDriver checks them. A site with no
      *           balance row yet stands at zero.
      *           Every prompt can instead be answered by a
      *           RUNPARMFILE card (see operationsRunParm), so the
      *           report can run unattended as a close step.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsLimitReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMIT-FILE ASSIGN TO "LIMITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "BALANCEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIMIT-FILE.
           COPY LIMITREC.

       FD  BALANCE-FILE.
           COPY BALREC.

       WORKING-STORAGE SECTION.
           COPY RPTFLDS.
           COPY PARMFLDS.
           01 WS-LIMIT-STATUS PIC X(02) VALUE "00".
           01 WS-BAL-STATUS PIC X(02) VALUE "00".
           01 WS-LIMIT-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-LIMIT-EOF VALUE "Y".
           01 WS-BAL-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-BAL-EOF VALUE "Y".
           01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
               88 WS-FOUND VALUE "Y".
           01 WS-CAP-SWITCH PIC X(01) VALUE "N".
               88 WS-CAP-HIT VALUE "Y".
           01 WS-WARN-PERCENT PIC 9(03).
           01 WS-LIMIT-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-LIMIT-SUB PIC 9(03) COMP.
           01 WS-WARN-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-OVER-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-FIGURE PIC S9(11)V99 SIGN LEADING SEPARATE.
           01 WS-FIGURE-SIZE PIC 9(11)V99.
           01 WS-CEILING PIC 9(11)V99.
           01 WS-PERCENT-USED PIC 9(04)V9.
           01 WS-FLAG PIC X(04).
           01 WS-LABEL PIC X(08).
           01 WS-FIGURE-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           01 WS-CEILING-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-PERCENT-EDIT PIC ZZZ9.9.
           01 WS-COUNT-EDIT PIC ZZ,ZZ9.
           01 WS-WARN-EDIT PIC ZZ9.
      * Answers handed back by the installation master lookup.
           01 WS-SITE-NAME PIC X(24).
           01 WS-SITE-STATUS PIC X(01).
           01 WS-LIMIT-TABLE.
               05 WS-LIMIT-ENTRY OCCURS 200 TIMES.
                   10 WS-LIM-INSTALLATION PIC X(04).
                   10 WS-LIM-MAX-CLOSING PIC 9(11)V99.
                   10 WS-LIM-MAX-MOVEMENT PIC 9(11)V99.
                   10 WS-LIM-CLOSING PIC S9(11)V99
                       SIGN LEADING SEPARATE.
                   10 WS-LIM-MOVEMENT PIC S9(11)V99
                       SIGN LEADING SEPARATE.
                   10 WS-LIM-LAST-DATE PIC 9(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 9700-OPEN-REPORT THRU 9700-EXIT.
           PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
           PERFORM 9900-CLOSE-REPORT THRU 9900-EXIT.
           GOBACK.

       1000-INITIALIZE.
           MOVE "WARN-PCT" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-NUMBER TO WS-WARN-PERCENT
           ELSE
               DISPLAY "Warn at what percentage of a limit used?"
               ACCEPT WS-WARN-PERCENT
           END-IF.
           IF WS-WARN-PERCENT = ZERO
               MOVE 90 TO WS-WARN-PERCENT
               DISPLAY "Defaulting to 90 percent."
           END-IF.
           OPEN INPUT LIMIT-FILE.
           IF WS-LIMIT-STATUS = "35"
               GO TO 1000-EXIT
           END-IF.
           READ LIMIT-FILE
               AT END SET WS-LIMIT-EOF TO TRUE
           END-READ.
           PERFORM 1100-LOAD-LIMIT-LINE THRU 1100-EXIT
               UNTIL WS-LIMIT-EOF.
           CLOSE LIMIT-FILE.
           OPEN INPUT BALANCE-FILE.
           IF WS-BAL-STATUS = "35"
               GO TO 1000-EXIT
           END-IF.
           READ BALANCE-FILE
               AT END SET WS-BAL-EOF TO TRUE
           END-READ.
           PERFORM 1200-MATCH-BALANCE-LINE THRU 1200-EXIT
               UNTIL WS-BAL-EOF.
           CLOSE BALANCE-FILE.
       1000-EXIT.
           EXIT.

       1100-LOAD-LIMIT-LINE.
           IF WS-LIMIT-COUNT < 200
               ADD 1 TO WS-LIMIT-COUNT
               MOVE LIM-INSTALLATION
                   TO WS-LIM-INSTALLATION(WS-LIMIT-COUNT)
               IF LIM-MAX-CLOSING IS NUMERIC
                   MOVE LIM-MAX-CLOSING
                       TO WS-LIM-MAX-CLOSING(WS-LIMIT-COUNT)
               ELSE
                   MOVE ZERO TO WS-LIM-MAX-CLOSING(WS-LIMIT-COUNT)
               END-IF
               IF LIM-MAX-MOVEMENT IS NUMERIC
                   MOVE LIM-MAX-MOVEMENT
                       TO WS-LIM-MAX-MOVEMENT(WS-LIMIT-COUNT)
               ELSE
                   MOVE ZERO TO WS-LIM-MAX-MOVEMENT(WS-LIMIT-COUNT)
               END-IF
               MOVE ZERO TO WS-LIM-CLOSING(WS-LIMIT-COUNT)
               MOVE ZERO TO WS-LIM-MOVEMENT(WS-LIMIT-COUNT)
               MOVE ZERO TO WS-LIM-LAST-DATE(WS-LIMIT-COUNT)
           ELSE
               SET WS-CAP-HIT TO TRUE
           END-IF.
           READ LIMIT-FILE
               AT END SET WS-LIMIT-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       1200-MATCH-BALANCE-LINE.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-LIMIT-SUB.
           PERFORM 1210-SCAN-LIMIT-TABLE THRU 1210-EXIT
               UNTIL WS-FOUND OR WS-LIMIT-SUB NOT < WS-LIMIT-COUNT.
           IF WS-FOUND
               IF BAL-CLOSING IS NUMERIC
                   MOVE BAL-CLOSING TO WS-LIM-CLOSING(WS-LIMIT-SUB)
               END-IF
               IF BAL-MOVEMENT IS NUMERIC
                   MOVE BAL-MOVEMENT TO WS-LIM-MOVEMENT(WS-LIMIT-SUB)
               END-IF
               IF BAL-LAST-DATE IS NUMERIC
                   MOVE BAL-LAST-DATE
                       TO WS-LIM-LAST-DATE(WS-LIMIT-SUB)
               END-IF
           END-IF.
           READ BALANCE-FILE
               AT END SET WS-BAL-EOF TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.

       1210-SCAN-LIMIT-TABLE.
           ADD 1 TO WS-LIMIT-SUB.
           IF WS-LIM-INSTALLATION(WS-LIMIT-SUB) = BAL-INSTALLATION
               SET WS-FOUND TO TRUE
           END-IF.
       1210-EXIT.
           EXIT.

       3000-PRINT-REPORT.
           MOVE WS-WARN-PERCENT TO WS-WARN-EDIT.
           STRING "POSTING LIMIT UTILISATION - WARN AT "
                   DELIMITED BY SIZE
               WS-WARN-EDIT DELIMITED BY SIZE
               "% OF A LIMIT" DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           IF WS-LIMIT-COUNT = ZERO
               MOVE "No posting limits on file." TO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
               GO TO 3000-EXIT
           END-IF.
           STRING "INST  SITE NAME                 " DELIMITED BY SIZE
               "FIGURE                NOW               LIMIT"
                   DELIMITED BY SIZE
               "    USED  FLAG" DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE ZERO TO WS-LIMIT-SUB.
           PERFORM 3100-PRINT-SITE THRU 3100-EXIT
               UNTIL WS-LIMIT-SUB NOT < WS-LIMIT-COUNT.
           MOVE WS-OVER-COUNT TO WS-COUNT-EDIT.
           STRING "FIGURES OVER A LIMIT:      " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE WS-WARN-COUNT TO WS-COUNT-EDIT.
           STRING "FIGURES AT WARNING LEVEL:  " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           IF WS-CAP-HIT
               STRING "WARNING: more than 200 rows on LIMITFILE - "
                       DELIMITED BY SIZE
                   "the sites past the first 200 are not shown."
                       DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      * Two lines per site - the closing balance against its ceiling
      * and the last run's movement against its per-run limit. A
      * limit of zero is not set and prints as such.
       3100-PRINT-SITE.
           ADD 1 TO WS-LIMIT-SUB.
           CALL "operationsInstallLookup" USING
               WS-LIM-INSTALLATION(WS-LIMIT-SUB), WS-SITE-NAME,
               WS-SITE-STATUS.
           MOVE "CLOSING" TO WS-LABEL.
           MOVE WS-LIM-CLOSING(WS-LIMIT-SUB) TO WS-FIGURE.
           MOVE WS-LIM-MAX-CLOSING(WS-LIMIT-SUB) TO WS-CEILING.
           PERFORM 3200-MEASURE-FIGURE THRU 3200-EXIT.
           STRING WS-LIM-INSTALLATION(WS-LIMIT-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SITE-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LABEL DELIMITED BY SIZE
               WS-FIGURE-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CEILING-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PERCENT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FLAG DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE "MOVEMENT" TO WS-LABEL.
           MOVE WS-LIM-MOVEMENT(WS-LIMIT-SUB) TO WS-FIGURE.
           MOVE WS-LIM-MAX-MOVEMENT(WS-LIMIT-SUB) TO WS-CEILING.
           PERFORM 3200-MEASURE-FIGURE THRU 3200-EXIT.
           STRING "      LAST POSTED " DELIMITED BY SIZE
               WS-LIM-LAST-DATE(WS-LIMIT-SUB) DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-LABEL DELIMITED BY SIZE
               WS-FIGURE-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CEILING-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PERCENT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FLAG DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
       3100-EXIT.
           EXIT.

      * A percentage too large for the column prints as 9999.9 - the
      * site is OVER either way.
       3200-MEASURE-FIGURE.
           MOVE WS-FIGURE TO WS-FIGURE-EDIT.
           MOVE WS-CEILING TO WS-CEILING-EDIT.
           MOVE SPACES TO WS-FLAG.
           IF WS-FIGURE < ZERO
               COMPUTE WS-FIGURE-SIZE = ZERO - WS-FIGURE
           ELSE
               MOVE WS-FIGURE TO WS-FIGURE-SIZE
           END-IF.
           IF WS-CEILING = ZERO
               MOVE ZERO TO WS-PERCENT-USED
               MOVE ZERO TO WS-PERCENT-EDIT
               MOVE "NONE" TO WS-FLAG
               GO TO 3200-EXIT
           END-IF.
           COMPUTE WS-PERCENT-USED ROUNDED =
               (WS-FIGURE-SIZE * 100) / WS-CEILING
               ON SIZE ERROR
                   MOVE 9999.9 TO WS-PERCENT-USED
           END-COMPUTE.
           MOVE WS-PERCENT-USED TO WS-PERCENT-EDIT.
           IF WS-FIGURE-SIZE > WS-CEILING
               MOVE "OVER" TO WS-FLAG
               ADD 1 TO WS-OVER-COUNT
               GO TO 3200-EXIT
           END-IF.
           IF WS-PERCENT-USED NOT < WS-WARN-PERCENT
               MOVE "WARN" TO WS-FLAG
               ADD 1 TO WS-WARN-COUNT
           END-IF.
       3200-EXIT.
           EXIT.


      * This report's run-parameter card for WS-PARM-NAME, if any.
       9600-GET-RUN-PARM.
           MOVE "operationsLimitReport" TO WS-PARM-PROGRAM.
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
           MOVE "LIMIT UTILISATION" TO WS-RPT-NAME.
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

       END PROGRAM operationsLimitReport.
