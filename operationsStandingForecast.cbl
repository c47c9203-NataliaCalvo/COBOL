      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Due-date forecast over STANDINGFILE - for each
      *           business day in the next N days from a given date
      *           (today by default), the standing items that will
      *           post at the head of that day's batch run, with their
      *           amounts and a per-day count and total. Days the
      *           business-day calendar marks as non-working are
      *           skipped, since no batch runs on them. Whether an
      *           item is due is worked out exactly as
      *           operationsBatchDriver and operationsControlBuild do
      *           it, so the forecast and the posting cannot drift
      *           apart: D items every day, W items on the start
      *           date's weekday, M items on the start date's day of
      *           the month, all within start and end date. Nothing
      *           is changed.
      *           Every prompt can instead be answered by a
      *           RUNPARMFILE card (see operationsRunParm), so the
      *           report can run unattended as a close step.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsStandingForecast.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-FILE ASSIGN TO "STANDINGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-FILE.
           COPY STANDINGREC.

       WORKING-STORAGE SECTION.
           COPY RPTFLDS.
           COPY PARMFLDS.
           01 WS-STND-STATUS PIC X(02) VALUE "00".
           01 WS-STND-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-STND-EOF VALUE "Y".
           01 WS-STND-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 WS-STND-OVERFLOW VALUE "Y".
           01 WS-STND-DUE-SWITCH PIC X(01).
               88 WS-STND-DUE VALUE "Y".
           01 WS-WORKING-SWITCH PIC X(01).
               88 WS-WORKING-DAY VALUE "Y".
           01 WS-FROM-TEXT PIC X(08).
           01 WS-FROM-DATE PIC 9(08).
           01 WS-DAYS-TEXT PIC X(03).
           01 WS-DAYS-AHEAD PIC 9(03).
           01 WS-DAY-NUMBER PIC 9(07) COMP.
           01 WS-LAST-DAY-NUMBER PIC 9(07) COMP.
           01 WS-FORECAST-DATE PIC 9(08).
           01 WS-FORECAST-DATE-PARTS REDEFINES WS-FORECAST-DATE.
               05 FILLER PIC 9(06).
               05 WS-FORECAST-DD PIC 9(02).
           01 WS-START-WORK-DATE PIC 9(08).
           01 WS-START-WORK-PARTS REDEFINES WS-START-WORK-DATE.
               05 FILLER PIC 9(06).
               05 WS-START-WORK-DD PIC 9(02).
           01 WS-FORECAST-WEEKDAY PIC 9(01).
           01 WS-START-WEEKDAY PIC 9(01).
           01 WS-STND-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-STND-SUB PIC 9(03) COMP.
           01 WS-DAY-ITEMS PIC 9(05) COMP.
           01 WS-DAY-NUM1-TOTAL PIC S9(9)V99.
           01 WS-DAY-NUM2-TOTAL PIC S9(9)V99.
           01 WS-BUSINESS-DAYS PIC 9(05) COMP VALUE ZERO.
           01 WS-TOTAL-ITEMS PIC 9(07) COMP VALUE ZERO.
           01 WS-TOTAL-NUM1 PIC S9(11)V99 VALUE ZERO.
           01 WS-TOTAL-NUM2 PIC S9(11)V99 VALUE ZERO.
           01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
           01 WS-NUM1-EDIT PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-NUM2-EDIT PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-INSTALL-SHOWN PIC X(04).
           01 WS-OP-SHOWN PIC X(03).
           01 WS-STND-TABLE.
               05 WS-STND-ENTRY OCCURS 500 TIMES.
                   10 WS-STND-TBL-ITEM-ID PIC 9(05).
                   10 WS-STND-TBL-NUM1 PIC S9(7)V99
                       SIGN LEADING SEPARATE.
                   10 WS-STND-TBL-NUM2 PIC S9(7)V99
                       SIGN LEADING SEPARATE.
                   10 WS-STND-TBL-INSTALLATION PIC X(04).
                   10 WS-STND-TBL-OP-CODE PIC X(01).
                   10 WS-STND-TBL-FREQUENCY PIC X(01).
                       88 WS-STND-TBL-DAILY VALUE "D".
                       88 WS-STND-TBL-WEEKLY VALUE "W".
                       88 WS-STND-TBL-MONTHLY VALUE "M".
                   10 WS-STND-TBL-START-DATE PIC 9(08).
                   10 WS-STND-TBL-END-DATE PIC 9(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "FROM-DATE" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WS-FROM-TEXT
           ELSE
               DISPLAY "Forecast from date (YYYYMMDD, blank = today):"
               ACCEPT WS-FROM-TEXT
           END-IF.
           IF WS-FROM-TEXT = SPACES
               ACCEPT WS-FROM-DATE FROM DATE YYYYMMDD
           ELSE
               IF WS-FROM-TEXT IS NOT NUMERIC
                   DISPLAY "From date must be YYYYMMDD - no forecast."
                   MOVE 4 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-FROM-TEXT TO WS-FROM-DATE
           END-IF.
           MOVE "DAYS" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WS-DAYS-TEXT
           ELSE
               DISPLAY "Number of days ahead to forecast:"
               ACCEPT WS-DAYS-TEXT
           END-IF.
           IF WS-DAYS-TEXT IS NUMERIC
               MOVE WS-DAYS-TEXT TO WS-DAYS-AHEAD
           ELSE
               MOVE FUNCTION NUMVAL(WS-DAYS-TEXT) TO WS-DAYS-AHEAD
           END-IF.
           IF WS-DAYS-AHEAD = ZERO
               DISPLAY "Number of days must be at least 1 - no "
                   "forecast."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-LOAD-STANDING THRU 1000-EXIT.
           PERFORM 9700-OPEN-REPORT THRU 9700-EXIT.
           PERFORM 2000-FORECAST-HEADING THRU 2000-EXIT.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
           COMPUTE WS-LAST-DAY-NUMBER =
               WS-DAY-NUMBER + WS-DAYS-AHEAD - 1.
           PERFORM 3000-FORECAST-ONE-DAY THRU 3000-EXIT
               UNTIL WS-DAY-NUMBER > WS-LAST-DAY-NUMBER.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9900-CLOSE-REPORT THRU 9900-EXIT.
           GOBACK.

      * Rows whose dates are not numeric are never due on the driver
      * and are left out here the same way.
       1000-LOAD-STANDING.
           OPEN INPUT STANDING-FILE.
           IF WS-STND-STATUS = "35"
               GO TO 1000-EXIT
           END-IF.
           READ STANDING-FILE
               AT END SET WS-STND-EOF TO TRUE
           END-READ.
           PERFORM 1100-LOAD-STANDING-LINE THRU 1100-EXIT
               UNTIL WS-STND-EOF.
           CLOSE STANDING-FILE.
       1000-EXIT.
           EXIT.

       1100-LOAD-STANDING-LINE.
           IF STD-START-DATE IS NUMERIC
               IF WS-STND-COUNT < 500
                   ADD 1 TO WS-STND-COUNT
                   MOVE WS-STND-COUNT TO WS-STND-SUB
                   IF STD-ITEM-ID IS NUMERIC
                       MOVE STD-ITEM-ID
                           TO WS-STND-TBL-ITEM-ID(WS-STND-SUB)
                   ELSE
                       MOVE ZERO TO WS-STND-TBL-ITEM-ID(WS-STND-SUB)
                   END-IF
                   MOVE STD-NUM1 TO WS-STND-TBL-NUM1(WS-STND-SUB)
                   MOVE STD-NUM2 TO WS-STND-TBL-NUM2(WS-STND-SUB)
                   MOVE STD-INSTALLATION
                       TO WS-STND-TBL-INSTALLATION(WS-STND-SUB)
                   MOVE STD-OP-CODE
                       TO WS-STND-TBL-OP-CODE(WS-STND-SUB)
                   MOVE STD-FREQUENCY
                       TO WS-STND-TBL-FREQUENCY(WS-STND-SUB)
                   MOVE STD-START-DATE
                       TO WS-STND-TBL-START-DATE(WS-STND-SUB)
                   IF STD-END-DATE IS NUMERIC
                       MOVE STD-END-DATE
                           TO WS-STND-TBL-END-DATE(WS-STND-SUB)
                   ELSE
                       MOVE ZERO TO WS-STND-TBL-END-DATE(WS-STND-SUB)
                   END-IF
               ELSE
                   SET WS-STND-OVERFLOW TO TRUE
               END-IF
           END-IF.
           READ STANDING-FILE
               AT END SET WS-STND-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       2000-FORECAST-HEADING.
           MOVE WS-DAYS-AHEAD TO WS-COUNT-EDIT.
           STRING "STANDING ITEMS DUE FROM " WS-FROM-DATE " FOR "
               WS-COUNT-EDIT " DAYS (BUSINESS DAYS ONLY)"
               DELIMITED BY SIZE INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           IF WS-STND-OVERFLOW
               MOVE "WARNING: more than 500 standing items; later "
                   TO WS-RPT-TEXT
               MOVE "items are not forecast." TO WS-RPT-TEXT(46:23)
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
           END-IF.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE "DATE     ITEM  INST OP  FQ               NUM1"
               TO WS-RPT-TEXT.
           MOVE "NUM2" TO WS-RPT-TEXT(62:4).
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
       2000-EXIT.
           EXIT.

       3000-FORECAST-ONE-DAY.
           COMPUTE WS-FORECAST-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
           ADD 1 TO WS-DAY-NUMBER.
           CALL "operationsBusinessDayCheck" USING WS-FORECAST-DATE,
               WS-WORKING-SWITCH.
           IF NOT WS-WORKING-DAY
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-BUSINESS-DAYS.
           COMPUTE WS-FORECAST-WEEKDAY = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-FORECAST-DATE) 7).
           MOVE ZERO TO WS-DAY-ITEMS.
           MOVE ZERO TO WS-DAY-NUM1-TOTAL.
           MOVE ZERO TO WS-DAY-NUM2-TOTAL.
           MOVE ZERO TO WS-STND-SUB.
           PERFORM 3100-CHECK-ONE-ITEM THRU 3100-EXIT
               UNTIL WS-STND-SUB NOT < WS-STND-COUNT.
           IF WS-DAY-ITEMS = ZERO
               STRING WS-FORECAST-DATE "  (nothing due)"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-DAY-ITEMS TO WS-COUNT-EDIT.
           MOVE WS-DAY-NUM1-TOTAL TO WS-NUM1-EDIT.
           MOVE WS-DAY-NUM2-TOTAL TO WS-NUM2-EDIT.
           STRING "          DAY " WS-COUNT-EDIT " ITEM(S)  "
               WS-NUM1-EDIT " " WS-NUM2-EDIT
               DELIMITED BY SIZE INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-ITEM.
           ADD 1 TO WS-STND-SUB.
           PERFORM 3200-CHECK-ITEM-DUE THRU 3200-EXIT.
           IF NOT WS-STND-DUE
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-DAY-ITEMS.
           ADD 1 TO WS-TOTAL-ITEMS.
           ADD WS-STND-TBL-NUM1(WS-STND-SUB) TO WS-DAY-NUM1-TOTAL.
           ADD WS-STND-TBL-NUM2(WS-STND-SUB) TO WS-DAY-NUM2-TOTAL.
           ADD WS-STND-TBL-NUM1(WS-STND-SUB) TO WS-TOTAL-NUM1.
           ADD WS-STND-TBL-NUM2(WS-STND-SUB) TO WS-TOTAL-NUM2.
           MOVE WS-STND-TBL-INSTALLATION(WS-STND-SUB)
               TO WS-INSTALL-SHOWN.
           IF WS-INSTALL-SHOWN = SPACES
               MOVE "RUN" TO WS-INSTALL-SHOWN
           END-IF.
           MOVE WS-STND-TBL-OP-CODE(WS-STND-SUB) TO WS-OP-SHOWN.
           IF WS-OP-SHOWN = SPACES
               MOVE "ALL" TO WS-OP-SHOWN
           END-IF.
           MOVE WS-STND-TBL-NUM1(WS-STND-SUB) TO WS-NUM1-EDIT.
           MOVE WS-STND-TBL-NUM2(WS-STND-SUB) TO WS-NUM2-EDIT.
           STRING WS-FORECAST-DATE " " WS-STND-TBL-ITEM-ID(WS-STND-SUB)
               " " WS-INSTALL-SHOWN " " WS-OP-SHOWN " "
               WS-STND-TBL-FREQUENCY(WS-STND-SUB) " "
               WS-NUM1-EDIT " " WS-NUM2-EDIT
               DELIMITED BY SIZE INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
       3100-EXIT.
           EXIT.

      * Mirrors 1520-CHECK-STANDING-DUE in operationsBatchDriver.
       3200-CHECK-ITEM-DUE.
           MOVE "N" TO WS-STND-DUE-SWITCH.
           IF WS-STND-TBL-START-DATE(WS-STND-SUB) > WS-FORECAST-DATE
               GO TO 3200-EXIT
           END-IF.
           IF WS-STND-TBL-END-DATE(WS-STND-SUB) NOT = ZERO
               AND WS-STND-TBL-END-DATE(WS-STND-SUB)
                   < WS-FORECAST-DATE
               GO TO 3200-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-STND-TBL-DAILY(WS-STND-SUB)
                   SET WS-STND-DUE TO TRUE
               WHEN WS-STND-TBL-WEEKLY(WS-STND-SUB)
                   COMPUTE WS-START-WEEKDAY = FUNCTION MOD(
                       FUNCTION INTEGER-OF-DATE(
                           WS-STND-TBL-START-DATE(WS-STND-SUB)) 7)
                   IF WS-START-WEEKDAY = WS-FORECAST-WEEKDAY
                       SET WS-STND-DUE TO TRUE
                   END-IF
               WHEN WS-STND-TBL-MONTHLY(WS-STND-SUB)
                   MOVE WS-STND-TBL-START-DATE(WS-STND-SUB)
                       TO WS-START-WORK-DATE
                   IF WS-START-WORK-DD = WS-FORECAST-DD
                       SET WS-STND-DUE TO TRUE
                   END-IF
           END-EVALUATE.
       3200-EXIT.
           EXIT.

       9000-TERMINATE.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE WS-BUSINESS-DAYS TO WS-COUNT-EDIT.
           STRING "BUSINESS DAYS FORECAST: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE WS-TOTAL-ITEMS TO WS-COUNT-EDIT.
           MOVE WS-TOTAL-NUM1 TO WS-NUM1-EDIT.
           MOVE WS-TOTAL-NUM2 TO WS-NUM2-EDIT.
           STRING "ITEMS DUE IN TOTAL:     " WS-COUNT-EDIT
               "   NUM1 " WS-NUM1-EDIT "   NUM2 " WS-NUM2-EDIT
               DELIMITED BY SIZE INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
       9000-EXIT.
           EXIT.

      * This report's run-parameter card for WS-PARM-NAME, if any.
       9600-GET-RUN-PARM.
           MOVE "operationsStandingForecast" TO WS-PARM-PROGRAM.
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
           MOVE "STANDING FORECAST" TO WS-RPT-NAME.
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

       END PROGRAM operationsStandingForecast.
