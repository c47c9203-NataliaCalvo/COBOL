      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Loads Finance's budget extract onto BUDGETFILE - the
      *           expected RESULT total per installation per month
      *           that operationsBudgetReport sets the actuals
      *           against. Finance saves the planning spreadsheet as
      *           a comma-delimited FINBUDGETFILE, one row per site
      *           per month (installation,YYYYMM,amount - the period
      *           may also be written YYYY-MM, and a heading row or
      *           quoted cells as the spreadsheet saves them are
      *           fine). Each row is validated the way
      *           operationsAdjustLoad validates Finance's
      *           adjustments - nothing converts until it has proven
      *           itself numeric - and an installation the master
      *           does not know is refused. Good rows replace the
      *           same site and month on BUDGETFILE and leave every
      *           other month alone, so a re-forecast of the last
      *           quarter is loaded on its own; bad rows go to
      *           BUDREJECTFILE with the reason. Same discipline as
      *           the masters: a supervisor signs on, the live file
      *           is snapshotted before it is rewritten, and the load
      *           is recorded on the maintenance change log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsBudgetLoad.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO "FINBUDGETFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "BUDGETFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUD-STATUS.
           SELECT REJECT-FILE ASSIGN TO "BUDREJECTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD PIC X(80).

       FD  BUDGET-FILE.
           COPY BUDGETREC.

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05 BUDREJ-REASON PIC X(50).
           05 FILLER PIC X(02).
           05 BUDREJ-RAW-ROW PIC X(80).

       WORKING-STORAGE SECTION.
      * Program name handed to the shared sign-on module - kept in
      * working storage (truncated to the X(20) the module declares)
      * because a literal is not a valid BY REFERENCE argument.
           01 WS-SIGNON-PROGRAM PIC X(20) VALUE
               "operationsBudgetLoad".
           01 WS-REQUIRED-LEVEL PIC X(01) VALUE "S".
           01 WS-OPERATOR-ID PIC X(08).
           01 WS-USER-LEVEL PIC X(01).
           01 WS-SIGNON-OK-SWITCH PIC X(01).
               88 WS-SIGNON-OK VALUE "Y".
           01 WS-EXT-STATUS PIC X(02) VALUE "00".
           01 WS-BUD-STATUS PIC X(02) VALUE "00".
           01 WS-EXT-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-EXT-EOF VALUE "Y".
           01 WS-BUD-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-BUD-EOF VALUE "Y".
           01 WS-LOAD-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 WS-LOAD-OVERFLOW VALUE "Y".
           01 WS-ROW-VALID-SWITCH PIC X(01).
               88 WS-ROW-VALID VALUE "Y".
           01 WS-FOUND-SWITCH PIC X(01).
               88 WS-FOUND VALUE "Y".
           01 WS-REJECT-REASON PIC X(50).
           01 WS-TODAY PIC 9(08).
           01 WS-ROW-TEXT PIC X(80).
           01 WS-INSTALL-TEXT PIC X(06).
           01 WS-PERIOD-TEXT PIC X(10).
           01 WS-AMOUNT-TEXT PIC X(20).
           01 WS-EXTRA-TEXT PIC X(20).
      * The period as keyed, with any "-" between year and month
      * squeezed out.
           01 WS-PERIOD-DIGITS PIC X(06).
           01 WS-PERIOD-CHECK REDEFINES WS-PERIOD-DIGITS.
               05 WS-PERIOD-YEAR PIC 9(04).
               05 WS-PERIOD-MONTH PIC 9(02).
           01 WS-NUM-CHECK PIC S9(4) COMP.
           01 WS-WORK-AMOUNT PIC S9(9)V99 SIGN LEADING SEPARATE.
           01 WS-SITE-NAME PIC X(24).
           01 WS-SITE-STATUS PIC X(01).
      * The key of the row being applied - installation then period,
      * the order BUDGETFILE is kept in.
           01 WS-ROW-KEY.
               05 WS-ROW-INSTALLATION PIC X(04).
               05 WS-ROW-PERIOD PIC 9(06).
           01 WS-READ-COUNT PIC 9(7) COMP VALUE ZERO.
           01 WS-NEW-COUNT PIC 9(7) COMP VALUE ZERO.
           01 WS-REPLACED-COUNT PIC 9(7) COMP VALUE ZERO.
           01 WS-REJECT-COUNT PIC 9(7) COMP VALUE ZERO.
           01 WS-HEADING-COUNT PIC 9(7) COMP VALUE ZERO.
           01 WS-ROWS-BEFORE PIC 9(7) COMP VALUE ZERO.
           01 WS-COUNT-EDIT PIC Z,ZZZ,ZZ9.
           01 WS-SNAP-MASTER PIC X(12) VALUE "BUDGETFILE".
           01 WS-SNAPSHOT-OK-SWITCH PIC X(01).
               88 WS-SNAPSHOT-OK VALUE "Y".
           01 WS-MLOG-ACTION PIC X(10).
           01 WS-MLOG-KEY PIC X(20).
           01 WS-MLOG-BEFORE PIC X(80).
           01 WS-MLOG-AFTER PIC X(80).
           01 WS-BUD-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-BUD-SUB PIC 9(05) COMP.
           01 WS-INS-POS PIC 9(05) COMP.
           01 WS-SHIFT-SUB PIC 9(05) COMP.
           01 WS-BUD-TABLE.
               05 WS-BUD-ENTRY OCCURS 5000 TIMES.
                   10 WS-BUD-KEY.
                       15 WS-BUD-TBL-INSTALLATION PIC X(04).
                       15 WS-BUD-TBL-PERIOD PIC 9(06).
                   10 WS-BUD-TBL-AMOUNT PIC S9(9)V99
                       SIGN LEADING SEPARATE.
                   10 WS-BUD-TBL-LOADED-BY PIC X(08).
                   10 WS-BUD-TBL-LOADED-DATE PIC 9(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "operationsSignOn" USING WS-SIGNON-PROGRAM,
               WS-REQUIRED-LEVEL, WS-OPERATOR-ID, WS-USER-LEVEL,
               WS-SIGNON-OK-SWITCH.
           IF NOT WS-SIGNON-OK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT EXTRACT-FILE.
           IF WS-EXT-STATUS = "35"
               DISPLAY "No FINBUDGETFILE on file - nothing to load."
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-LOAD-BUDGET THRU 1000-EXIT.
      * A live file bigger than the working table would come back
      * from the rewrite missing its overflow rows - the run stops
      * before touching anything.
           IF WS-LOAD-OVERFLOW
               CLOSE EXTRACT-FILE
               DISPLAY "BUDGETFILE has more rows than the working "
                   "table holds - nothing loaded."
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           READ EXTRACT-FILE
               AT END SET WS-EXT-EOF TO TRUE
           END-READ.
           PERFORM 2000-APPLY-EXTRACT-ROW THRU 2000-EXIT
               UNTIL WS-EXT-EOF.
           CLOSE EXTRACT-FILE.
           CLOSE REJECT-FILE.
           IF WS-LOAD-OVERFLOW
               DISPLAY "The extract would take BUDGETFILE past the "
                   "working table - nothing loaded."
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-NEW-COUNT + WS-REPLACED-COUNT = ZERO
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               DISPLAY "No budget rows accepted - BUDGETFILE is "
                   "unchanged."
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
      * No budget change without a way back: the live file is
      * snapshotted first, and a failed snapshot stops the run.
           CALL "operationsMasterSnapshot" USING WS-SNAP-MASTER,
               WS-SNAPSHOT-OK-SWITCH.
           IF NOT WS-SNAPSHOT-OK
               DISPLAY "Snapshot failed - the budget cannot be "
                   "loaded safely; nothing was changed."
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 3000-WRITE-BUDGET THRU 3000-EXIT.
           PERFORM 8000-LOG-LOAD THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9950-SIGN-OFF THRU 9950-EXIT.
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * No BUDGETFILE yet is normal - the first load creates it.
       1000-LOAD-BUDGET.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUD-STATUS = "35"
               GO TO 1000-EXIT
           END-IF.
           READ BUDGET-FILE
               AT END SET WS-BUD-EOF TO TRUE
           END-READ.
           PERFORM 1100-LOAD-BUDGET-LINE THRU 1100-EXIT
               UNTIL WS-BUD-EOF.
           CLOSE BUDGET-FILE.
       1000-EXIT.
           EXIT.

       1100-LOAD-BUDGET-LINE.
           IF WS-BUD-COUNT NOT < 5000
               SET WS-LOAD-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-BUD-COUNT
               ADD 1 TO WS-ROWS-BEFORE
               MOVE BUD-INSTALLATION
                   TO WS-BUD-TBL-INSTALLATION(WS-BUD-COUNT)
               MOVE BUD-PERIOD TO WS-BUD-TBL-PERIOD(WS-BUD-COUNT)
               MOVE BUD-AMOUNT TO WS-BUD-TBL-AMOUNT(WS-BUD-COUNT)
               MOVE BUD-LOADED-BY TO WS-BUD-TBL-LOADED-BY(WS-BUD-COUNT)
               MOVE BUD-LOADED-DATE
                   TO WS-BUD-TBL-LOADED-DATE(WS-BUD-COUNT)
           END-IF.
           READ BUDGET-FILE
               AT END SET WS-BUD-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       2000-APPLY-EXTRACT-ROW.
           ADD 1 TO WS-READ-COUNT.
           PERFORM 2100-PARSE-AND-VALIDATE THRU 2100-EXIT.
           IF WS-ROW-VALID
               PERFORM 2500-POST-TO-TABLE THRU 2500-EXIT
           END-IF.
           READ EXTRACT-FILE
               AT END SET WS-EXT-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      * The same TEST-NUMVAL-then-NUMVAL discipline the NUMVAL
      * copybook applies to keyed entry. Quotes and the carriage
      * return a spreadsheet leaves on each line are blanked first.
      * A first row whose period is not a period at all is the
      * spreadsheet's column heading and is passed over, not refused.
       2100-PARSE-AND-VALIDATE.
           MOVE "N" TO WS-ROW-VALID-SWITCH.
           INSPECT EXTRACT-RECORD REPLACING ALL X"0D" BY SPACE.
           MOVE EXTRACT-RECORD TO WS-ROW-TEXT.
           INSPECT WS-ROW-TEXT REPLACING ALL QUOTE BY SPACE.
           IF WS-ROW-TEXT = SPACES
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO WS-INSTALL-TEXT.
           MOVE SPACES TO WS-PERIOD-TEXT.
           MOVE SPACES TO WS-AMOUNT-TEXT.
           MOVE SPACES TO WS-EXTRA-TEXT.
           UNSTRING WS-ROW-TEXT DELIMITED BY ","
               INTO WS-INSTALL-TEXT, WS-PERIOD-TEXT, WS-AMOUNT-TEXT,
                   WS-EXTRA-TEXT.
           PERFORM 2200-SQUEEZE-PERIOD THRU 2200-EXIT.
           IF WS-PERIOD-DIGITS IS NOT NUMERIC
               IF WS-READ-COUNT = 1
                   ADD 1 TO WS-HEADING-COUNT
                   GO TO 2100-EXIT
               END-IF
               MOVE "Period is not YYYYMM or YYYY-MM"
                   TO WS-REJECT-REASON
               PERFORM 2900-REJECT-ROW THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               OR WS-PERIOD-YEAR < 1601
               MOVE "Period is not a real month" TO WS-REJECT-REASON
               PERFORM 2900-REJECT-ROW THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF WS-INSTALL-TEXT = SPACES
               OR WS-INSTALL-TEXT(5:2) NOT = SPACES
               MOVE "Installation code missing or longer than 4"
                   TO WS-REJECT-REASON
               PERFORM 2900-REJECT-ROW THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF WS-EXTRA-TEXT NOT = SPACES
               MOVE "More than three columns on the row"
                   TO WS-REJECT-REASON
               PERFORM 2900-REJECT-ROW THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF WS-AMOUNT-TEXT = SPACES
               MOVE "Budget amount missing" TO WS-REJECT-REASON
               PERFORM 2900-REJECT-ROW THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE FUNCTION TEST-NUMVAL(WS-AMOUNT-TEXT) TO WS-NUM-CHECK.
           IF WS-NUM-CHECK NOT = 0
               MOVE "Budget amount is not a valid number"
                   TO WS-REJECT-REASON
               PERFORM 2900-REJECT-ROW THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE "Y" TO WS-ROW-VALID-SWITCH.
           COMPUTE WS-WORK-AMOUNT = FUNCTION NUMVAL(WS-AMOUNT-TEXT)
               ON SIZE ERROR
                   MOVE "N" TO WS-ROW-VALID-SWITCH
           END-COMPUTE.
           IF NOT WS-ROW-VALID
               MOVE "Budget amount does not fit the budget layout"
                   TO WS-REJECT-REASON
               PERFORM 2900-REJECT-ROW THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           CALL "operationsInstallLookup" USING WS-INSTALL-TEXT,
               WS-SITE-NAME, WS-SITE-STATUS.
           IF WS-SITE-STATUS = "N"
               MOVE "N" TO WS-ROW-VALID-SWITCH
               MOVE "Installation not on the installation master"
                   TO WS-REJECT-REASON
               PERFORM 2900-REJECT-ROW THRU 2900-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2200-SQUEEZE-PERIOD.
           MOVE SPACES TO WS-PERIOD-DIGITS.
           IF WS-PERIOD-TEXT(5:1) = "-"
               AND WS-PERIOD-TEXT(8:3) = SPACES
               MOVE WS-PERIOD-TEXT(1:4) TO WS-PERIOD-DIGITS(1:4)
               MOVE WS-PERIOD-TEXT(6:2) TO WS-PERIOD-DIGITS(5:2)
           ELSE
               IF WS-PERIOD-TEXT(7:4) = SPACES
                   MOVE WS-PERIOD-TEXT(1:6) TO WS-PERIOD-DIGITS
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

      * The table is held in installation/period order: the scan
      * either finds the row's key, or stops at the first larger
      * one, which is where a new month goes. A key listed twice in
      * the same extract is refused the second time - Finance sends
      * one figure per site per month, and two means a spreadsheet
      * error, not a correction.
       2500-POST-TO-TABLE.
           MOVE WS-INSTALL-TEXT(1:4) TO WS-ROW-INSTALLATION.
           MOVE WS-PERIOD-DIGITS TO WS-ROW-PERIOD.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-BUD-SUB.
           MOVE ZERO TO WS-INS-POS.
           PERFORM 2510-SCAN-BUDGET THRU 2510-EXIT
               UNTIL WS-FOUND OR WS-INS-POS > ZERO
                   OR WS-BUD-SUB NOT < WS-BUD-COUNT.
           IF WS-FOUND
               IF WS-BUD-TBL-LOADED-BY(WS-BUD-SUB) = "*THISRUN"
                   MOVE "Site and month listed twice in the extract"
                       TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-ROW THRU 2900-EXIT
                   GO TO 2500-EXIT
               END-IF
               ADD 1 TO WS-REPLACED-COUNT
               MOVE WS-BUD-SUB TO WS-INS-POS
               PERFORM 2600-FILL-ENTRY THRU 2600-EXIT
               GO TO 2500-EXIT
           END-IF.
           IF WS-BUD-COUNT NOT < 5000
               SET WS-LOAD-OVERFLOW TO TRUE
               GO TO 2500-EXIT
           END-IF.
           IF WS-INS-POS = ZERO
               COMPUTE WS-INS-POS = WS-BUD-COUNT + 1
           END-IF.
           MOVE WS-BUD-COUNT TO WS-SHIFT-SUB.
           PERFORM 2520-SHIFT-UP THRU 2520-EXIT
               UNTIL WS-SHIFT-SUB < WS-INS-POS.
           ADD 1 TO WS-BUD-COUNT.
           ADD 1 TO WS-NEW-COUNT.
           MOVE WS-ROW-KEY TO WS-BUD-KEY(WS-INS-POS).
           PERFORM 2600-FILL-ENTRY THRU 2600-EXIT.
       2500-EXIT.
           EXIT.

       2510-SCAN-BUDGET.
           ADD 1 TO WS-BUD-SUB.
           IF WS-BUD-KEY(WS-BUD-SUB) = WS-ROW-KEY
               SET WS-FOUND TO TRUE
           ELSE
               IF WS-BUD-KEY(WS-BUD-SUB) > WS-ROW-KEY
                   MOVE WS-BUD-SUB TO WS-INS-POS
               END-IF
           END-IF.
       2510-EXIT.
           EXIT.

       2520-SHIFT-UP.
           MOVE WS-BUD-ENTRY(WS-SHIFT-SUB)
               TO WS-BUD-ENTRY(WS-SHIFT-SUB + 1).
           SUBTRACT 1 FROM WS-SHIFT-SUB.
       2520-EXIT.
           EXIT.

      * Rows touched by this run are marked "*THISRUN" until the
      * file is written, so a repeat within the extract can be told
      * from a month loaded on an earlier day.
       2600-FILL-ENTRY.
           MOVE WS-WORK-AMOUNT TO WS-BUD-TBL-AMOUNT(WS-INS-POS).
           MOVE "*THISRUN" TO WS-BUD-TBL-LOADED-BY(WS-INS-POS).
           MOVE WS-TODAY TO WS-BUD-TBL-LOADED-DATE(WS-INS-POS).
       2600-EXIT.
           EXIT.

       2900-REJECT-ROW.
           MOVE "N" TO WS-ROW-VALID-SWITCH.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO REJECT-RECORD.
           MOVE WS-REJECT-REASON TO BUDREJ-REASON.
           MOVE EXTRACT-RECORD TO BUDREJ-RAW-ROW.
           WRITE REJECT-RECORD.
       2900-EXIT.
           EXIT.

       3000-WRITE-BUDGET.
           OPEN OUTPUT BUDGET-FILE.
           MOVE ZERO TO WS-BUD-SUB.
           PERFORM 3100-WRITE-BUDGET-LINE THRU 3100-EXIT
               UNTIL WS-BUD-SUB NOT < WS-BUD-COUNT.
           CLOSE BUDGET-FILE.
       3000-EXIT.
           EXIT.

       3100-WRITE-BUDGET-LINE.
           ADD 1 TO WS-BUD-SUB.
           MOVE WS-BUD-TBL-INSTALLATION(WS-BUD-SUB)
               TO BUD-INSTALLATION.
           MOVE WS-BUD-TBL-PERIOD(WS-BUD-SUB) TO BUD-PERIOD.
           MOVE WS-BUD-TBL-AMOUNT(WS-BUD-SUB) TO BUD-AMOUNT.
           IF WS-BUD-TBL-LOADED-BY(WS-BUD-SUB) = "*THISRUN"
               MOVE WS-OPERATOR-ID TO BUD-LOADED-BY
           ELSE
               MOVE WS-BUD-TBL-LOADED-BY(WS-BUD-SUB) TO BUD-LOADED-BY
           END-IF.
           MOVE WS-BUD-TBL-LOADED-DATE(WS-BUD-SUB) TO BUD-LOADED-DATE.
           WRITE BUDGET-RECORD.
       3100-EXIT.
           EXIT.

       8000-LOG-LOAD.
           MOVE "LOAD" TO WS-MLOG-ACTION.
           MOVE "BUDGETFILE" TO WS-MLOG-KEY.
           MOVE SPACES TO WS-MLOG-BEFORE.
           MOVE WS-ROWS-BEFORE TO WS-COUNT-EDIT.
           STRING WS-COUNT-EDIT DELIMITED BY SIZE
               " ROWS ON FILE BEFORE THE LOAD" DELIMITED BY SIZE
               INTO WS-MLOG-BEFORE.
           MOVE SPACES TO WS-MLOG-AFTER.
           MOVE WS-NEW-COUNT TO WS-COUNT-EDIT.
           STRING "NEW" WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-MLOG-AFTER.
           MOVE WS-REPLACED-COUNT TO WS-COUNT-EDIT.
           STRING " REPLACED" WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-MLOG-AFTER(13:18).
           MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT.
           STRING " REJECTED" WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-MLOG-AFTER(31:18).
           CALL "operationsMaintLog" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID, WS-MLOG-ACTION, WS-MLOG-KEY,
               WS-MLOG-BEFORE, WS-MLOG-AFTER.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE WS-READ-COUNT TO WS-COUNT-EDIT.
           DISPLAY "EXTRACT ROWS READ:      " WS-COUNT-EDIT.
           IF WS-HEADING-COUNT > ZERO
               DISPLAY "  (first row taken as the column heading)"
           END-IF.
           MOVE WS-NEW-COUNT TO WS-COUNT-EDIT.
           DISPLAY "NEW MONTHS LOADED:      " WS-COUNT-EDIT.
           MOVE WS-REPLACED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "MONTHS REPLACED:        " WS-COUNT-EDIT.
           MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT.
           DISPLAY "ROWS REJECTED:          " WS-COUNT-EDIT.
           IF WS-REJECT-COUNT > ZERO
               DISPLAY "Rejected rows and reasons are on BUDREJECTFILE."
           END-IF.
       9000-EXIT.
           EXIT.

      * Closes the session the shared sign-on module opened - run on
      * every exit that follows a successful sign-on, so an open
      * session on the log keeps meaning an abend.
       9950-SIGN-OFF.
           CALL "operationsSignOff" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID.
       9950-EXIT.
           EXIT.

       END PROGRAM operationsBudgetLoad.
