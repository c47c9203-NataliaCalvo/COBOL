      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Supervisor maintenance of single days on the
      *           business-day calendar - add a row for a date that
      *           has none, or change the day type (W working, H
      *           holiday, E weekend) or description of one that has.
      *           Days are keyed at the console one after another
      *           until a blank date. A date already closed on
      *           CLOSEDPERFILE is refused: the reconciliation signed
      *           off for it was run against the calendar as it
      *           stood, and a supervisor has to reopen the date
      *           first. Same discipline as the masters: the live
      *           file is snapshotted before anything is changed,
      *           every change lands on the maintenance change log
      *           with before and after images, and refusals go to
      *           the exception file. The file is rewritten in date
      *           order. Whole years are generated with
      *           operationsCalendarBuild.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsCalendarMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDARFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  EXCEPTION-FILE.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
      * Program name handed to the shared sign-on module - kept in
      * working storage (truncated to the X(20) the module declares)
      * because a literal is not a valid BY REFERENCE argument.
           01 WS-SIGNON-PROGRAM PIC X(20) VALUE
               "operationsCalendarMa".
           01 WS-REQUIRED-LEVEL PIC X(01) VALUE "S".
           01 WS-OPERATOR-ID PIC X(08).
           01 WS-USER-LEVEL PIC X(01).
           01 WS-SIGNON-OK-SWITCH PIC X(01).
               88 WS-SIGNON-OK VALUE "Y".
           01 WS-CAL-STATUS PIC X(02) VALUE "00".
           01 WS-CAL-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-CAL-EOF VALUE "Y".
           01 WS-LOAD-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 WS-LOAD-OVERFLOW VALUE "Y".
           01 WS-DONE-SWITCH PIC X(01) VALUE "N".
               88 WS-DONE VALUE "Y".
           01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
               88 WS-FOUND VALUE "Y".
           01 WS-PAST-SWITCH PIC X(01) VALUE "N".
               88 WS-PAST-DATE VALUE "Y".
           01 WS-CLOSED-SWITCH PIC X(01).
               88 WS-DATE-CLOSED VALUE "Y".
           01 WS-DATE-OK-SWITCH PIC X(01).
               88 WS-DATE-OK VALUE "Y".
           01 WS-DATE-TEXT PIC X(08).
           01 WS-CHECK-DATE PIC 9(08).
           01 WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
               05 WS-CHECK-YYYY PIC 9(04).
               05 WS-CHECK-MM PIC 9(02).
               05 WS-CHECK-DD PIC 9(02).
           01 WS-ROUND-TRIP-DATE PIC 9(08).
           01 WS-NEW-DAY-TYPE PIC X(01).
               88 WS-NEW-TYPE-VALID VALUE "W" "H" "E".
           01 WS-NEW-DESCRIPTION PIC X(30).
      * Day-of-week, 0 through 6 - MOD 7 of one less than the day
      * number gives 0 for Monday, as in operationsBusinessDayCheck.
           01 WS-WEEKDAY PIC 9(01).
           01 WS-DAY-NAME-VALUES.
               05 FILLER PIC X(09) VALUE "MONDAY".
               05 FILLER PIC X(09) VALUE "TUESDAY".
               05 FILLER PIC X(09) VALUE "WEDNESDAY".
               05 FILLER PIC X(09) VALUE "THURSDAY".
               05 FILLER PIC X(09) VALUE "FRIDAY".
               05 FILLER PIC X(09) VALUE "SATURDAY".
               05 FILLER PIC X(09) VALUE "SUNDAY".
           01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
               05 WS-DAY-NAME PIC X(09) OCCURS 7 TIMES.
           01 WS-EXCEPT-MESSAGE PIC X(50).
           01 WS-EXCEPT-BAD-ENTRY PIC X(12).
           01 WS-SNAP-MASTER PIC X(12) VALUE "CALENDARFILE".
           01 WS-SNAPSHOT-OK-SWITCH PIC X(01).
               88 WS-SNAPSHOT-OK VALUE "Y".
           01 WS-MLOG-ACTION PIC X(10).
           01 WS-MLOG-KEY PIC X(20).
           01 WS-MLOG-BEFORE PIC X(80).
           01 WS-MLOG-AFTER PIC X(80).
           01 WS-CALENDAR-IMAGE.
               05 WS-IMG-DATE PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-IMG-DAY-TYPE PIC X(01).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-IMG-DESCRIPTION PIC X(30).
           01 WS-ADD-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-CHANGE-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-REFUSED-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-CAL-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-CAL-SUB PIC 9(05) COMP.
           01 WS-MOVE-SUB PIC 9(05) COMP.
           01 WS-CAL-TABLE.
               05 WS-CAL-ENTRY OCCURS 4000 TIMES.
                   10 WS-CAL-TBL-DATE PIC 9(08).
                   10 WS-CAL-TBL-DAY-TYPE PIC X(01).
                   10 WS-CAL-TBL-DESCRIPTION PIC X(30).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "operationsSignOn" USING WS-SIGNON-PROGRAM,
               WS-REQUIRED-LEVEL, WS-OPERATOR-ID, WS-USER-LEVEL,
               WS-SIGNON-OK-SWITCH.
           IF NOT WS-SIGNON-OK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT.
      * A live file bigger than the working table would come back
      * from the rewrite missing its overflow rows - the run stops
      * before touching anything.
           IF WS-LOAD-OVERFLOW
               DISPLAY "CALENDARFILE has more rows than the working "
                   "table holds - maintenance cannot run safely; "
                   "nothing was changed."
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               GOBACK
           END-IF.
      * No maintenance without a way back: the live file is
      * snapshotted before a single day is changed, and a failed
      * snapshot stops the run.
           CALL "operationsMasterSnapshot" USING WS-SNAP-MASTER,
               WS-SNAPSHOT-OK-SWITCH.
           IF NOT WS-SNAPSHOT-OK
               DISPLAY "Snapshot failed - maintenance cannot run "
                   "safely; nothing was changed."
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               GOBACK
           END-IF.
           PERFORM 2000-MAINTAIN-ONE-DAY THRU 2000-EXIT
               UNTIL WS-DONE.
           IF WS-ADD-COUNT > ZERO OR WS-CHANGE-COUNT > ZERO
               PERFORM 8000-REWRITE-CALENDAR THRU 8000-EXIT
           END-IF.
           DISPLAY "CALENDAR MAINTENANCE COMPLETE".
           DISPLAY "  ADDED:   " WS-ADD-COUNT.
           DISPLAY "  CHANGED: " WS-CHANGE-COUNT.
           DISPLAY "  REFUSED: " WS-REFUSED-COUNT.
           PERFORM 9950-SIGN-OFF THRU 9950-EXIT.
           GOBACK.

      * No CALENDARFILE yet is allowed - the first add creates it.
       1000-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CAL-STATUS = "35"
               GO TO 1000-EXIT
           END-IF.
           READ CALENDAR-FILE
               AT END SET WS-CAL-EOF TO TRUE
           END-READ.
           PERFORM 1100-LOAD-CALENDAR-LINE THRU 1100-EXIT
               UNTIL WS-CAL-EOF.
           CLOSE CALENDAR-FILE.
       1000-EXIT.
           EXIT.

       1100-LOAD-CALENDAR-LINE.
           IF WS-CAL-COUNT NOT < 4000
               SET WS-LOAD-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-CAL-COUNT
               MOVE CAL-DATE TO WS-CAL-TBL-DATE(WS-CAL-COUNT)
               MOVE CAL-DAY-TYPE TO WS-CAL-TBL-DAY-TYPE(WS-CAL-COUNT)
               MOVE CAL-DESCRIPTION
                   TO WS-CAL-TBL-DESCRIPTION(WS-CAL-COUNT)
           END-IF.
           READ CALENDAR-FILE
               AT END SET WS-CAL-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       2000-MAINTAIN-ONE-DAY.
           DISPLAY "Date to add or change (YYYYMMDD, blank to "
               "finish):".
           MOVE SPACES TO WS-DATE-TEXT.
           ACCEPT WS-DATE-TEXT.
           IF WS-DATE-TEXT = SPACES
               SET WS-DONE TO TRUE
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-DATE-TEXT TO WS-EXCEPT-BAD-ENTRY.
           IF WS-DATE-TEXT IS NOT NUMERIC
               MOVE "Calendar date is not numeric" TO
                   WS-EXCEPT-MESSAGE
               PERFORM 2900-REFUSE-DAY THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-DATE-TEXT TO WS-CHECK-DATE.
           PERFORM 2100-CHECK-DATE THRU 2100-EXIT.
           IF NOT WS-DATE-OK
               MOVE "Calendar date is not a real date" TO
                   WS-EXCEPT-MESSAGE
               PERFORM 2900-REFUSE-DAY THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           CALL "operationsClosedPeriodCheck" USING WS-CHECK-DATE,
               WS-CLOSED-SWITCH.
           IF WS-DATE-CLOSED
               MOVE "Calendar change refused - date is closed" TO
                   WS-EXCEPT-MESSAGE
               PERFORM 2900-REFUSE-DAY THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2200-FIND-DAY THRU 2200-EXIT.
           IF WS-FOUND
               DISPLAY "On file: " WS-CAL-TBL-DAY-TYPE(WS-CAL-SUB) " "
                   WS-CAL-TBL-DESCRIPTION(WS-CAL-SUB)
           ELSE
               DISPLAY "No row on file for this date."
           END-IF.
           DISPLAY "Day type (W working, H holiday, E weekend):".
           MOVE SPACE TO WS-NEW-DAY-TYPE.
           ACCEPT WS-NEW-DAY-TYPE.
           IF NOT WS-NEW-TYPE-VALID
               MOVE "Calendar day type must be W, H or E" TO
                   WS-EXCEPT-MESSAGE
               PERFORM 2900-REFUSE-DAY THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           DISPLAY "Description (blank = keep / day name):".
           MOVE SPACES TO WS-NEW-DESCRIPTION.
           ACCEPT WS-NEW-DESCRIPTION.
           IF WS-FOUND
               PERFORM 2400-CHANGE-DAY THRU 2400-EXIT
           ELSE
               PERFORM 2300-ADD-DAY THRU 2300-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      * A date is real when it survives the trip to a day number and
      * back unchanged - 20260230 does not.
       2100-CHECK-DATE.
           MOVE "N" TO WS-DATE-OK-SWITCH.
           IF WS-CHECK-YYYY < 1601
               OR WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
               OR WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
               GO TO 2100-EXIT
           END-IF.
           COMPUTE WS-ROUND-TRIP-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)).
           IF WS-ROUND-TRIP-DATE = WS-CHECK-DATE
               SET WS-DATE-OK TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

      * Leaves WS-CAL-SUB on the date's row when there is one, or on
      * the first row dated after it (one past the end when none is),
      * which is where an add goes.
       2200-FIND-DAY.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE "N" TO WS-PAST-SWITCH.
           MOVE 1 TO WS-CAL-SUB.
           PERFORM 2210-SCAN-DAY THRU 2210-EXIT
               UNTIL WS-FOUND OR WS-PAST-DATE.
       2200-EXIT.
           EXIT.

       2210-SCAN-DAY.
           IF WS-CAL-SUB > WS-CAL-COUNT
               SET WS-PAST-DATE TO TRUE
               GO TO 2210-EXIT
           END-IF.
           IF WS-CAL-TBL-DATE(WS-CAL-SUB) = WS-CHECK-DATE
               SET WS-FOUND TO TRUE
               GO TO 2210-EXIT
           END-IF.
           IF WS-CAL-TBL-DATE(WS-CAL-SUB) > WS-CHECK-DATE
               SET WS-PAST-DATE TO TRUE
               GO TO 2210-EXIT
           END-IF.
           ADD 1 TO WS-CAL-SUB.
       2210-EXIT.
           EXIT.

       2300-ADD-DAY.
           IF WS-CAL-COUNT NOT < 4000
               MOVE "Calendar add refused - CALENDARFILE is full" TO
                   WS-EXCEPT-MESSAGE
               PERFORM 2900-REFUSE-DAY THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-CAL-COUNT TO WS-MOVE-SUB.
           PERFORM 2310-SHIFT-ROW-UP THRU 2310-EXIT
               UNTIL WS-MOVE-SUB < WS-CAL-SUB.
           ADD 1 TO WS-CAL-COUNT.
           IF WS-NEW-DESCRIPTION = SPACES
               COMPUTE WS-WEEKDAY = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE) - 1 7)
               MOVE WS-DAY-NAME(WS-WEEKDAY + 1) TO WS-NEW-DESCRIPTION
           END-IF.
           MOVE WS-CHECK-DATE TO WS-CAL-TBL-DATE(WS-CAL-SUB).
           MOVE WS-NEW-DAY-TYPE TO WS-CAL-TBL-DAY-TYPE(WS-CAL-SUB).
           MOVE WS-NEW-DESCRIPTION
               TO WS-CAL-TBL-DESCRIPTION(WS-CAL-SUB).
           ADD 1 TO WS-ADD-COUNT.
           MOVE "ADD" TO WS-MLOG-ACTION.
           MOVE SPACES TO WS-MLOG-BEFORE.
           PERFORM 2500-FILL-IMAGE THRU 2500-EXIT.
           MOVE WS-CALENDAR-IMAGE TO WS-MLOG-AFTER.
           PERFORM 2600-WRITE-MAINT-LOG THRU 2600-EXIT.
           DISPLAY "Date " WS-CHECK-DATE " added as "
               WS-NEW-DAY-TYPE ".".
       2300-EXIT.
           EXIT.

       2310-SHIFT-ROW-UP.
           MOVE WS-CAL-ENTRY(WS-MOVE-SUB)
               TO WS-CAL-ENTRY(WS-MOVE-SUB + 1).
           SUBTRACT 1 FROM WS-MOVE-SUB.
       2310-EXIT.
           EXIT.

       2400-CHANGE-DAY.
           IF WS-NEW-DESCRIPTION = SPACES
               MOVE WS-CAL-TBL-DESCRIPTION(WS-CAL-SUB)
                   TO WS-NEW-DESCRIPTION
           END-IF.
           IF WS-NEW-DAY-TYPE = WS-CAL-TBL-DAY-TYPE(WS-CAL-SUB)
               AND WS-NEW-DESCRIPTION
                   = WS-CAL-TBL-DESCRIPTION(WS-CAL-SUB)
               DISPLAY "No change for " WS-CHECK-DATE "."
               GO TO 2400-EXIT
           END-IF.
           PERFORM 2500-FILL-IMAGE THRU 2500-EXIT.
           MOVE WS-CALENDAR-IMAGE TO WS-MLOG-BEFORE.
           MOVE WS-NEW-DAY-TYPE TO WS-CAL-TBL-DAY-TYPE(WS-CAL-SUB).
           MOVE WS-NEW-DESCRIPTION
               TO WS-CAL-TBL-DESCRIPTION(WS-CAL-SUB).
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE "CHANGE" TO WS-MLOG-ACTION.
           PERFORM 2500-FILL-IMAGE THRU 2500-EXIT.
           MOVE WS-CALENDAR-IMAGE TO WS-MLOG-AFTER.
           PERFORM 2600-WRITE-MAINT-LOG THRU 2600-EXIT.
           DISPLAY "Date " WS-CHECK-DATE " changed to "
               WS-NEW-DAY-TYPE ".".
       2400-EXIT.
           EXIT.

       2500-FILL-IMAGE.
           MOVE WS-CAL-TBL-DATE(WS-CAL-SUB) TO WS-IMG-DATE.
           MOVE WS-CAL-TBL-DAY-TYPE(WS-CAL-SUB) TO WS-IMG-DAY-TYPE.
           MOVE WS-CAL-TBL-DESCRIPTION(WS-CAL-SUB)
               TO WS-IMG-DESCRIPTION.
       2500-EXIT.
           EXIT.

       2600-WRITE-MAINT-LOG.
           MOVE WS-CHECK-DATE TO WS-MLOG-KEY.
           CALL "operationsMaintLog" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID, WS-MLOG-ACTION, WS-MLOG-KEY,
               WS-MLOG-BEFORE, WS-MLOG-AFTER.
       2600-EXIT.
           EXIT.

       2900-REFUSE-DAY.
           ADD 1 TO WS-REFUSED-COUNT.
           DISPLAY WS-EXCEPT-MESSAGE.
           OPEN EXTEND EXCEPTION-FILE.
           ACCEPT EXC-DATE FROM DATE YYYYMMDD.
           ACCEPT EXC-TIME FROM TIME.
           MOVE "operationsCalendarMaint" TO EXC-PROGRAM.
           MOVE WS-EXCEPT-MESSAGE TO EXC-MESSAGE.
           MOVE ZERO TO EXC-NUM1.
           MOVE ZERO TO EXC-NUM2.
           MOVE WS-EXCEPT-BAD-ENTRY TO EXC-BAD-ENTRY.
           MOVE ZERO TO EXC-ID.
           WRITE EXCEPTION-RECORD.
           CLOSE EXCEPTION-FILE.
       2900-EXIT.
           EXIT.

       8000-REWRITE-CALENDAR.
           OPEN OUTPUT CALENDAR-FILE.
           MOVE ZERO TO WS-CAL-SUB.
           PERFORM 8100-WRITE-CALENDAR-LINE THRU 8100-EXIT
               UNTIL WS-CAL-SUB NOT < WS-CAL-COUNT.
           CLOSE CALENDAR-FILE.
       8000-EXIT.
           EXIT.

       8100-WRITE-CALENDAR-LINE.
           ADD 1 TO WS-CAL-SUB.
           MOVE WS-CAL-TBL-DATE(WS-CAL-SUB) TO CAL-DATE.
           MOVE WS-CAL-TBL-DAY-TYPE(WS-CAL-SUB) TO CAL-DAY-TYPE.
           MOVE WS-CAL-TBL-DESCRIPTION(WS-CAL-SUB) TO CAL-DESCRIPTION.
           WRITE CALENDAR-RECORD.
       8100-EXIT.
           EXIT.

      * Closes the session the shared sign-on module opened - run on
      * every exit that follows a successful sign-on, so an open
      * session on the log keeps meaning an abend.
       9950-SIGN-OFF.
           CALL "operationsSignOff" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID.
       9950-EXIT.
           EXIT.

       END PROGRAM operationsCalendarMaint.
