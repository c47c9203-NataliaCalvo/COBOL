      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Generates one year of the business-day calendar
      *           that operationsBusinessDayCheck reads, so nobody
      *           types out 365 rows by hand and a missed holiday no
      *           longer means a close runs on a bank holiday. Every
      *           date of the year gets a row: Saturdays and Sundays
      *           "E", other days "W", and the dates on the holiday
      *           list (HOLIDAYFILE - date and description) "H",
      *           whatever weekday they fall on. Rows for other years
      *           are carried over untouched; a year that already has
      *           rows is only regenerated once the supervisor says
      *           so. A date already closed on CLOSEDPERFILE keeps
      *           the row it has (or the weekday-rule row it was
      *           closed under) - the calendar a reconciliation was
      *           signed off against does not change underneath it -
      *           and a holiday listed for such a date is refused to
      *           the exception file. Same discipline as the masters:
      *           a supervisor signs on, the live file is snapshotted
      *           first, and the generation is recorded on the
      *           maintenance change log. Single days are maintained
      *           afterwards with operationsCalendarMaint.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsCalendarBuild.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDARFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
           COPY HOLIDAYREC.

       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  EXCEPTION-FILE.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
      * Program name handed to the shared sign-on module - kept in
      * working storage (truncated to the X(20) the module declares)
      * because a literal is not a valid BY REFERENCE argument.
           01 WS-SIGNON-PROGRAM PIC X(20) VALUE
               "operationsCalendarBu".
           01 WS-REQUIRED-LEVEL PIC X(01) VALUE "S".
           01 WS-OPERATOR-ID PIC X(08).
           01 WS-USER-LEVEL PIC X(01).
           01 WS-SIGNON-OK-SWITCH PIC X(01).
               88 WS-SIGNON-OK VALUE "Y".
           01 WS-HOL-STATUS PIC X(02) VALUE "00".
           01 WS-CAL-STATUS PIC X(02) VALUE "00".
           01 WS-HOL-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-HOL-EOF VALUE "Y".
           01 WS-CAL-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-CAL-EOF VALUE "Y".
           01 WS-LOAD-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 WS-LOAD-OVERFLOW VALUE "Y".
           01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
               88 WS-FOUND VALUE "Y".
           01 WS-CLOSED-SWITCH PIC X(01).
               88 WS-DATE-CLOSED VALUE "Y".
           01 WS-DATE-OK-SWITCH PIC X(01).
               88 WS-DATE-OK VALUE "Y".
           01 WS-CONFIRM PIC X(01).
           01 WS-YEAR-TEXT PIC X(04).
           01 WS-YEAR PIC 9(04).
           01 WS-YEAR-START PIC 9(08).
           01 WS-YEAR-END PIC 9(08).
           01 WS-DAY-NUMBER PIC 9(07) COMP.
           01 WS-LAST-DAY-NUMBER PIC 9(07) COMP.
           01 WS-GEN-DATE PIC 9(08).
           01 WS-CHECK-DATE PIC 9(08).
           01 WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
               05 WS-CHECK-YYYY PIC 9(04).
               05 WS-CHECK-MM PIC 9(02).
               05 WS-CHECK-DD PIC 9(02).
           01 WS-ROUND-TRIP-DATE PIC 9(08).
      * Day-of-week, 0 through 6 - INTEGER-OF-DATE day 1
      * (1601-01-01) was a Monday, so MOD 7 of one less gives 0 for
      * Monday and 5/6 for the weekend, as in
      * operationsBusinessDayCheck.
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
           01 WS-COUNT-EDIT PIC ZZZ9.
           01 WS-YEAR-ROWS-BEFORE PIC 9(05) COMP VALUE ZERO.
           01 WS-WORKING-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-WEEKEND-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-HOLIDAY-DAYS PIC 9(05) COMP VALUE ZERO.
           01 WS-KEPT-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-HOL-REJECT-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-HOL-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-HOL-SUB PIC 9(03) COMP.
           01 WS-HOL-TABLE.
               05 WS-HOL-ENTRY OCCURS 100 TIMES.
                   10 WS-HOL-TBL-DATE PIC 9(08).
                   10 WS-HOL-TBL-DESCRIPTION PIC X(30).
           01 WS-CAL-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-CAL-SUB PIC 9(05) COMP.
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
           DISPLAY "Year to generate (YYYY):".
           ACCEPT WS-YEAR-TEXT.
           IF WS-YEAR-TEXT IS NOT NUMERIC
               OR WS-YEAR-TEXT < "1601"
               DISPLAY "Year must be four digits - nothing generated."
               MOVE 4 TO RETURN-CODE
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               GOBACK
           END-IF.
           MOVE WS-YEAR-TEXT TO WS-YEAR.
           COMPUTE WS-YEAR-START = WS-YEAR * 10000 + 0101.
           COMPUTE WS-YEAR-END = WS-YEAR * 10000 + 1231.
           PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT.
      * A live file bigger than the working table would come back
      * from the rewrite missing its overflow rows - the run stops
      * before touching anything.
           IF WS-LOAD-OVERFLOW
               DISPLAY "CALENDARFILE has more rows than the working "
                   "table holds - nothing generated."
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               GOBACK
           END-IF.
           IF WS-YEAR-ROWS-BEFORE > ZERO
               MOVE WS-YEAR-ROWS-BEFORE TO WS-COUNT-EDIT
               DISPLAY "Year " WS-YEAR " already has " WS-COUNT-EDIT
                   " calendar rows - regenerate it? (Y/N):"
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                   DISPLAY "Nothing generated."
                   MOVE 4 TO RETURN-CODE
                   PERFORM 9950-SIGN-OFF THRU 9950-EXIT
                   GOBACK
               END-IF
           END-IF.
      * No calendar change without a way back: the live file is
      * snapshotted first, and a failed snapshot stops the run.
           CALL "operationsMasterSnapshot" USING WS-SNAP-MASTER,
               WS-SNAPSHOT-OK-SWITCH.
           IF NOT WS-SNAPSHOT-OK
               DISPLAY "Snapshot failed - the calendar cannot be "
                   "generated safely; nothing was changed."
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               GOBACK
           END-IF.
           PERFORM 2000-LOAD-HOLIDAYS THRU 2000-EXIT.
           PERFORM 3000-WRITE-CALENDAR THRU 3000-EXIT.
           PERFORM 8000-LOG-GENERATION THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9950-SIGN-OFF THRU 9950-EXIT.
           GOBACK.

      * No CALENDARFILE yet is normal - this run creates it.
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
               IF CAL-DATE NOT < WS-YEAR-START
                   AND CAL-DATE NOT > WS-YEAR-END
                   ADD 1 TO WS-YEAR-ROWS-BEFORE
               END-IF
           END-IF.
           READ CALENDAR-FILE
               AT END SET WS-CAL-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      * Only the year's lines are kept. A line whose date is not a
      * real date, or that repeats a date already listed, goes to
      * the exception file - a mistyped holiday would otherwise
      * quietly leave the real one a working day. No holiday list
      * means a year of weekdays and weekends only.
       2000-LOAD-HOLIDAYS.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOL-STATUS = "35"
               DISPLAY "No holiday list on file - no holidays marked."
               GO TO 2000-EXIT
           END-IF.
           READ HOLIDAY-FILE
               AT END SET WS-HOL-EOF TO TRUE
           END-READ.
           PERFORM 2100-LOAD-HOLIDAY-LINE THRU 2100-EXIT
               UNTIL WS-HOL-EOF.
           CLOSE HOLIDAY-FILE.
       2000-EXIT.
           EXIT.

       2100-LOAD-HOLIDAY-LINE.
           MOVE HOL-DATE TO WS-EXCEPT-BAD-ENTRY.
           IF HOL-DATE IS NOT NUMERIC
               MOVE "Holiday list date is not numeric" TO
                   WS-EXCEPT-MESSAGE
               PERFORM 2900-REJECT-HOLIDAY THRU 2900-EXIT
               GO TO 2100-NEXT
           END-IF.
           IF HOL-DATE-NUM < WS-YEAR-START
               OR HOL-DATE-NUM > WS-YEAR-END
               GO TO 2100-NEXT
           END-IF.
           MOVE HOL-DATE-NUM TO WS-CHECK-DATE.
           PERFORM 2200-CHECK-DATE THRU 2200-EXIT.
           IF NOT WS-DATE-OK
               MOVE "Holiday list date is not a real date" TO
                   WS-EXCEPT-MESSAGE
               PERFORM 2900-REJECT-HOLIDAY THRU 2900-EXIT
               GO TO 2100-NEXT
           END-IF.
           MOVE HOL-DATE-NUM TO WS-GEN-DATE.
           PERFORM 2300-FIND-HOLIDAY THRU 2300-EXIT.
           IF WS-FOUND
               MOVE "Holiday date listed twice - second line ignored"
                   TO WS-EXCEPT-MESSAGE
               PERFORM 2900-REJECT-HOLIDAY THRU 2900-EXIT
               GO TO 2100-NEXT
           END-IF.
           IF WS-HOL-COUNT NOT < 100
               MOVE "Holiday list over 100 dates for the year" TO
                   WS-EXCEPT-MESSAGE
               PERFORM 2900-REJECT-HOLIDAY THRU 2900-EXIT
               GO TO 2100-NEXT
           END-IF.
           ADD 1 TO WS-HOL-COUNT.
           MOVE HOL-DATE-NUM TO WS-HOL-TBL-DATE(WS-HOL-COUNT).
           MOVE HOL-DESCRIPTION TO WS-HOL-TBL-DESCRIPTION(WS-HOL-COUNT).
           IF HOL-DESCRIPTION = SPACES
               MOVE "HOLIDAY" TO WS-HOL-TBL-DESCRIPTION(WS-HOL-COUNT)
           END-IF.
       2100-NEXT.
           READ HOLIDAY-FILE
               AT END SET WS-HOL-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      * A date is real when it survives the trip to a day number and
      * back unchanged - 20260230 does not.
       2200-CHECK-DATE.
           MOVE "N" TO WS-DATE-OK-SWITCH.
           IF WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
               OR WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
               GO TO 2200-EXIT
           END-IF.
           COMPUTE WS-ROUND-TRIP-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)).
           IF WS-ROUND-TRIP-DATE = WS-CHECK-DATE
               SET WS-DATE-OK TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.

      * Looks up WS-GEN-DATE on the holiday list; the entry found is
      * left in WS-HOL-SUB.
       2300-FIND-HOLIDAY.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-HOL-SUB.
           PERFORM 2310-SCAN-HOLIDAY THRU 2310-EXIT
               UNTIL WS-FOUND OR WS-HOL-SUB NOT < WS-HOL-COUNT.
       2300-EXIT.
           EXIT.

       2310-SCAN-HOLIDAY.
           ADD 1 TO WS-HOL-SUB.
           IF WS-HOL-TBL-DATE(WS-HOL-SUB) = WS-GEN-DATE
               SET WS-FOUND TO TRUE
           END-IF.
       2310-EXIT.
           EXIT.

       2900-REJECT-HOLIDAY.
           ADD 1 TO WS-HOL-REJECT-COUNT.
           PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT.
       2900-EXIT.
           EXIT.

       2950-WRITE-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE.
           ACCEPT EXC-DATE FROM DATE YYYYMMDD.
           ACCEPT EXC-TIME FROM TIME.
           MOVE "operationsCalendarBuild" TO EXC-PROGRAM.
           MOVE WS-EXCEPT-MESSAGE TO EXC-MESSAGE.
           MOVE ZERO TO EXC-NUM1.
           MOVE ZERO TO EXC-NUM2.
           MOVE WS-EXCEPT-BAD-ENTRY TO EXC-BAD-ENTRY.
           MOVE ZERO TO EXC-ID.
           WRITE EXCEPTION-RECORD.
           CLOSE EXCEPTION-FILE.
       2950-EXIT.
           EXIT.

      * The file goes back in date order around the year: earlier
      * years' rows, the generated year, later years' rows.
       3000-WRITE-CALENDAR.
           OPEN OUTPUT CALENDAR-FILE.
           MOVE ZERO TO WS-CAL-SUB.
           PERFORM 3100-WRITE-EARLIER-ROW THRU 3100-EXIT
               UNTIL WS-CAL-SUB NOT < WS-CAL-COUNT.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-YEAR-START).
           COMPUTE WS-LAST-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-YEAR-END).
           PERFORM 3200-GENERATE-ONE-DAY THRU 3200-EXIT
               UNTIL WS-DAY-NUMBER > WS-LAST-DAY-NUMBER.
           MOVE ZERO TO WS-CAL-SUB.
           PERFORM 3300-WRITE-LATER-ROW THRU 3300-EXIT
               UNTIL WS-CAL-SUB NOT < WS-CAL-COUNT.
           CLOSE CALENDAR-FILE.
       3000-EXIT.
           EXIT.

       3100-WRITE-EARLIER-ROW.
           ADD 1 TO WS-CAL-SUB.
           IF WS-CAL-TBL-DATE(WS-CAL-SUB) < WS-YEAR-START
               PERFORM 3900-WRITE-TABLE-ROW THRU 3900-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

       3200-GENERATE-ONE-DAY.
           COMPUTE WS-GEN-DATE = FUNCTION DATE-OF-INTEGER(
               WS-DAY-NUMBER).
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-NUMBER - 1 7).
           ADD 1 TO WS-DAY-NUMBER.
           PERFORM 2300-FIND-HOLIDAY THRU 2300-EXIT.
           CALL "operationsClosedPeriodCheck" USING WS-GEN-DATE,
               WS-CLOSED-SWITCH.
           IF WS-DATE-CLOSED
               PERFORM 3400-KEEP-CLOSED-DAY THRU 3400-EXIT
               GO TO 3200-EXIT
           END-IF.
           MOVE WS-GEN-DATE TO CAL-DATE.
           IF WS-FOUND
               MOVE "H" TO CAL-DAY-TYPE
               MOVE WS-HOL-TBL-DESCRIPTION(WS-HOL-SUB)
                   TO CAL-DESCRIPTION
           ELSE
               IF WS-WEEKDAY > 4
                   MOVE "E" TO CAL-DAY-TYPE
               ELSE
                   MOVE "W" TO CAL-DAY-TYPE
               END-IF
               MOVE WS-DAY-NAME(WS-WEEKDAY + 1) TO CAL-DESCRIPTION
           END-IF.
           PERFORM 3500-WRITE-YEAR-ROW THRU 3500-EXIT.
       3200-EXIT.
           EXIT.

       3300-WRITE-LATER-ROW.
           ADD 1 TO WS-CAL-SUB.
           IF WS-CAL-TBL-DATE(WS-CAL-SUB) > WS-YEAR-END
               PERFORM 3900-WRITE-TABLE-ROW THRU 3900-EXIT
           END-IF.
       3300-EXIT.
           EXIT.

      * A closed date keeps the row it was reconciled under; with no
      * row it was reconciled under the weekday rule, and the row
      * written says exactly that. A holiday listed for it is refused.
       3400-KEEP-CLOSED-DAY.
           ADD 1 TO WS-KEPT-COUNT.
           IF WS-FOUND
               MOVE "Holiday refused - date already closed" TO
                   WS-EXCEPT-MESSAGE
               MOVE WS-GEN-DATE TO WS-EXCEPT-BAD-ENTRY
               PERFORM 2900-REJECT-HOLIDAY THRU 2900-EXIT
               DISPLAY "HOLIDAY " WS-GEN-DATE " REFUSED - DATE IS "
                   "CLOSED"
           END-IF.
           MOVE ZERO TO WS-CAL-SUB.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM 3410-SCAN-CALENDAR THRU 3410-EXIT
               UNTIL WS-FOUND OR WS-CAL-SUB NOT < WS-CAL-COUNT.
           MOVE WS-GEN-DATE TO CAL-DATE.
           IF WS-FOUND
               MOVE WS-CAL-TBL-DAY-TYPE(WS-CAL-SUB) TO CAL-DAY-TYPE
               MOVE WS-CAL-TBL-DESCRIPTION(WS-CAL-SUB)
                   TO CAL-DESCRIPTION
           ELSE
               IF WS-WEEKDAY > 4
                   MOVE "E" TO CAL-DAY-TYPE
               ELSE
                   MOVE "W" TO CAL-DAY-TYPE
               END-IF
               MOVE WS-DAY-NAME(WS-WEEKDAY + 1) TO CAL-DESCRIPTION
           END-IF.
           PERFORM 3500-WRITE-YEAR-ROW THRU 3500-EXIT.
       3400-EXIT.
           EXIT.

       3410-SCAN-CALENDAR.
           ADD 1 TO WS-CAL-SUB.
           IF WS-CAL-TBL-DATE(WS-CAL-SUB) = WS-GEN-DATE
               SET WS-FOUND TO TRUE
           END-IF.
       3410-EXIT.
           EXIT.

       3500-WRITE-YEAR-ROW.
           EVALUATE TRUE
               WHEN CAL-WORKING
                   ADD 1 TO WS-WORKING-COUNT
               WHEN CAL-HOLIDAY
                   ADD 1 TO WS-HOLIDAY-DAYS
               WHEN OTHER
                   ADD 1 TO WS-WEEKEND-COUNT
           END-EVALUATE.
           WRITE CALENDAR-RECORD.
       3500-EXIT.
           EXIT.

       3900-WRITE-TABLE-ROW.
           MOVE WS-CAL-TBL-DATE(WS-CAL-SUB) TO CAL-DATE.
           MOVE WS-CAL-TBL-DAY-TYPE(WS-CAL-SUB) TO CAL-DAY-TYPE.
           MOVE WS-CAL-TBL-DESCRIPTION(WS-CAL-SUB) TO CAL-DESCRIPTION.
           WRITE CALENDAR-RECORD.
       3900-EXIT.
           EXIT.

       8000-LOG-GENERATION.
           MOVE "GENERATE" TO WS-MLOG-ACTION.
           MOVE WS-YEAR TO WS-MLOG-KEY.
           MOVE SPACES TO WS-MLOG-BEFORE.
           MOVE WS-YEAR-ROWS-BEFORE TO WS-COUNT-EDIT.
           STRING WS-COUNT-EDIT " ROWS FOR THE YEAR BEFORE"
               DELIMITED BY SIZE INTO WS-MLOG-BEFORE.
           MOVE SPACES TO WS-MLOG-AFTER.
           MOVE WS-WORKING-COUNT TO WS-COUNT-EDIT.
           STRING "W " WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-MLOG-AFTER.
           MOVE WS-WEEKEND-COUNT TO WS-COUNT-EDIT.
           STRING " E " WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-MLOG-AFTER(7:7).
           MOVE WS-HOLIDAY-DAYS TO WS-COUNT-EDIT.
           STRING " H " WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-MLOG-AFTER(14:7).
           MOVE WS-KEPT-COUNT TO WS-COUNT-EDIT.
           STRING " CLOSED DAYS KEPT " WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-MLOG-AFTER(21:22).
           CALL "operationsMaintLog" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID, WS-MLOG-ACTION, WS-MLOG-KEY,
               WS-MLOG-BEFORE, WS-MLOG-AFTER.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           DISPLAY "CALENDAR GENERATED FOR " WS-YEAR.
           DISPLAY "  WORKING DAYS:      " WS-WORKING-COUNT.
           DISPLAY "  WEEKEND DAYS:      " WS-WEEKEND-COUNT.
           DISPLAY "  HOLIDAYS:          " WS-HOLIDAY-DAYS.
           DISPLAY "  CLOSED DAYS KEPT:  " WS-KEPT-COUNT.
           DISPLAY "  HOLIDAY LINES REJECTED: " WS-HOL-REJECT-COUNT.
           IF WS-HOL-COUNT > ZERO
               DISPLAY "HOLIDAYS LISTED FOR " WS-YEAR ":"
               MOVE ZERO TO WS-HOL-SUB
               PERFORM 9100-LIST-HOLIDAY THRU 9100-EXIT
                   UNTIL WS-HOL-SUB NOT < WS-HOL-COUNT
           END-IF.
       9000-EXIT.
           EXIT.

       9100-LIST-HOLIDAY.
           ADD 1 TO WS-HOL-SUB.
           DISPLAY "  " WS-HOL-TBL-DATE(WS-HOL-SUB) " "
               WS-HOL-TBL-DESCRIPTION(WS-HOL-SUB).
       9100-EXIT.
           EXIT.

      * Closes the session the shared sign-on module opened - run on
      * every exit that follows a successful sign-on, so an open
      * session on the log keeps meaning an abend.
       9950-SIGN-OFF.
           CALL "operationsSignOff" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID.
       9950-EXIT.
           EXIT.

       END PROGRAM operationsCalendarBuild.
