      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Maintains the poem-of-the-day schedule POEMSCHEDULE
      *           from a batch of add/update/remove requests, the way
      *           operationsTitleMaint keeps TITLEFILE. Every request
      *           is checked against the existing schedule (one row
      *           per date, a row must already exist to update or
      *           remove it), the date must be a real calendar date,
      *           and the POEM-ID on an add or update must be a poem
      *           in POEMFILE - routinesGoTo would have nothing to
      *           show for any other. Rejects go to EXCEPTFILE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsPoemSchedMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO "POEMSCHMAINTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCHEDULE-FILE ASSIGN TO "POEMSCHEDULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.
           SELECT POEM-FILE ASSIGN TO "POEMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POEM-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
           COPY POEMSCHMNT.

       FD  SCHEDULE-FILE.
           COPY POEMSCHREC.

       FD  POEM-FILE.
           COPY POEMREC.

       FD  EXCEPTION-FILE.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
      * Program name handed to the shared sign-on module - kept in
      * working storage (truncated to the X(20) the module declares)
      * because a literal is not a valid BY REFERENCE argument.
           01 WS-SIGNON-PROGRAM PIC X(20) VALUE
               "operationsPoemSchedM".
           01 WS-REQUIRED-LEVEL PIC X(01) VALUE "S".
           01 WS-OPERATOR-ID PIC X(08).
           01 WS-USER-LEVEL PIC X(01).
           01 WS-SIGNON-OK-SWITCH PIC X(01).
               88 WS-SIGNON-OK VALUE "Y".
           01 WS-LOAD-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 WS-LOAD-OVERFLOW VALUE "Y".
           01 WS-EXCEPT-MESSAGE PIC X(50).
           01 WS-EXCEPT-BAD-ENTRY PIC X(12).
           01 WS-SCHED-STATUS PIC X(02) VALUE "00".
           01 WS-POEM-STATUS PIC X(02) VALUE "00".
           01 WS-MAINT-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-MAINT-EOF VALUE "Y".
           01 WS-SCHED-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-SCHED-EOF VALUE "Y".
           01 WS-POEM-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-POEM-EOF VALUE "Y".
           01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
               88 WS-FOUND VALUE "Y".
           01 WS-POEM-FOUND-SWITCH PIC X(01) VALUE "N".
               88 WS-POEM-FOUND VALUE "Y".
           01 WS-VALID-SWITCH PIC X(01) VALUE "N".
               88 WS-VALID VALUE "Y".
           01 WS-CHECK-DATE PIC 9(08).
           01 WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
               05 WS-CHECK-YYYY PIC 9(04).
               05 WS-CHECK-MM PIC 9(02).
               05 WS-CHECK-DD PIC 9(02).
           01 WS-ROUND-TRIP-DATE PIC 9(08).
           01 WS-SCHED-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-SCHED-SUB PIC 9(05) COMP.
           01 WS-CATALOG-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-CATALOG-SUB PIC 9(03) COMP.
           01 WS-ADD-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-UPDATE-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-REMOVE-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-REJECT-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-SNAP-MASTER PIC X(12) VALUE "POEMSCHEDULE".
           01 WS-SNAPSHOT-OK-SWITCH PIC X(01).
               88 WS-SNAPSHOT-OK VALUE "Y".
      * Fields handed to the shared maintenance change-log writer.
           01 WS-MLOG-ACTION PIC X(10).
           01 WS-MLOG-KEY PIC X(20).
           01 WS-MLOG-BEFORE PIC X(80).
           01 WS-MLOG-AFTER PIC X(80).
           01 WS-SCHED-IMAGE.
               05 WS-SIM-DATE PIC 9(08).
               05 WS-SIM-POEM-ID PIC 9(02).
           01 WS-CATALOG-TABLE.
               05 WS-CATALOG-POEM-ID OCCURS 99 TIMES PIC 9(02).
           01 WS-SCHED-TABLE.
               05 WS-SCHED-ENTRY OCCURS 1000 TIMES.
                   10 WS-SCHED-TBL-DATE PIC 9(08).
                   10 WS-SCHED-TBL-POEM-ID PIC 9(02).
                   10 WS-SCHED-TBL-ACTIVE-SWITCH PIC X(01) VALUE "Y".
                       88 WS-SCHED-TBL-ACTIVE VALUE "Y".

       PROCEDURE DIVISION.
      * A live file bigger than the working table would come back
      * from the rewrite missing its overflow rows - the run stops
      * before touching anything, the same stance
      * operationsHistoryArchive takes.
       0000-MAINLINE.
           CALL "operationsSignOn" USING WS-SIGNON-PROGRAM,
               WS-REQUIRED-LEVEL, WS-OPERATOR-ID, WS-USER-LEVEL,
               WS-SIGNON-OK-SWITCH.
           IF NOT WS-SIGNON-OK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * No maintenance without a way back: the live master is
      * snapshotted before a single request is applied, and a failed
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
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-LOAD-OVERFLOW
               DISPLAY "POEMSCHEDULE has more rows than the working "
                   "table holds - maintenance cannot run safely; "
                   "nothing was changed."
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               GOBACK
           END-IF.
           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL WS-MAINT-EOF.
           PERFORM 8000-REWRITE-SCHEDULE THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9950-SIGN-OFF THRU 9950-EXIT.
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHED-STATUS NOT = "35"
               READ SCHEDULE-FILE
                   AT END SET WS-SCHED-EOF TO TRUE
               END-READ
               PERFORM 1100-LOAD-SCHEDULE-LINE THRU 1100-EXIT
                   UNTIL WS-SCHED-EOF
               CLOSE SCHEDULE-FILE
           END-IF.
           OPEN INPUT POEM-FILE.
           IF WS-POEM-STATUS NOT = "35"
               READ POEM-FILE
                   AT END SET WS-POEM-EOF TO TRUE
               END-READ
               PERFORM 1200-LOAD-CATALOG-LINE THRU 1200-EXIT
                   UNTIL WS-POEM-EOF
               CLOSE POEM-FILE
           END-IF.
           OPEN INPUT MAINT-FILE.
           READ MAINT-FILE
               AT END SET WS-MAINT-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

       1100-LOAD-SCHEDULE-LINE.
           IF WS-SCHED-COUNT NOT < 1000
               SET WS-LOAD-OVERFLOW TO TRUE
           END-IF.
           IF WS-SCHED-COUNT < 1000
               ADD 1 TO WS-SCHED-COUNT
               MOVE PSC-DATE TO WS-SCHED-TBL-DATE(WS-SCHED-COUNT)
               MOVE PSC-POEM-ID TO WS-SCHED-TBL-POEM-ID(WS-SCHED-COUNT)
               MOVE "Y" TO WS-SCHED-TBL-ACTIVE-SWITCH(WS-SCHED-COUNT)
           END-IF.
           READ SCHEDULE-FILE
               AT END SET WS-SCHED-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      * Every poem's first line puts its POEM-ID in the list of
      * poems a schedule row may name.
       1200-LOAD-CATALOG-LINE.
           IF POEM-LINE-NUM OF POEM-RECORD = 1
               AND WS-CATALOG-COUNT < 99
               ADD 1 TO WS-CATALOG-COUNT
               MOVE POEM-ID OF POEM-RECORD
                   TO WS-CATALOG-POEM-ID(WS-CATALOG-COUNT)
           END-IF.
           READ POEM-FILE
               AT END SET WS-POEM-EOF TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           PERFORM 2100-VALIDATE-REQUEST THRU 2100-EXIT.
           IF WS-VALID
               EVALUATE TRUE
                   WHEN PSQ-ADD
                       PERFORM 2200-APPLY-ADD THRU 2200-EXIT
                   WHEN PSQ-UPDATE
                       PERFORM 2300-APPLY-UPDATE THRU 2300-EXIT
                   WHEN PSQ-REMOVE
                       PERFORM 2400-APPLY-REMOVE THRU 2400-EXIT
               END-EVALUATE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
           END-IF.
           READ MAINT-FILE
               AT END SET WS-MAINT-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      * An unrecognized action code (a column shift, lowercase, or a
      * blank row) is rejected to the exception file - silently
      * dropping it would leave the operator believing the request
      * was applied.
       2100-VALIDATE-REQUEST.
           MOVE "Y" TO WS-VALID-SWITCH.
           MOVE PSQ-DATE TO WS-EXCEPT-BAD-ENTRY.
           IF NOT (PSQ-ADD OR PSQ-UPDATE OR PSQ-REMOVE)
               MOVE "Unrecognized action code on schedule request"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2120-CHECK-DATE THRU 2120-EXIT.
           IF NOT WS-VALID
               GO TO 2100-EXIT
           END-IF.
           MOVE ZERO TO WS-SCHED-SUB.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM 2110-SCAN-FOR-DATE THRU 2110-EXIT
               UNTIL WS-FOUND OR WS-SCHED-SUB NOT < WS-SCHED-COUNT.
           IF PSQ-ADD AND WS-FOUND
               MOVE "Add rejected: date already on the schedule"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2100-EXIT
           END-IF.
           IF (PSQ-UPDATE OR PSQ-REMOVE) AND NOT WS-FOUND
               MOVE "Update/remove rejected: date not on the schedule"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2100-EXIT
           END-IF.
           IF PSQ-ADD OR PSQ-UPDATE
               PERFORM 2130-CHECK-POEM THRU 2130-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2110-SCAN-FOR-DATE.
           ADD 1 TO WS-SCHED-SUB.
           IF WS-SCHED-TBL-ACTIVE(WS-SCHED-SUB)
               AND WS-SCHED-TBL-DATE(WS-SCHED-SUB) = PSQ-DATE
               SET WS-FOUND TO TRUE
           END-IF.
       2110-EXIT.
           EXIT.

       2120-CHECK-DATE.
           IF PSQ-DATE IS NOT NUMERIC
               MOVE "Schedule rejected: date is not YYYYMMDD"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2120-EXIT
           END-IF.
           MOVE PSQ-DATE TO WS-CHECK-DATE.
           IF WS-CHECK-YYYY < 1601
               OR WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
               OR WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
               MOVE "Schedule rejected: date is not a real date"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2120-EXIT
           END-IF.
           COMPUTE WS-ROUND-TRIP-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)).
           IF WS-ROUND-TRIP-DATE NOT = WS-CHECK-DATE
               MOVE "Schedule rejected: date is not a real date"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
           END-IF.
       2120-EXIT.
           EXIT.

       2130-CHECK-POEM.
           MOVE "N" TO WS-POEM-FOUND-SWITCH.
           IF PSQ-POEM-ID IS NUMERIC
               MOVE ZERO TO WS-CATALOG-SUB
               PERFORM 2140-SCAN-CATALOG THRU 2140-EXIT
                   UNTIL WS-POEM-FOUND
                   OR WS-CATALOG-SUB NOT < WS-CATALOG-COUNT
           END-IF.
           IF NOT WS-POEM-FOUND
               MOVE "Schedule rejected: POEM-ID not in POEMFILE"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
           END-IF.
       2130-EXIT.
           EXIT.

       2140-SCAN-CATALOG.
           ADD 1 TO WS-CATALOG-SUB.
           IF WS-CATALOG-POEM-ID(WS-CATALOG-SUB) = PSQ-POEM-ID
               SET WS-POEM-FOUND TO TRUE
           END-IF.
       2140-EXIT.
           EXIT.

       2200-APPLY-ADD.
           IF WS-SCHED-COUNT < 1000
               ADD 1 TO WS-SCHED-COUNT
               MOVE PSQ-DATE TO WS-SCHED-TBL-DATE(WS-SCHED-COUNT)
               MOVE PSQ-POEM-ID TO WS-SCHED-TBL-POEM-ID(WS-SCHED-COUNT)
               MOVE "Y" TO WS-SCHED-TBL-ACTIVE-SWITCH(WS-SCHED-COUNT)
               ADD 1 TO WS-ADD-COUNT
               MOVE "ADD" TO WS-MLOG-ACTION
               MOVE SPACES TO WS-MLOG-BEFORE
               PERFORM 2950-BUILD-AFTER-IMAGE THRU 2950-EXIT
               PERFORM 2960-WRITE-MAINT-LOG THRU 2960-EXIT
           ELSE
               MOVE "Add rejected: POEMSCHEDULE is full" TO
                   WS-EXCEPT-MESSAGE
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

       2300-APPLY-UPDATE.
           PERFORM 2940-BUILD-BEFORE-IMAGE THRU 2940-EXIT.
           MOVE PSQ-POEM-ID TO WS-SCHED-TBL-POEM-ID(WS-SCHED-SUB).
           ADD 1 TO WS-UPDATE-COUNT.
           MOVE "UPDATE" TO WS-MLOG-ACTION.
           PERFORM 2950-BUILD-AFTER-IMAGE THRU 2950-EXIT.
           PERFORM 2960-WRITE-MAINT-LOG THRU 2960-EXIT.
       2300-EXIT.
           EXIT.

       2400-APPLY-REMOVE.
           PERFORM 2940-BUILD-BEFORE-IMAGE THRU 2940-EXIT.
           MOVE "N" TO WS-SCHED-TBL-ACTIVE-SWITCH(WS-SCHED-SUB).
           ADD 1 TO WS-REMOVE-COUNT.
           MOVE "REMOVE" TO WS-MLOG-ACTION.
           MOVE SPACES TO WS-MLOG-AFTER.
           PERFORM 2960-WRITE-MAINT-LOG THRU 2960-EXIT.
       2400-EXIT.
           EXIT.

       2940-BUILD-BEFORE-IMAGE.
           MOVE WS-SCHED-TBL-DATE(WS-SCHED-SUB) TO WS-SIM-DATE.
           MOVE WS-SCHED-TBL-POEM-ID(WS-SCHED-SUB) TO WS-SIM-POEM-ID.
           MOVE WS-SCHED-IMAGE TO WS-MLOG-BEFORE.
       2940-EXIT.
           EXIT.

       2950-BUILD-AFTER-IMAGE.
           MOVE PSQ-DATE TO WS-SIM-DATE.
           MOVE PSQ-POEM-ID TO WS-SIM-POEM-ID.
           MOVE WS-SCHED-IMAGE TO WS-MLOG-AFTER.
       2950-EXIT.
           EXIT.

       2960-WRITE-MAINT-LOG.
           MOVE PSQ-DATE TO WS-MLOG-KEY.
           CALL "operationsMaintLog" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID, WS-MLOG-ACTION, WS-MLOG-KEY,
               WS-MLOG-BEFORE, WS-MLOG-AFTER.
       2960-EXIT.
           EXIT.

       2900-WRITE-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE.
           ACCEPT EXC-DATE FROM DATE YYYYMMDD.
           ACCEPT EXC-TIME FROM TIME.
           MOVE "operationsPoemSchedMaint" TO EXC-PROGRAM.
           MOVE WS-EXCEPT-MESSAGE TO EXC-MESSAGE.
           MOVE ZERO TO EXC-NUM1.
           MOVE ZERO TO EXC-NUM2.
           MOVE WS-EXCEPT-BAD-ENTRY TO EXC-BAD-ENTRY.
           MOVE ZERO TO EXC-ID.
           WRITE EXCEPTION-RECORD.
           CLOSE EXCEPTION-FILE.
       2900-EXIT.
           EXIT.

       8000-REWRITE-SCHEDULE.
           OPEN OUTPUT SCHEDULE-FILE.
           MOVE ZERO TO WS-SCHED-SUB.
           PERFORM 8100-WRITE-SCHEDULE-LINE THRU 8100-EXIT
               UNTIL WS-SCHED-SUB NOT < WS-SCHED-COUNT.
           CLOSE SCHEDULE-FILE.
       8000-EXIT.
           EXIT.

       8100-WRITE-SCHEDULE-LINE.
           ADD 1 TO WS-SCHED-SUB.
           IF WS-SCHED-TBL-ACTIVE(WS-SCHED-SUB)
               MOVE WS-SCHED-TBL-DATE(WS-SCHED-SUB) TO PSC-DATE
               MOVE WS-SCHED-TBL-POEM-ID(WS-SCHED-SUB) TO PSC-POEM-ID
               WRITE POEM-SCHEDULE-RECORD
           END-IF.
       8100-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE MAINT-FILE.
           DISPLAY "POEMSCHEDULE MAINTENANCE COMPLETE"
           DISPLAY "  ADDED:    " WS-ADD-COUNT
           DISPLAY "  UPDATED:  " WS-UPDATE-COUNT
           DISPLAY "  REMOVED:  " WS-REMOVE-COUNT
           DISPLAY "  REJECTED: " WS-REJECT-COUNT.
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

       END PROGRAM operationsPoemSchedMaint.
