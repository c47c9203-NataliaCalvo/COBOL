      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Maintains the operator shift roster SHIFTROSTER from
      *           a batch of set/delete requests - the days, shift
      *           hours and assigned installations each operator is
      *           rostered for, which operationsRosterCheck holds the
      *           audit and session logs against. A supervisor signs
      *           on for this, the live file is snapshotted before a
      *           single request is applied, every applied set and
      *           delete lands on the maintenance change log, and a
      *           rejected request goes to the exception file with
      *           the reason. A set must name an operator on AUTHFILE,
      *           at least one day, real HHMM times that differ, and
      *           only open installations; it replaces the operator's
      *           pattern whole. Ends with a listing of the roster.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsRosterMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO "ROSTERMAINTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROSTER-FILE ASSIGN TO "SHIFTROSTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT AUTH-FILE ASSIGN TO "AUTHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
           COPY ROSTERMNT.

       FD  ROSTER-FILE.
           COPY ROSTERREC.

       FD  AUTH-FILE.
           COPY AUTHREC.

       FD  EXCEPTION-FILE.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
      * Program name handed to the shared sign-on module - kept in
      * working storage (truncated to the X(20) the module declares)
      * because a literal is not a valid BY REFERENCE argument.
           01 WS-SIGNON-PROGRAM PIC X(20) VALUE
               "operationsRosterMain".
           01 WS-REQUIRED-LEVEL PIC X(01) VALUE "S".
           01 WS-OPERATOR-ID PIC X(08).
           01 WS-USER-LEVEL PIC X(01).
           01 WS-SIGNON-OK-SWITCH PIC X(01).
               88 WS-SIGNON-OK VALUE "Y".
           01 WS-ROSTER-STATUS PIC X(02) VALUE "00".
           01 WS-AUTH-STATUS PIC X(02) VALUE "00".
           01 WS-EXC-STATUS PIC X(02) VALUE "00".
           01 WS-LOAD-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 WS-LOAD-OVERFLOW VALUE "Y".
           01 WS-EXCEPT-MESSAGE PIC X(50).
           01 WS-EXCEPT-BAD-ENTRY PIC X(12).
           01 WS-MAINT-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-MAINT-EOF VALUE "Y".
           01 WS-ROSTER-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-ROSTER-EOF VALUE "Y".
           01 WS-AUTH-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-AUTH-EOF VALUE "Y".
           01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
               88 WS-FOUND VALUE "Y".
           01 WS-USER-FOUND-SWITCH PIC X(01) VALUE "N".
               88 WS-USER-FOUND VALUE "Y".
           01 WS-VALID-SWITCH PIC X(01) VALUE "N".
               88 WS-VALID VALUE "Y".
           01 WS-SITE-NAME PIC X(24).
           01 WS-SITE-STATUS PIC X(01).
           01 WS-TODAY PIC 9(08).
           01 WS-DAY-SUB PIC 9(02) COMP.
           01 WS-DAY-COUNT PIC 9(02) COMP.
           01 WS-SITE-SUB PIC 9(02) COMP.
      * A request's HHMM times, checked field by field.
           01 WS-CHECK-TIME PIC X(04).
           01 WS-CHECK-TIME-PARTS REDEFINES WS-CHECK-TIME.
               05 WS-CHECK-HH PIC 9(02).
               05 WS-CHECK-MM PIC 9(02).
           01 WS-ROSTER-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-ROSTER-SUB PIC 9(03) COMP.
           01 WS-SET-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-DELETE-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-REJECT-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-SNAP-MASTER PIC X(12) VALUE "SHIFTROSTER".
           01 WS-SNAPSHOT-OK-SWITCH PIC X(01).
               88 WS-SNAPSHOT-OK VALUE "Y".
      * Fields handed to the shared maintenance change-log writer.
           01 WS-MLOG-ACTION PIC X(10).
           01 WS-MLOG-KEY PIC X(20).
           01 WS-MLOG-BEFORE PIC X(80).
           01 WS-MLOG-AFTER PIC X(80).
      * The pattern as the change log and the listing show it.
           01 WS-ROSTER-IMAGE.
               05 WS-IMG-DAYS PIC X(07).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-IMG-START-TIME PIC 9(04).
               05 FILLER PIC X(01) VALUE "-".
               05 WS-IMG-END-TIME PIC 9(04).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-IMG-SITES PIC X(40).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-IMG-UPDATED-DATE PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-IMG-UPDATED-BY PIC X(08).
           01 WS-ROSTER-TABLE.
               05 WS-ROSTER-ENTRY OCCURS 500 TIMES.
                   10 WS-ROS-TBL-ROW PIC X(79).
                   10 WS-ROS-TBL-DELETED-SWITCH PIC X(01).
                       88 WS-ROS-TBL-DELETED VALUE "Y".

       PROCEDURE DIVISION.
      * A live file bigger than the working table would come back
      * from the rewrite missing its overflow rows - the run stops
      * before touching anything, the same stance
      * operationsSiteAccessMaint takes.
       0000-MAINLINE.
           CALL "operationsSignOn" USING WS-SIGNON-PROGRAM,
               WS-REQUIRED-LEVEL, WS-OPERATOR-ID, WS-USER-LEVEL,
               WS-SIGNON-OK-SWITCH.
           IF NOT WS-SIGNON-OK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * No maintenance without a way back: the live file is
      * snapshotted before a single request is applied, and a failed
      * snapshot stops the run.
           CALL "operationsMasterSnapshot" USING WS-SNAP-MASTER,
               WS-SNAPSHOT-OK-SWITCH.
           IF NOT WS-SNAPSHOT-OK
               DISPLAY "Snapshot failed - maintenance cannot run "
                   "safely; nothing was changed."
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-LOAD-OVERFLOW
               DISPLAY "SHIFTROSTER has more rows than the working "
                   "table holds - maintenance cannot run safely; "
                   "nothing was changed."
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL WS-MAINT-EOF.
           PERFORM 8000-REWRITE-ROSTER THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9950-SIGN-OFF THRU 9950-EXIT.
           GOBACK.

      * No SHIFTROSTER yet is allowed - the first run's sets create it.
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROSTER-STATUS = "35"
               SET WS-ROSTER-EOF TO TRUE
           ELSE
               READ ROSTER-FILE
                   AT END SET WS-ROSTER-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 1100-LOAD-ROSTER-LINE THRU 1100-EXIT
               UNTIL WS-ROSTER-EOF.
           IF WS-ROSTER-STATUS NOT = "35"
               CLOSE ROSTER-FILE
           END-IF.
           OPEN INPUT MAINT-FILE.
           READ MAINT-FILE
               AT END SET WS-MAINT-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

       1100-LOAD-ROSTER-LINE.
           IF WS-ROSTER-COUNT NOT < 500
               SET WS-LOAD-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-ROSTER-COUNT
               MOVE ROSTER-RECORD TO WS-ROS-TBL-ROW(WS-ROSTER-COUNT)
               MOVE "N"
                   TO WS-ROS-TBL-DELETED-SWITCH(WS-ROSTER-COUNT)
           END-IF.
           READ ROSTER-FILE
               AT END SET WS-ROSTER-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           PERFORM 2100-VALIDATE-REQUEST THRU 2100-EXIT.
           IF WS-VALID
               EVALUATE TRUE
                   WHEN ROQ-SET
                       PERFORM 2200-APPLY-SET THRU 2200-EXIT
                   WHEN ROQ-DELETE
                       PERFORM 2400-APPLY-DELETE THRU 2400-EXIT
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

      * Leaves WS-ROSTER-SUB on the operator's pattern when one is on
      * file. A delete only needs the pattern to exist, so an
      * operator since removed from AUTHFILE can still be taken off.
       2100-VALIDATE-REQUEST.
           MOVE "Y" TO WS-VALID-SWITCH.
           MOVE ROQ-USER-ID TO WS-EXCEPT-BAD-ENTRY.
           IF NOT (ROQ-SET OR ROQ-DELETE)
               MOVE "Unrecognized action code on roster request"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2100-EXIT
           END-IF.
           MOVE ZERO TO WS-ROSTER-SUB.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM 2110-SCAN-FOR-OPERATOR THRU 2110-EXIT
               UNTIL WS-FOUND OR WS-ROSTER-SUB NOT < WS-ROSTER-COUNT.
           IF ROQ-DELETE
               IF NOT WS-FOUND
                   MOVE "Delete rejected: operator is not rostered"
                       TO WS-EXCEPT-MESSAGE
                   MOVE "N" TO WS-VALID-SWITCH
               END-IF
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2120-CHECK-USER THRU 2120-EXIT.
           IF NOT WS-USER-FOUND
               MOVE "Set rejected: operator not on AUTHFILE"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2100-EXIT
           END-IF.
           MOVE ZERO TO WS-DAY-COUNT.
           MOVE ZERO TO WS-DAY-SUB.
           PERFORM 2130-CHECK-DAY THRU 2130-EXIT
               UNTIL WS-DAY-SUB NOT < 7.
           IF NOT WS-VALID
               MOVE ROQ-DAYS TO WS-EXCEPT-BAD-ENTRY
               MOVE "Set rejected: days must be Y or blank, Mon-Sun"
                   TO WS-EXCEPT-MESSAGE
               GO TO 2100-EXIT
           END-IF.
           IF WS-DAY-COUNT = ZERO
               MOVE "Set rejected: no rostered days"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2100-EXIT
           END-IF.
           MOVE ROQ-START-TIME TO WS-CHECK-TIME.
           PERFORM 2140-CHECK-TIME THRU 2140-EXIT.
           IF WS-VALID
               MOVE ROQ-END-TIME TO WS-CHECK-TIME
               PERFORM 2140-CHECK-TIME THRU 2140-EXIT
           END-IF.
           IF NOT WS-VALID
               MOVE WS-CHECK-TIME TO WS-EXCEPT-BAD-ENTRY
               MOVE "Set rejected: shift times must be real HHMM"
                   TO WS-EXCEPT-MESSAGE
               GO TO 2100-EXIT
           END-IF.
           IF ROQ-START-TIME = ROQ-END-TIME
               MOVE "Set rejected: shift starts and ends together"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2100-EXIT
           END-IF.
           MOVE ZERO TO WS-SITE-SUB.
           PERFORM 2150-CHECK-SITE THRU 2150-EXIT
               UNTIL WS-SITE-SUB NOT < 10 OR NOT WS-VALID.
           IF NOT WS-VALID
               MOVE ROQ-SITE(WS-SITE-SUB) TO WS-EXCEPT-BAD-ENTRY
               MOVE "Set rejected: not an open installation"
                   TO WS-EXCEPT-MESSAGE
               GO TO 2100-EXIT
           END-IF.
           IF NOT WS-FOUND AND WS-ROSTER-COUNT NOT < 500
               MOVE "Set rejected: SHIFTROSTER is full"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
           END-IF.
       2100-EXIT.
           EXIT.

       2110-SCAN-FOR-OPERATOR.
           ADD 1 TO WS-ROSTER-SUB.
           MOVE WS-ROS-TBL-ROW(WS-ROSTER-SUB) TO ROSTER-RECORD.
           IF ROS-USER-ID = ROQ-USER-ID
               AND NOT WS-ROS-TBL-DELETED(WS-ROSTER-SUB)
               SET WS-FOUND TO TRUE
           END-IF.
       2110-EXIT.
           EXIT.

      * AUTHFILE is read front to back for each set - sets are a
      * handful per run, and the file is never held open past the
      * check.
       2120-CHECK-USER.
           MOVE "N" TO WS-USER-FOUND-SWITCH.
           MOVE "N" TO WS-AUTH-EOF-SWITCH.
           OPEN INPUT AUTH-FILE.
           IF WS-AUTH-STATUS = "35"
               GO TO 2120-EXIT
           END-IF.
           PERFORM 2125-READ-AUTH-LINE THRU 2125-EXIT
               UNTIL WS-USER-FOUND OR WS-AUTH-EOF.
           CLOSE AUTH-FILE.
       2120-EXIT.
           EXIT.

       2125-READ-AUTH-LINE.
           READ AUTH-FILE
               AT END SET WS-AUTH-EOF TO TRUE
           END-READ.
           IF NOT WS-AUTH-EOF
               AND AUTH-USER-ID = ROQ-USER-ID
               SET WS-USER-FOUND TO TRUE
           END-IF.
       2125-EXIT.
           EXIT.

      * A blank day is taken as "N", so a request can mark only the
      * days that are worked.
       2130-CHECK-DAY.
           ADD 1 TO WS-DAY-SUB.
           IF ROQ-DAY-FLAG(WS-DAY-SUB) = SPACE
               MOVE "N" TO ROQ-DAY-FLAG(WS-DAY-SUB)
           END-IF.
           EVALUATE ROQ-DAY-FLAG(WS-DAY-SUB)
               WHEN "Y"
                   ADD 1 TO WS-DAY-COUNT
               WHEN "N"
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-VALID-SWITCH
           END-EVALUATE.
       2130-EXIT.
           EXIT.

       2140-CHECK-TIME.
           IF WS-CHECK-TIME IS NOT NUMERIC
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2140-EXIT
           END-IF.
           IF WS-CHECK-HH > 23 OR WS-CHECK-MM > 59
               MOVE "N" TO WS-VALID-SWITCH
           END-IF.
       2140-EXIT.
           EXIT.

       2150-CHECK-SITE.
           ADD 1 TO WS-SITE-SUB.
           IF ROQ-SITE(WS-SITE-SUB) = SPACES
               GO TO 2150-EXIT
           END-IF.
           CALL "operationsInstallLookup" USING ROQ-SITE(WS-SITE-SUB),
               WS-SITE-NAME, WS-SITE-STATUS.
           IF WS-SITE-STATUS NOT = "A"
               MOVE "N" TO WS-VALID-SWITCH
           END-IF.
       2150-EXIT.
           EXIT.

      * A set for an operator already rostered replaces the pattern
      * in place; otherwise it is added at the end.
       2200-APPLY-SET.
           IF WS-FOUND
               PERFORM 2945-FILL-IMAGE THRU 2945-EXIT
               MOVE WS-ROSTER-IMAGE TO WS-MLOG-BEFORE
           ELSE
               MOVE SPACES TO WS-MLOG-BEFORE
               ADD 1 TO WS-ROSTER-COUNT
               MOVE WS-ROSTER-COUNT TO WS-ROSTER-SUB
               MOVE "N" TO WS-ROS-TBL-DELETED-SWITCH(WS-ROSTER-SUB)
           END-IF.
           MOVE SPACES TO ROSTER-RECORD.
           MOVE ROQ-USER-ID TO ROS-USER-ID.
           MOVE ROQ-DAYS TO ROS-DAYS.
           MOVE ROQ-START-TIME TO ROS-START-TIME.
           MOVE ROQ-END-TIME TO ROS-END-TIME.
           MOVE ROQ-SITES TO ROS-SITES.
           MOVE WS-TODAY TO ROS-UPDATED-DATE.
           MOVE WS-OPERATOR-ID TO ROS-UPDATED-BY.
           MOVE ROSTER-RECORD TO WS-ROS-TBL-ROW(WS-ROSTER-SUB).
           ADD 1 TO WS-SET-COUNT.
           MOVE "SET" TO WS-MLOG-ACTION.
           PERFORM 2945-FILL-IMAGE THRU 2945-EXIT.
           MOVE WS-ROSTER-IMAGE TO WS-MLOG-AFTER.
           PERFORM 2960-WRITE-MAINT-LOG THRU 2960-EXIT.
       2200-EXIT.
           EXIT.

      * A deleted row is dropped on the rewrite; until then it is
      * only flagged, so a later set for the same operator in the
      * same batch is taken as a fresh row.
       2400-APPLY-DELETE.
           PERFORM 2945-FILL-IMAGE THRU 2945-EXIT.
           MOVE WS-ROSTER-IMAGE TO WS-MLOG-BEFORE.
           SET WS-ROS-TBL-DELETED(WS-ROSTER-SUB) TO TRUE.
           ADD 1 TO WS-DELETE-COUNT.
           MOVE "DELETE" TO WS-MLOG-ACTION.
           MOVE SPACES TO WS-MLOG-AFTER.
           PERFORM 2960-WRITE-MAINT-LOG THRU 2960-EXIT.
       2400-EXIT.
           EXIT.

      * Works from the pattern in ROSTER-RECORD.
       2945-FILL-IMAGE.
           MOVE ROS-DAYS TO WS-IMG-DAYS.
           MOVE ROS-START-TIME TO WS-IMG-START-TIME.
           MOVE ROS-END-TIME TO WS-IMG-END-TIME.
           MOVE ROS-SITES TO WS-IMG-SITES.
           MOVE ROS-UPDATED-DATE TO WS-IMG-UPDATED-DATE.
           MOVE ROS-UPDATED-BY TO WS-IMG-UPDATED-BY.
       2945-EXIT.
           EXIT.

       2960-WRITE-MAINT-LOG.
           MOVE SPACES TO WS-MLOG-KEY.
           STRING "ROSTER " DELIMITED BY SIZE
               ROQ-USER-ID DELIMITED BY SIZE
               INTO WS-MLOG-KEY.
           CALL "operationsMaintLog" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID, WS-MLOG-ACTION, WS-MLOG-KEY,
               WS-MLOG-BEFORE, WS-MLOG-AFTER.
       2960-EXIT.
           EXIT.

       2900-WRITE-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE.
           IF WS-EXC-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF.
           ACCEPT EXC-DATE FROM DATE YYYYMMDD.
           ACCEPT EXC-TIME FROM TIME.
           MOVE "operationsRosterMaint" TO EXC-PROGRAM.
           MOVE WS-EXCEPT-MESSAGE TO EXC-MESSAGE.
           MOVE ZERO TO EXC-NUM1.
           MOVE ZERO TO EXC-NUM2.
           MOVE WS-EXCEPT-BAD-ENTRY TO EXC-BAD-ENTRY.
           MOVE ZERO TO EXC-ID.
           WRITE EXCEPTION-RECORD.
           CLOSE EXCEPTION-FILE.
       2900-EXIT.
           EXIT.

       8000-REWRITE-ROSTER.
           OPEN OUTPUT ROSTER-FILE.
           MOVE ZERO TO WS-ROSTER-SUB.
           PERFORM 8100-WRITE-ROSTER-LINE THRU 8100-EXIT
               UNTIL WS-ROSTER-SUB NOT < WS-ROSTER-COUNT.
           CLOSE ROSTER-FILE.
       8000-EXIT.
           EXIT.

       8100-WRITE-ROSTER-LINE.
           ADD 1 TO WS-ROSTER-SUB.
           IF WS-ROS-TBL-DELETED(WS-ROSTER-SUB)
               GO TO 8100-EXIT
           END-IF.
           MOVE WS-ROS-TBL-ROW(WS-ROSTER-SUB) TO ROSTER-RECORD.
           WRITE ROSTER-RECORD.
       8100-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE MAINT-FILE.
           DISPLAY "SHIFTROSTER MAINTENANCE COMPLETE".
           DISPLAY "  SET:      " WS-SET-COUNT.
           DISPLAY "  DELETED:  " WS-DELETE-COUNT.
           DISPLAY "  REJECTED: " WS-REJECT-COUNT.
           DISPLAY "ROSTER ON FILE (DAYS MON-SUN, SHIFT, SITES):".
           MOVE ZERO TO WS-ROSTER-SUB.
           PERFORM 9100-LIST-ROSTER-LINE THRU 9100-EXIT
               UNTIL WS-ROSTER-SUB NOT < WS-ROSTER-COUNT.
       9000-EXIT.
           EXIT.

       9100-LIST-ROSTER-LINE.
           ADD 1 TO WS-ROSTER-SUB.
           IF WS-ROS-TBL-DELETED(WS-ROSTER-SUB)
               GO TO 9100-EXIT
           END-IF.
           MOVE WS-ROS-TBL-ROW(WS-ROSTER-SUB) TO ROSTER-RECORD.
           PERFORM 2945-FILL-IMAGE THRU 2945-EXIT.
           DISPLAY "  " ROS-USER-ID "  " WS-ROSTER-IMAGE.
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

       END PROGRAM operationsRosterMaint.
