      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Maintains the posting-limit file LIMITFILE from a
      *           batch of add/change/delete requests - the maximum
      *           closing balance and maximum movement per run that
      *           operationsBatchDriver holds each installation to.
      *           A limit is a commercial term agreed with the site,
      *           so it goes through the same discipline as the rate
      *           table and the installation master: a supervisor
      *           signs on, the live file is snapshotted before a
      *           single request is applied, every applied change
      *           lands on the maintenance change log with its before
      *           and after images, and a rejected request goes to
      *           the exception file with the reason. Ends with a
      *           listing of every limit on file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsLimitMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO "LIMMAINTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIMIT-FILE ASSIGN TO "LIMITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
           COPY LIMMNTREQ.

       FD  LIMIT-FILE.
           COPY LIMITREC.

       FD  EXCEPTION-FILE.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
      * Program name handed to the shared sign-on module - kept in
      * working storage (truncated to the X(20) the module declares)
      * because a literal is not a valid BY REFERENCE argument.
           01 WS-SIGNON-PROGRAM PIC X(20) VALUE
               "operationsLimitMaint".
           01 WS-REQUIRED-LEVEL PIC X(01) VALUE "S".
           01 WS-OPERATOR-ID PIC X(08).
           01 WS-USER-LEVEL PIC X(01).
           01 WS-SIGNON-OK-SWITCH PIC X(01).
               88 WS-SIGNON-OK VALUE "Y".
           01 WS-LIMIT-STATUS PIC X(02) VALUE "00".
           01 WS-LOAD-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 WS-LOAD-OVERFLOW VALUE "Y".
           01 WS-EXCEPT-MESSAGE PIC X(50).
           01 WS-EXCEPT-BAD-ENTRY PIC X(12).
           01 WS-MAINT-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-MAINT-EOF VALUE "Y".
           01 WS-LIMIT-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-LIMIT-EOF VALUE "Y".
           01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
               88 WS-FOUND VALUE "Y".
           01 WS-VALID-SWITCH PIC X(01) VALUE "N".
               88 WS-VALID VALUE "Y".
           01 WS-SITE-NAME PIC X(24).
           01 WS-SITE-STATUS PIC X(01).
           01 WS-LIMIT-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-LIMIT-SUB PIC 9(03) COMP.
           01 WS-ADD-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-CHANGE-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-DELETE-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-REJECT-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-AMOUNT-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-MOVEMENT-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-SNAP-MASTER PIC X(12) VALUE "LIMITFILE".
           01 WS-SNAPSHOT-OK-SWITCH PIC X(01).
               88 WS-SNAPSHOT-OK VALUE "Y".
      * Fields handed to the shared maintenance change-log writer.
           01 WS-MLOG-ACTION PIC X(10).
           01 WS-MLOG-KEY PIC X(20).
           01 WS-MLOG-BEFORE PIC X(80).
           01 WS-MLOG-AFTER PIC X(80).
           01 WS-LIMIT-IMAGE.
               05 WS-LIM-INSTALLATION PIC X(04).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-LIM-MAX-CLOSING PIC 9(11)V99.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-LIM-MAX-MOVEMENT PIC 9(11)V99.
           01 WS-LIMIT-TABLE.
               05 WS-LIMIT-ENTRY OCCURS 500 TIMES.
                   10 WS-LIMIT-TBL-INSTALLATION PIC X(04).
                   10 WS-LIMIT-TBL-MAX-CLOSING PIC 9(11)V99.
                   10 WS-LIMIT-TBL-MAX-MOVEMENT PIC 9(11)V99.
                   10 WS-LIMIT-TBL-DELETED-SWITCH PIC X(01).
                       88 WS-LIMIT-TBL-DELETED VALUE "Y".

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
      * No maintenance without a way back: the live file is
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
               DISPLAY "LIMITFILE has more rows than the working "
                   "table holds - maintenance cannot run safely; "
                   "nothing was changed."
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               GOBACK
           END-IF.
           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL WS-MAINT-EOF.
           PERFORM 8000-REWRITE-LIMITFILE THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9950-SIGN-OFF THRU 9950-EXIT.
           GOBACK.

      * No LIMITFILE yet means no site is limited - the first run's
      * adds create it.
       1000-INITIALIZE.
           OPEN INPUT LIMIT-FILE.
           IF WS-LIMIT-STATUS = "35"
               SET WS-LIMIT-EOF TO TRUE
           ELSE
               READ LIMIT-FILE
                   AT END SET WS-LIMIT-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 1100-LOAD-LIMIT-LINE THRU 1100-EXIT
               UNTIL WS-LIMIT-EOF.
           IF WS-LIMIT-STATUS NOT = "35"
               CLOSE LIMIT-FILE
           END-IF.
           OPEN INPUT MAINT-FILE.
           READ MAINT-FILE
               AT END SET WS-MAINT-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

       1100-LOAD-LIMIT-LINE.
           IF WS-LIMIT-COUNT NOT < 500
               SET WS-LOAD-OVERFLOW TO TRUE
           END-IF.
           IF WS-LIMIT-COUNT < 500
               ADD 1 TO WS-LIMIT-COUNT
               MOVE LIM-INSTALLATION
                   TO WS-LIMIT-TBL-INSTALLATION(WS-LIMIT-COUNT)
               IF LIM-MAX-CLOSING IS NUMERIC
                   MOVE LIM-MAX-CLOSING
                       TO WS-LIMIT-TBL-MAX-CLOSING(WS-LIMIT-COUNT)
               ELSE
                   MOVE ZERO
                       TO WS-LIMIT-TBL-MAX-CLOSING(WS-LIMIT-COUNT)
               END-IF
               IF LIM-MAX-MOVEMENT IS NUMERIC
                   MOVE LIM-MAX-MOVEMENT
                       TO WS-LIMIT-TBL-MAX-MOVEMENT(WS-LIMIT-COUNT)
               ELSE
                   MOVE ZERO
                       TO WS-LIMIT-TBL-MAX-MOVEMENT(WS-LIMIT-COUNT)
               END-IF
               MOVE "N"
                   TO WS-LIMIT-TBL-DELETED-SWITCH(WS-LIMIT-COUNT)
           END-IF.
           READ LIMIT-FILE
               AT END SET WS-LIMIT-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           PERFORM 2100-VALIDATE-REQUEST THRU 2100-EXIT.
           IF WS-VALID
               EVALUATE TRUE
                   WHEN LMQ-ADD
                       PERFORM 2200-APPLY-ADD THRU 2200-EXIT
                   WHEN LMQ-CHANGE
                       PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
                   WHEN LMQ-DELETE
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

      * An unrecognized action code is rejected to the exception file
      * rather than dropped. A limit can only be set for a site on
      * the installation master - a mistyped code would otherwise
      * sit on LIMITFILE limiting nothing while the real site ran
      * unchecked.
       2100-VALIDATE-REQUEST.
           MOVE "Y" TO WS-VALID-SWITCH.
           MOVE LMQ-INSTALLATION TO WS-EXCEPT-BAD-ENTRY.
           IF NOT (LMQ-ADD OR LMQ-CHANGE OR LMQ-DELETE)
               MOVE "Unrecognized action code on limit request"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2100-EXIT
           END-IF.
           MOVE ZERO TO WS-LIMIT-SUB.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM 2110-SCAN-FOR-SITE THRU 2110-EXIT
               UNTIL WS-FOUND OR WS-LIMIT-SUB NOT < WS-LIMIT-COUNT.
           IF LMQ-ADD AND WS-FOUND
               MOVE "Add rejected: limits already on file for site"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2100-EXIT
           END-IF.
           IF NOT LMQ-ADD AND NOT WS-FOUND
               MOVE "Request rejected: no limits on file for site"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2100-EXIT
           END-IF.
           IF LMQ-ADD
               CALL "operationsInstallLookup" USING LMQ-INSTALLATION,
                   WS-SITE-NAME, WS-SITE-STATUS
               IF WS-SITE-STATUS NOT = "A"
                   MOVE "Add rejected: not an open installation"
                       TO WS-EXCEPT-MESSAGE
                   MOVE "N" TO WS-VALID-SWITCH
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           IF (LMQ-ADD OR LMQ-CHANGE)
               AND LMQ-MAX-CLOSING NOT = SPACES
               AND LMQ-MAX-CLOSING NOT NUMERIC
               MOVE "Request rejected: max closing is not numeric"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
           END-IF.
           IF (LMQ-ADD OR LMQ-CHANGE)
               AND LMQ-MAX-MOVEMENT NOT = SPACES
               AND LMQ-MAX-MOVEMENT NOT NUMERIC
               MOVE "Request rejected: max movement is not numeric"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
           END-IF.
       2100-EXIT.
           EXIT.

       2110-SCAN-FOR-SITE.
           ADD 1 TO WS-LIMIT-SUB.
           IF WS-LIMIT-TBL-INSTALLATION(WS-LIMIT-SUB)
                   = LMQ-INSTALLATION
               AND NOT WS-LIMIT-TBL-DELETED(WS-LIMIT-SUB)
               SET WS-FOUND TO TRUE
           END-IF.
       2110-EXIT.
           EXIT.

       2200-APPLY-ADD.
           IF WS-LIMIT-COUNT < 500
               ADD 1 TO WS-LIMIT-COUNT
               MOVE WS-LIMIT-COUNT TO WS-LIMIT-SUB
               MOVE LMQ-INSTALLATION
                   TO WS-LIMIT-TBL-INSTALLATION(WS-LIMIT-SUB)
               MOVE ZERO TO WS-LIMIT-TBL-MAX-CLOSING(WS-LIMIT-SUB)
               MOVE ZERO TO WS-LIMIT-TBL-MAX-MOVEMENT(WS-LIMIT-SUB)
               MOVE "N" TO WS-LIMIT-TBL-DELETED-SWITCH(WS-LIMIT-SUB)
               PERFORM 2310-TAKE-AMOUNTS THRU 2310-EXIT
               ADD 1 TO WS-ADD-COUNT
               MOVE "ADD" TO WS-MLOG-ACTION
               MOVE SPACES TO WS-MLOG-BEFORE
               PERFORM 2950-BUILD-AFTER-IMAGE THRU 2950-EXIT
               PERFORM 2960-WRITE-MAINT-LOG THRU 2960-EXIT
           ELSE
               MOVE "Add rejected: LIMITFILE is full" TO
                   WS-EXCEPT-MESSAGE
               MOVE LMQ-INSTALLATION TO WS-EXCEPT-BAD-ENTRY
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

       2300-APPLY-CHANGE.
           PERFORM 2940-BUILD-BEFORE-IMAGE THRU 2940-EXIT.
           PERFORM 2310-TAKE-AMOUNTS THRU 2310-EXIT.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE "CHANGE" TO WS-MLOG-ACTION.
           PERFORM 2950-BUILD-AFTER-IMAGE THRU 2950-EXIT.
           PERFORM 2960-WRITE-MAINT-LOG THRU 2960-EXIT.
       2300-EXIT.
           EXIT.

       2310-TAKE-AMOUNTS.
           IF LMQ-MAX-CLOSING NOT = SPACES
               MOVE LMQ-MAX-CLOSING-NUM
                   TO WS-LIMIT-TBL-MAX-CLOSING(WS-LIMIT-SUB)
           END-IF.
           IF LMQ-MAX-MOVEMENT NOT = SPACES
               MOVE LMQ-MAX-MOVEMENT-NUM
                   TO WS-LIMIT-TBL-MAX-MOVEMENT(WS-LIMIT-SUB)
           END-IF.
       2310-EXIT.
           EXIT.

      * A deleted row is dropped on the rewrite; until then it is
      * only flagged, so a later add for the same site in the same
      * batch is taken as a fresh row.
       2400-APPLY-DELETE.
           PERFORM 2940-BUILD-BEFORE-IMAGE THRU 2940-EXIT.
           SET WS-LIMIT-TBL-DELETED(WS-LIMIT-SUB) TO TRUE.
           ADD 1 TO WS-DELETE-COUNT.
           MOVE "DELETE" TO WS-MLOG-ACTION.
           MOVE SPACES TO WS-MLOG-AFTER.
           PERFORM 2960-WRITE-MAINT-LOG THRU 2960-EXIT.
       2400-EXIT.
           EXIT.

       2940-BUILD-BEFORE-IMAGE.
           PERFORM 2945-FILL-IMAGE THRU 2945-EXIT.
           MOVE WS-LIMIT-IMAGE TO WS-MLOG-BEFORE.
       2940-EXIT.
           EXIT.

       2945-FILL-IMAGE.
           MOVE WS-LIMIT-TBL-INSTALLATION(WS-LIMIT-SUB)
               TO WS-LIM-INSTALLATION.
           MOVE WS-LIMIT-TBL-MAX-CLOSING(WS-LIMIT-SUB)
               TO WS-LIM-MAX-CLOSING.
           MOVE WS-LIMIT-TBL-MAX-MOVEMENT(WS-LIMIT-SUB)
               TO WS-LIM-MAX-MOVEMENT.
       2945-EXIT.
           EXIT.

       2950-BUILD-AFTER-IMAGE.
           PERFORM 2945-FILL-IMAGE THRU 2945-EXIT.
           MOVE WS-LIMIT-IMAGE TO WS-MLOG-AFTER.
       2950-EXIT.
           EXIT.

       2960-WRITE-MAINT-LOG.
           MOVE LMQ-INSTALLATION TO WS-MLOG-KEY.
           CALL "operationsMaintLog" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID, WS-MLOG-ACTION, WS-MLOG-KEY,
               WS-MLOG-BEFORE, WS-MLOG-AFTER.
       2960-EXIT.
           EXIT.

       2900-WRITE-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE.
           ACCEPT EXC-DATE FROM DATE YYYYMMDD.
           ACCEPT EXC-TIME FROM TIME.
           MOVE "operationsLimitMaint" TO EXC-PROGRAM.
           MOVE WS-EXCEPT-MESSAGE TO EXC-MESSAGE.
           MOVE ZERO TO EXC-NUM1.
           MOVE ZERO TO EXC-NUM2.
           MOVE WS-EXCEPT-BAD-ENTRY TO EXC-BAD-ENTRY.
           MOVE ZERO TO EXC-ID.
           WRITE EXCEPTION-RECORD.
           CLOSE EXCEPTION-FILE.
       2900-EXIT.
           EXIT.

       8000-REWRITE-LIMITFILE.
           OPEN OUTPUT LIMIT-FILE.
           MOVE ZERO TO WS-LIMIT-SUB.
           PERFORM 8100-WRITE-LIMIT-LINE THRU 8100-EXIT
               UNTIL WS-LIMIT-SUB NOT < WS-LIMIT-COUNT.
           CLOSE LIMIT-FILE.
       8000-EXIT.
           EXIT.

       8100-WRITE-LIMIT-LINE.
           ADD 1 TO WS-LIMIT-SUB.
           IF WS-LIMIT-TBL-DELETED(WS-LIMIT-SUB)
               GO TO 8100-EXIT
           END-IF.
           MOVE WS-LIMIT-TBL-INSTALLATION(WS-LIMIT-SUB)
               TO LIM-INSTALLATION.
           MOVE WS-LIMIT-TBL-MAX-CLOSING(WS-LIMIT-SUB)
               TO LIM-MAX-CLOSING.
           MOVE WS-LIMIT-TBL-MAX-MOVEMENT(WS-LIMIT-SUB)
               TO LIM-MAX-MOVEMENT.
           WRITE LIMIT-RECORD.
       8100-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE MAINT-FILE.
           DISPLAY "LIMITFILE MAINTENANCE COMPLETE".
           DISPLAY "  ADDED:    " WS-ADD-COUNT.
           DISPLAY "  CHANGED:  " WS-CHANGE-COUNT.
           DISPLAY "  DELETED:  " WS-DELETE-COUNT.
           DISPLAY "  REJECTED: " WS-REJECT-COUNT.
           DISPLAY "LIMITS ON FILE (ZERO = NOT SET):".
           DISPLAY "  INST      MAX CLOSING      MAX MOVEMENT".
           MOVE ZERO TO WS-LIMIT-SUB.
           PERFORM 9100-LIST-LIMIT-LINE THRU 9100-EXIT
               UNTIL WS-LIMIT-SUB NOT < WS-LIMIT-COUNT.
       9000-EXIT.
           EXIT.

       9100-LIST-LIMIT-LINE.
           ADD 1 TO WS-LIMIT-SUB.
           IF WS-LIMIT-TBL-DELETED(WS-LIMIT-SUB)
               GO TO 9100-EXIT
           END-IF.
           MOVE WS-LIMIT-TBL-MAX-CLOSING(WS-LIMIT-SUB)
               TO WS-AMOUNT-EDIT.
           MOVE WS-LIMIT-TBL-MAX-MOVEMENT(WS-LIMIT-SUB)
               TO WS-MOVEMENT-EDIT.
           DISPLAY "  " WS-LIMIT-TBL-INSTALLATION(WS-LIMIT-SUB) "  "
               WS-AMOUNT-EDIT "  " WS-MOVEMENT-EDIT.
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

       END PROGRAM operationsLimitMaint.
