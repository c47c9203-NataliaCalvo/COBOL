      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Maintains the installation master INSTALLFILE from
      *           a batch of add/change/close/reopen requests instead
      *           of a hand edit of the raw flat file. Goes through
      *           the same discipline as the other masters: a
      *           supervisor signs on, the live master is snapshotted
      *           before a single request is applied, every applied
      *           change lands on the maintenance change log with its
      *           before and after images, and a rejected request
      *           goes to the exception file with the reason. A
      *           closed site's row stays on file (INST-STATUS just
      *           flips to "C") so its history still resolves to a
      *           name; the front edit and the batch driver turn its
      *           transactions away from then on. Ends with a listing
      *           of every site on file and its status.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsInstallMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO "INSTMAINTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INSTALL-FILE ASSIGN TO "INSTALLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INST-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
           COPY INSTMNTREQ.

       FD  INSTALL-FILE.
           COPY INSTALLREC.

       FD  EXCEPTION-FILE.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
      * Program name handed to the shared sign-on module - kept in
      * working storage (truncated to the X(20) the module declares)
      * because a literal is not a valid BY REFERENCE argument.
           01 WS-SIGNON-PROGRAM PIC X(20) VALUE
               "operationsInstallMai".
           01 WS-REQUIRED-LEVEL PIC X(01) VALUE "S".
           01 WS-OPERATOR-ID PIC X(08).
           01 WS-USER-LEVEL PIC X(01).
           01 WS-SIGNON-OK-SWITCH PIC X(01).
               88 WS-SIGNON-OK VALUE "Y".
           01 WS-INST-STATUS PIC X(02) VALUE "00".
           01 WS-LOAD-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 WS-LOAD-OVERFLOW VALUE "Y".
           01 WS-EXCEPT-MESSAGE PIC X(50).
           01 WS-EXCEPT-BAD-ENTRY PIC X(12).
           01 WS-MAINT-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-MAINT-EOF VALUE "Y".
           01 WS-INST-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-INST-EOF VALUE "Y".
           01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
               88 WS-FOUND VALUE "Y".
           01 WS-VALID-SWITCH PIC X(01) VALUE "N".
               88 WS-VALID VALUE "Y".
           01 WS-TODAY PIC 9(08).
           01 WS-INST-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-INST-SUB PIC 9(03) COMP.
           01 WS-ADD-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-CHANGE-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-CLOSE-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-REOPEN-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-REJECT-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-SNAP-MASTER PIC X(12) VALUE "INSTALLFILE".
           01 WS-SNAPSHOT-OK-SWITCH PIC X(01).
               88 WS-SNAPSHOT-OK VALUE "Y".
      * Fields handed to the shared maintenance change-log writer.
           01 WS-MLOG-ACTION PIC X(10).
           01 WS-MLOG-KEY PIC X(20).
           01 WS-MLOG-BEFORE PIC X(80).
           01 WS-MLOG-AFTER PIC X(80).
           01 WS-INST-IMAGE.
               05 WS-IIM-CODE PIC X(04).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-IIM-NAME PIC X(24).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-IIM-REGION PIC X(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-IIM-CONTACT PIC X(20).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-IIM-OPEN-DATE PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-IIM-STATUS PIC X(01).
           01 WS-INST-TABLE.
               05 WS-INST-ENTRY OCCURS 500 TIMES.
                   10 WS-INST-TBL-CODE PIC X(04).
                   10 WS-INST-TBL-NAME PIC X(24).
                   10 WS-INST-TBL-REGION PIC X(08).
                   10 WS-INST-TBL-CONTACT PIC X(20).
                   10 WS-INST-TBL-OPEN-DATE PIC 9(08).
                   10 WS-INST-TBL-STATUS PIC X(01).
                       88 WS-INST-TBL-CLOSED VALUE "C".
                   10 WS-INST-TBL-ADDRESS PIC X(35).

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
               DISPLAY "INSTALLFILE has more rows than the working "
                   "table holds - maintenance cannot run safely; "
                   "nothing was changed."
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               GOBACK
           END-IF.
           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL WS-MAINT-EOF.
           PERFORM 8000-REWRITE-INSTALLFILE THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9950-SIGN-OFF THRU 9950-EXIT.
           GOBACK.

      * No INSTALLFILE yet is a master being built from nothing -
      * the first run's adds create it.
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT INSTALL-FILE.
           IF WS-INST-STATUS = "35"
               SET WS-INST-EOF TO TRUE
           ELSE
               READ INSTALL-FILE
                   AT END SET WS-INST-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 1100-LOAD-INST-LINE THRU 1100-EXIT
               UNTIL WS-INST-EOF.
           IF WS-INST-STATUS NOT = "35"
               CLOSE INSTALL-FILE
           END-IF.
           OPEN INPUT MAINT-FILE.
           READ MAINT-FILE
               AT END SET WS-MAINT-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

       1100-LOAD-INST-LINE.
           IF WS-INST-COUNT NOT < 500
               SET WS-LOAD-OVERFLOW TO TRUE
           END-IF.
           IF WS-INST-COUNT < 500
               ADD 1 TO WS-INST-COUNT
               MOVE INST-CODE TO WS-INST-TBL-CODE(WS-INST-COUNT)
               MOVE INST-NAME TO WS-INST-TBL-NAME(WS-INST-COUNT)
               MOVE INST-REGION TO WS-INST-TBL-REGION(WS-INST-COUNT)
               MOVE INST-CONTACT
                   TO WS-INST-TBL-CONTACT(WS-INST-COUNT)
               MOVE INST-ADDRESS
                   TO WS-INST-TBL-ADDRESS(WS-INST-COUNT)
               IF INST-OPEN-DATE IS NUMERIC
                   MOVE INST-OPEN-DATE
                       TO WS-INST-TBL-OPEN-DATE(WS-INST-COUNT)
               ELSE
                   MOVE ZERO TO WS-INST-TBL-OPEN-DATE(WS-INST-COUNT)
               END-IF
               IF INST-CLOSED
                   MOVE "C" TO WS-INST-TBL-STATUS(WS-INST-COUNT)
               ELSE
                   MOVE "A" TO WS-INST-TBL-STATUS(WS-INST-COUNT)
               END-IF
           END-IF.
           READ INSTALL-FILE
               AT END SET WS-INST-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           PERFORM 2100-VALIDATE-REQUEST THRU 2100-EXIT.
           IF WS-VALID
               EVALUATE TRUE
                   WHEN IMQ-ADD
                       PERFORM 2200-APPLY-ADD THRU 2200-EXIT
                   WHEN IMQ-CHANGE
                       PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
                   WHEN IMQ-CLOSE
                       PERFORM 2400-APPLY-CLOSE THRU 2400-EXIT
                   WHEN IMQ-REOPEN
                       PERFORM 2500-APPLY-REOPEN THRU 2500-EXIT
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
      * was applied. "DFLT" is RATETABLE's fallback row, not a site,
      * and is refused as a code.
       2100-VALIDATE-REQUEST.
           MOVE "Y" TO WS-VALID-SWITCH.
           MOVE IMQ-CODE TO WS-EXCEPT-BAD-ENTRY.
           IF NOT (IMQ-ADD OR IMQ-CHANGE OR IMQ-CLOSE OR IMQ-REOPEN)
               MOVE "Unrecognized action code on installation request"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2100-EXIT
           END-IF.
           IF IMQ-CODE = SPACES OR IMQ-CODE = "DFLT"
               MOVE "Request rejected: installation code not usable"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2100-EXIT
           END-IF.
           MOVE ZERO TO WS-INST-SUB.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM 2110-SCAN-FOR-CODE THRU 2110-EXIT
               UNTIL WS-FOUND OR WS-INST-SUB NOT < WS-INST-COUNT.
           IF IMQ-ADD AND WS-FOUND
               MOVE "Add rejected: installation already on file"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2100-EXIT
           END-IF.
           IF NOT IMQ-ADD AND NOT WS-FOUND
               MOVE "Request rejected: installation not on file"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2100-EXIT
           END-IF.
           IF IMQ-ADD AND IMQ-NAME = SPACES
               MOVE "Add rejected: site name is blank"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
           END-IF.
           IF (IMQ-ADD OR IMQ-CHANGE) AND IMQ-OPEN-DATE NOT = SPACES
               AND IMQ-OPEN-DATE NOT NUMERIC
               MOVE "Request rejected: open date is not YYYYMMDD"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
           END-IF.
           IF IMQ-CLOSE AND WS-FOUND
               AND WS-INST-TBL-CLOSED(WS-INST-SUB)
               MOVE "Close rejected: installation is already closed"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
           END-IF.
           IF IMQ-REOPEN AND WS-FOUND
               AND NOT WS-INST-TBL-CLOSED(WS-INST-SUB)
               MOVE "Reopen rejected: installation is not closed"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
           END-IF.
       2100-EXIT.
           EXIT.

       2110-SCAN-FOR-CODE.
           ADD 1 TO WS-INST-SUB.
           IF WS-INST-TBL-CODE(WS-INST-SUB) = IMQ-CODE
               SET WS-FOUND TO TRUE
           END-IF.
       2110-EXIT.
           EXIT.

       2200-APPLY-ADD.
           IF WS-INST-COUNT < 500
               ADD 1 TO WS-INST-COUNT
               MOVE WS-INST-COUNT TO WS-INST-SUB
               MOVE IMQ-CODE TO WS-INST-TBL-CODE(WS-INST-SUB)
               MOVE IMQ-NAME TO WS-INST-TBL-NAME(WS-INST-SUB)
               MOVE IMQ-REGION TO WS-INST-TBL-REGION(WS-INST-SUB)
               MOVE IMQ-CONTACT TO WS-INST-TBL-CONTACT(WS-INST-SUB)
               MOVE IMQ-ADDRESS TO WS-INST-TBL-ADDRESS(WS-INST-SUB)
               IF IMQ-OPEN-DATE = SPACES
                   MOVE WS-TODAY TO WS-INST-TBL-OPEN-DATE(WS-INST-SUB)
               ELSE
                   MOVE IMQ-OPEN-DATE
                       TO WS-INST-TBL-OPEN-DATE(WS-INST-SUB)
               END-IF
               MOVE "A" TO WS-INST-TBL-STATUS(WS-INST-SUB)
               ADD 1 TO WS-ADD-COUNT
               MOVE "ADD" TO WS-MLOG-ACTION
               MOVE SPACES TO WS-MLOG-BEFORE
               PERFORM 2950-BUILD-AFTER-IMAGE THRU 2950-EXIT
               PERFORM 2960-WRITE-MAINT-LOG THRU 2960-EXIT
               MOVE SPACES TO WS-MLOG-BEFORE
               PERFORM 2970-LOG-ADDRESS THRU 2970-EXIT
           ELSE
               MOVE "Add rejected: INSTALLFILE is full" TO
                   WS-EXCEPT-MESSAGE
               MOVE IMQ-CODE TO WS-EXCEPT-BAD-ENTRY
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

       2300-APPLY-CHANGE.
           PERFORM 2940-BUILD-BEFORE-IMAGE THRU 2940-EXIT.
           IF IMQ-NAME NOT = SPACES
               MOVE IMQ-NAME TO WS-INST-TBL-NAME(WS-INST-SUB)
           END-IF.
           IF IMQ-REGION NOT = SPACES
               MOVE IMQ-REGION TO WS-INST-TBL-REGION(WS-INST-SUB)
           END-IF.
           IF IMQ-CONTACT NOT = SPACES
               MOVE IMQ-CONTACT TO WS-INST-TBL-CONTACT(WS-INST-SUB)
           END-IF.
           IF IMQ-OPEN-DATE NOT = SPACES
               MOVE IMQ-OPEN-DATE
                   TO WS-INST-TBL-OPEN-DATE(WS-INST-SUB)
           END-IF.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE "CHANGE" TO WS-MLOG-ACTION.
           PERFORM 2950-BUILD-AFTER-IMAGE THRU 2950-EXIT.
           PERFORM 2960-WRITE-MAINT-LOG THRU 2960-EXIT.
           IF IMQ-ADDRESS NOT = SPACES
               MOVE WS-INST-TBL-ADDRESS(WS-INST-SUB) TO WS-MLOG-BEFORE
               MOVE IMQ-ADDRESS TO WS-INST-TBL-ADDRESS(WS-INST-SUB)
               PERFORM 2970-LOG-ADDRESS THRU 2970-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

       2400-APPLY-CLOSE.
           PERFORM 2940-BUILD-BEFORE-IMAGE THRU 2940-EXIT.
           MOVE "C" TO WS-INST-TBL-STATUS(WS-INST-SUB).
           ADD 1 TO WS-CLOSE-COUNT.
           MOVE "CLOSE" TO WS-MLOG-ACTION.
           PERFORM 2950-BUILD-AFTER-IMAGE THRU 2950-EXIT.
           PERFORM 2960-WRITE-MAINT-LOG THRU 2960-EXIT.
       2400-EXIT.
           EXIT.

       2500-APPLY-REOPEN.
           PERFORM 2940-BUILD-BEFORE-IMAGE THRU 2940-EXIT.
           MOVE "A" TO WS-INST-TBL-STATUS(WS-INST-SUB).
           ADD 1 TO WS-REOPEN-COUNT.
           MOVE "REOPEN" TO WS-MLOG-ACTION.
           PERFORM 2950-BUILD-AFTER-IMAGE THRU 2950-EXIT.
           PERFORM 2960-WRITE-MAINT-LOG THRU 2960-EXIT.
       2500-EXIT.
           EXIT.

       2940-BUILD-BEFORE-IMAGE.
           PERFORM 2945-FILL-IMAGE THRU 2945-EXIT.
           MOVE WS-INST-IMAGE TO WS-MLOG-BEFORE.
       2940-EXIT.
           EXIT.

       2945-FILL-IMAGE.
           MOVE WS-INST-TBL-CODE(WS-INST-SUB) TO WS-IIM-CODE.
           MOVE WS-INST-TBL-NAME(WS-INST-SUB) TO WS-IIM-NAME.
           MOVE WS-INST-TBL-REGION(WS-INST-SUB) TO WS-IIM-REGION.
           MOVE WS-INST-TBL-CONTACT(WS-INST-SUB) TO WS-IIM-CONTACT.
           MOVE WS-INST-TBL-OPEN-DATE(WS-INST-SUB)
               TO WS-IIM-OPEN-DATE.
           MOVE WS-INST-TBL-STATUS(WS-INST-SUB) TO WS-IIM-STATUS.
       2945-EXIT.
           EXIT.

       2950-BUILD-AFTER-IMAGE.
           PERFORM 2945-FILL-IMAGE THRU 2945-EXIT.
           MOVE WS-INST-IMAGE TO WS-MLOG-AFTER.
       2950-EXIT.
           EXIT.

       2960-WRITE-MAINT-LOG.
           MOVE IMQ-CODE TO WS-MLOG-KEY.
           CALL "operationsMaintLog" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID, WS-MLOG-ACTION, WS-MLOG-KEY,
               WS-MLOG-BEFORE, WS-MLOG-AFTER.
       2960-EXIT.
           EXIT.

      * The address does not fit beside the rest of the row in one
      * 80-byte log image, so a new or changed address gets a log
      * entry of its own with the old and new address.
       2970-LOG-ADDRESS.
           IF IMQ-ADDRESS = SPACES
               GO TO 2970-EXIT
           END-IF.
           MOVE "ADDRESS" TO WS-MLOG-ACTION.
           MOVE WS-INST-TBL-ADDRESS(WS-INST-SUB) TO WS-MLOG-AFTER.
           PERFORM 2960-WRITE-MAINT-LOG THRU 2960-EXIT.
       2970-EXIT.
           EXIT.

       2900-WRITE-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE.
           ACCEPT EXC-DATE FROM DATE YYYYMMDD.
           ACCEPT EXC-TIME FROM TIME.
           MOVE "operationsInstallMaint" TO EXC-PROGRAM.
           MOVE WS-EXCEPT-MESSAGE TO EXC-MESSAGE.
           MOVE ZERO TO EXC-NUM1.
           MOVE ZERO TO EXC-NUM2.
           MOVE WS-EXCEPT-BAD-ENTRY TO EXC-BAD-ENTRY.
           MOVE ZERO TO EXC-ID.
           WRITE EXCEPTION-RECORD.
           CLOSE EXCEPTION-FILE.
       2900-EXIT.
           EXIT.

       8000-REWRITE-INSTALLFILE.
           OPEN OUTPUT INSTALL-FILE.
           MOVE ZERO TO WS-INST-SUB.
           PERFORM 8100-WRITE-INST-LINE THRU 8100-EXIT
               UNTIL WS-INST-SUB NOT < WS-INST-COUNT.
           CLOSE INSTALL-FILE.
       8000-EXIT.
           EXIT.

       8100-WRITE-INST-LINE.
           ADD 1 TO WS-INST-SUB.
           MOVE WS-INST-TBL-CODE(WS-INST-SUB) TO INST-CODE.
           MOVE WS-INST-TBL-NAME(WS-INST-SUB) TO INST-NAME.
           MOVE WS-INST-TBL-REGION(WS-INST-SUB) TO INST-REGION.
           MOVE WS-INST-TBL-CONTACT(WS-INST-SUB) TO INST-CONTACT.
           MOVE WS-INST-TBL-OPEN-DATE(WS-INST-SUB) TO INST-OPEN-DATE.
           MOVE WS-INST-TBL-STATUS(WS-INST-SUB) TO INST-STATUS.
           MOVE WS-INST-TBL-ADDRESS(WS-INST-SUB) TO INST-ADDRESS.
           WRITE INSTALL-RECORD.
       8100-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE MAINT-FILE.
           DISPLAY "INSTALLFILE MAINTENANCE COMPLETE".
           DISPLAY "  ADDED:    " WS-ADD-COUNT.
           DISPLAY "  CHANGED:  " WS-CHANGE-COUNT.
           DISPLAY "  CLOSED:   " WS-CLOSE-COUNT.
           DISPLAY "  REOPENED: " WS-REOPEN-COUNT.
           DISPLAY "  REJECTED: " WS-REJECT-COUNT.
           DISPLAY "INSTALLATIONS ON FILE:".
           MOVE ZERO TO WS-INST-SUB.
           PERFORM 9100-LIST-INST-LINE THRU 9100-EXIT
               UNTIL WS-INST-SUB NOT < WS-INST-COUNT.
       9000-EXIT.
           EXIT.

       9100-LIST-INST-LINE.
           ADD 1 TO WS-INST-SUB.
           IF WS-INST-TBL-CLOSED(WS-INST-SUB)
               DISPLAY "  " WS-INST-TBL-CODE(WS-INST-SUB) "  "
                   WS-INST-TBL-NAME(WS-INST-SUB) "  CLOSED"
           ELSE
               DISPLAY "  " WS-INST-TBL-CODE(WS-INST-SUB) "  "
                   WS-INST-TBL-NAME(WS-INST-SUB) "  OPEN SINCE "
                   WS-INST-TBL-OPEN-DATE(WS-INST-SUB)
           END-IF.
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

       END PROGRAM operationsInstallMaint.
