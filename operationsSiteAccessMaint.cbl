      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Maintains the operator-to-installation access table
      *           SITEACCFILE from a batch of grant/revoke
      *           requests - which installations each ordinary
      *           operator may post to and look up (see
      *           operationsSiteAccess). Access is a contract term
      *           with the site, so only an administrator signs on
      *           for this, the live file is snapshotted before a
      *           single request is applied, every applied grant and
      *           revoke lands on the maintenance change log, and a
      *           rejected request goes to the exception file with
      *           the reason. A grant must name an operator on
      *           AUTHFILE and an open installation. Ends with a
      *           listing of every grant on file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsSiteAccessMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO "SITEMAINTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SITE-ACCESS-FILE ASSIGN TO "SITEACCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-ACCESS-STATUS.
           SELECT AUTH-FILE ASSIGN TO "AUTHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
           COPY SITEACCMNT.

       FD  SITE-ACCESS-FILE.
           COPY SITEACCREC.

       FD  AUTH-FILE.
           COPY AUTHREC.

       FD  EXCEPTION-FILE.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
      * Program name handed to the shared sign-on module - kept in
      * working storage (truncated to the X(20) the module declares)
      * because a literal is not a valid BY REFERENCE argument.
           01 WS-SIGNON-PROGRAM PIC X(20) VALUE
               "operationsSiteAccess".
           01 WS-REQUIRED-LEVEL PIC X(01) VALUE "A".
           01 WS-OPERATOR-ID PIC X(08).
           01 WS-USER-LEVEL PIC X(01).
           01 WS-SIGNON-OK-SWITCH PIC X(01).
               88 WS-SIGNON-OK VALUE "Y".
           01 WS-SITE-ACCESS-STATUS PIC X(02) VALUE "00".
           01 WS-AUTH-STATUS PIC X(02) VALUE "00".
           01 WS-EXC-STATUS PIC X(02) VALUE "00".
           01 WS-LOAD-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 WS-LOAD-OVERFLOW VALUE "Y".
           01 WS-EXCEPT-MESSAGE PIC X(50).
           01 WS-EXCEPT-BAD-ENTRY PIC X(12).
           01 WS-MAINT-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-MAINT-EOF VALUE "Y".
           01 WS-ACCESS-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-ACCESS-EOF VALUE "Y".
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
           01 WS-ACCESS-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-ACCESS-SUB PIC 9(03) COMP.
           01 WS-GRANT-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-REVOKE-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-REJECT-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-SNAP-MASTER PIC X(12) VALUE "SITEACCFILE".
           01 WS-SNAPSHOT-OK-SWITCH PIC X(01).
               88 WS-SNAPSHOT-OK VALUE "Y".
      * Fields handed to the shared maintenance change-log writer.
           01 WS-MLOG-ACTION PIC X(10).
           01 WS-MLOG-KEY PIC X(20).
           01 WS-MLOG-BEFORE PIC X(80).
           01 WS-MLOG-AFTER PIC X(80).
           01 WS-ACCESS-KEY.
               05 WS-KEY-USER-ID PIC X(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-KEY-INSTALLATION PIC X(04).
      * The same key closed up to fit the exception row's bad entry.
           01 WS-BAD-KEY.
               05 WS-BAD-USER-ID PIC X(08).
               05 WS-BAD-INSTALLATION PIC X(04).
           01 WS-ACCESS-IMAGE.
               05 WS-IMG-USER-ID PIC X(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-IMG-INSTALLATION PIC X(04).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-IMG-GRANTED-DATE PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-IMG-GRANTED-BY PIC X(08).
           01 WS-ACCESS-TABLE.
               05 WS-ACCESS-ENTRY OCCURS 500 TIMES.
                   10 WS-ACC-TBL-USER-ID PIC X(08).
                   10 WS-ACC-TBL-INSTALLATION PIC X(04).
                   10 WS-ACC-TBL-GRANTED-DATE PIC 9(08).
                   10 WS-ACC-TBL-GRANTED-BY PIC X(08).
                   10 WS-ACC-TBL-REVOKED-SWITCH PIC X(01).
                       88 WS-ACC-TBL-REVOKED VALUE "Y".

       PROCEDURE DIVISION.
      * A live file bigger than the working table would come back
      * from the rewrite missing its overflow rows - the run stops
      * before touching anything, the same stance
      * operationsLimitMaint takes.
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
               DISPLAY "SITEACCFILE has more rows than the working "
                   "table holds - maintenance cannot run safely; "
                   "nothing was changed."
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               GOBACK
           END-IF.
           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL WS-MAINT-EOF.
           PERFORM 8000-REWRITE-ACCESSFILE THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9950-SIGN-OFF THRU 9950-EXIT.
           GOBACK.

      * No SITEACCFILE yet means no operator is restricted - the
      * first run's grants create it, and from then on the table
      * holds.
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT SITE-ACCESS-FILE.
           IF WS-SITE-ACCESS-STATUS = "35"
               SET WS-ACCESS-EOF TO TRUE
           ELSE
               READ SITE-ACCESS-FILE
                   AT END SET WS-ACCESS-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 1100-LOAD-ACCESS-LINE THRU 1100-EXIT
               UNTIL WS-ACCESS-EOF.
           IF WS-SITE-ACCESS-STATUS NOT = "35"
               CLOSE SITE-ACCESS-FILE
           END-IF.
           OPEN INPUT MAINT-FILE.
           READ MAINT-FILE
               AT END SET WS-MAINT-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

       1100-LOAD-ACCESS-LINE.
           IF WS-ACCESS-COUNT NOT < 500
               SET WS-LOAD-OVERFLOW TO TRUE
           END-IF.
           IF WS-ACCESS-COUNT < 500
               ADD 1 TO WS-ACCESS-COUNT
               MOVE SAC-USER-ID
                   TO WS-ACC-TBL-USER-ID(WS-ACCESS-COUNT)
               MOVE SAC-INSTALLATION
                   TO WS-ACC-TBL-INSTALLATION(WS-ACCESS-COUNT)
               IF SAC-GRANTED-DATE IS NUMERIC
                   MOVE SAC-GRANTED-DATE
                       TO WS-ACC-TBL-GRANTED-DATE(WS-ACCESS-COUNT)
               ELSE
                   MOVE ZERO
                       TO WS-ACC-TBL-GRANTED-DATE(WS-ACCESS-COUNT)
               END-IF
               MOVE SAC-GRANTED-BY
                   TO WS-ACC-TBL-GRANTED-BY(WS-ACCESS-COUNT)
               MOVE "N"
                   TO WS-ACC-TBL-REVOKED-SWITCH(WS-ACCESS-COUNT)
           END-IF.
           READ SITE-ACCESS-FILE
               AT END SET WS-ACCESS-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           PERFORM 2100-VALIDATE-REQUEST THRU 2100-EXIT.
           IF WS-VALID
               EVALUATE TRUE
                   WHEN SAQ-GRANT
                       PERFORM 2200-APPLY-GRANT THRU 2200-EXIT
                   WHEN SAQ-REVOKE
                       PERFORM 2400-APPLY-REVOKE THRU 2400-EXIT
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
      * rather than dropped. A grant must name a real operator and an
      * open site - a mistyped code would otherwise sit on the table
      * granting nothing while the operator was refused the site they
      * were meant to have. A revoke only needs the grant to exist,
      * so access to a closed site, or for a user since removed from
      * AUTHFILE, can still be taken away.
       2100-VALIDATE-REQUEST.
           MOVE "Y" TO WS-VALID-SWITCH.
           MOVE SAQ-USER-ID TO WS-KEY-USER-ID.
           MOVE SAQ-INSTALLATION TO WS-KEY-INSTALLATION.
           MOVE SAQ-USER-ID TO WS-BAD-USER-ID.
           MOVE SAQ-INSTALLATION TO WS-BAD-INSTALLATION.
           MOVE WS-BAD-KEY TO WS-EXCEPT-BAD-ENTRY.
           IF NOT (SAQ-GRANT OR SAQ-REVOKE)
               MOVE "Unrecognized action code on access request"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2100-EXIT
           END-IF.
           MOVE ZERO TO WS-ACCESS-SUB.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM 2110-SCAN-FOR-GRANT THRU 2110-EXIT
               UNTIL WS-FOUND OR WS-ACCESS-SUB NOT < WS-ACCESS-COUNT.
           IF SAQ-GRANT AND WS-FOUND
               MOVE "Grant rejected: operator already has the site"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2100-EXIT
           END-IF.
           IF SAQ-REVOKE AND NOT WS-FOUND
               MOVE "Revoke rejected: no such grant on file"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2100-EXIT
           END-IF.
           IF SAQ-GRANT
               PERFORM 2120-CHECK-USER THRU 2120-EXIT
               IF NOT WS-USER-FOUND
                   MOVE "Grant rejected: operator not on AUTHFILE"
                       TO WS-EXCEPT-MESSAGE
                   MOVE "N" TO WS-VALID-SWITCH
                   GO TO 2100-EXIT
               END-IF
               CALL "operationsInstallLookup" USING SAQ-INSTALLATION,
                   WS-SITE-NAME, WS-SITE-STATUS
               IF WS-SITE-STATUS NOT = "A"
                   MOVE "Grant rejected: not an open installation"
                       TO WS-EXCEPT-MESSAGE
                   MOVE "N" TO WS-VALID-SWITCH
                   GO TO 2100-EXIT
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

       2110-SCAN-FOR-GRANT.
           ADD 1 TO WS-ACCESS-SUB.
           IF WS-ACC-TBL-USER-ID(WS-ACCESS-SUB) = SAQ-USER-ID
               AND WS-ACC-TBL-INSTALLATION(WS-ACCESS-SUB)
                   = SAQ-INSTALLATION
               AND NOT WS-ACC-TBL-REVOKED(WS-ACCESS-SUB)
               SET WS-FOUND TO TRUE
           END-IF.
       2110-EXIT.
           EXIT.

      * AUTHFILE is read front to back for each grant - grants are a
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
               AND AUTH-USER-ID = SAQ-USER-ID
               SET WS-USER-FOUND TO TRUE
           END-IF.
       2125-EXIT.
           EXIT.

       2200-APPLY-GRANT.
           IF WS-ACCESS-COUNT < 500
               ADD 1 TO WS-ACCESS-COUNT
               MOVE WS-ACCESS-COUNT TO WS-ACCESS-SUB
               MOVE SAQ-USER-ID TO WS-ACC-TBL-USER-ID(WS-ACCESS-SUB)
               MOVE SAQ-INSTALLATION
                   TO WS-ACC-TBL-INSTALLATION(WS-ACCESS-SUB)
               MOVE WS-TODAY
                   TO WS-ACC-TBL-GRANTED-DATE(WS-ACCESS-SUB)
               MOVE WS-OPERATOR-ID
                   TO WS-ACC-TBL-GRANTED-BY(WS-ACCESS-SUB)
               MOVE "N" TO WS-ACC-TBL-REVOKED-SWITCH(WS-ACCESS-SUB)
               ADD 1 TO WS-GRANT-COUNT
               MOVE "GRANT" TO WS-MLOG-ACTION
               MOVE SPACES TO WS-MLOG-BEFORE
               PERFORM 2945-FILL-IMAGE THRU 2945-EXIT
               MOVE WS-ACCESS-IMAGE TO WS-MLOG-AFTER
               PERFORM 2960-WRITE-MAINT-LOG THRU 2960-EXIT
           ELSE
               MOVE "Grant rejected: SITEACCFILE is full" TO
                   WS-EXCEPT-MESSAGE
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      * A revoked row is dropped on the rewrite; until then it is
      * only flagged, so a later grant of the same site in the same
      * batch is taken as a fresh row.
       2400-APPLY-REVOKE.
           PERFORM 2945-FILL-IMAGE THRU 2945-EXIT.
           MOVE WS-ACCESS-IMAGE TO WS-MLOG-BEFORE.
           SET WS-ACC-TBL-REVOKED(WS-ACCESS-SUB) TO TRUE.
           ADD 1 TO WS-REVOKE-COUNT.
           MOVE "REVOKE" TO WS-MLOG-ACTION.
           MOVE SPACES TO WS-MLOG-AFTER.
           PERFORM 2960-WRITE-MAINT-LOG THRU 2960-EXIT.
       2400-EXIT.
           EXIT.

       2945-FILL-IMAGE.
           MOVE WS-ACC-TBL-USER-ID(WS-ACCESS-SUB) TO WS-IMG-USER-ID.
           MOVE WS-ACC-TBL-INSTALLATION(WS-ACCESS-SUB)
               TO WS-IMG-INSTALLATION.
           MOVE WS-ACC-TBL-GRANTED-DATE(WS-ACCESS-SUB)
               TO WS-IMG-GRANTED-DATE.
           MOVE WS-ACC-TBL-GRANTED-BY(WS-ACCESS-SUB)
               TO WS-IMG-GRANTED-BY.
       2945-EXIT.
           EXIT.

       2960-WRITE-MAINT-LOG.
           MOVE WS-ACCESS-KEY TO WS-MLOG-KEY.
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
           MOVE "operationsSiteAccessMaint" TO EXC-PROGRAM.
           MOVE WS-EXCEPT-MESSAGE TO EXC-MESSAGE.
           MOVE ZERO TO EXC-NUM1.
           MOVE ZERO TO EXC-NUM2.
           MOVE WS-EXCEPT-BAD-ENTRY TO EXC-BAD-ENTRY.
           MOVE ZERO TO EXC-ID.
           WRITE EXCEPTION-RECORD.
           CLOSE EXCEPTION-FILE.
       2900-EXIT.
           EXIT.

       8000-REWRITE-ACCESSFILE.
           OPEN OUTPUT SITE-ACCESS-FILE.
           MOVE ZERO TO WS-ACCESS-SUB.
           PERFORM 8100-WRITE-ACCESS-LINE THRU 8100-EXIT
               UNTIL WS-ACCESS-SUB NOT < WS-ACCESS-COUNT.
           CLOSE SITE-ACCESS-FILE.
       8000-EXIT.
           EXIT.

       8100-WRITE-ACCESS-LINE.
           ADD 1 TO WS-ACCESS-SUB.
           IF WS-ACC-TBL-REVOKED(WS-ACCESS-SUB)
               GO TO 8100-EXIT
           END-IF.
           MOVE WS-ACC-TBL-USER-ID(WS-ACCESS-SUB) TO SAC-USER-ID.
           MOVE WS-ACC-TBL-INSTALLATION(WS-ACCESS-SUB)
               TO SAC-INSTALLATION.
           MOVE WS-ACC-TBL-GRANTED-DATE(WS-ACCESS-SUB)
               TO SAC-GRANTED-DATE.
           MOVE WS-ACC-TBL-GRANTED-BY(WS-ACCESS-SUB)
               TO SAC-GRANTED-BY.
           WRITE SITE-ACCESS-RECORD.
       8100-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE MAINT-FILE.
           DISPLAY "SITEACCFILE MAINTENANCE COMPLETE".
           DISPLAY "  GRANTED:  " WS-GRANT-COUNT.
           DISPLAY "  REVOKED:  " WS-REVOKE-COUNT.
           DISPLAY "  REJECTED: " WS-REJECT-COUNT.
           DISPLAY "ACCESS ON FILE (SUPERVISORS HAVE EVERY SITE):".
           DISPLAY "  USER      INST  GRANTED   BY".
           MOVE ZERO TO WS-ACCESS-SUB.
           PERFORM 9100-LIST-ACCESS-LINE THRU 9100-EXIT
               UNTIL WS-ACCESS-SUB NOT < WS-ACCESS-COUNT.
       9000-EXIT.
           EXIT.

       9100-LIST-ACCESS-LINE.
           ADD 1 TO WS-ACCESS-SUB.
           IF WS-ACC-TBL-REVOKED(WS-ACCESS-SUB)
               GO TO 9100-EXIT
           END-IF.
           DISPLAY "  " WS-ACC-TBL-USER-ID(WS-ACCESS-SUB) "  "
               WS-ACC-TBL-INSTALLATION(WS-ACCESS-SUB) "  "
               WS-ACC-TBL-GRANTED-DATE(WS-ACCESS-SUB) "  "
               WS-ACC-TBL-GRANTED-BY(WS-ACCESS-SUB).
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

       END PROGRAM operationsSiteAccessMaint.
