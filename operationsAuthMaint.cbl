      *           check AUTH-ACTIVE, stop honoring it without losing
      *           its history. Ends with a listing of every account
      *           still active.
      *           An added account, and one whose password is reset
      *           here, is flagged to change its password at its next
      *           sign-on. A reset to the current password or to one
      *           of the recent ones barred by PWPOLICYFILE is
      *           rejected to the exception file and noted on
      *           SECURITYLOGFILE, the same as a reuse at sign-on.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PW-POLICY-FILE ASSIGN TO "PWPOLICYFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PWPOL-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "SECURITYLOGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE.
           COPY EXCEPTREC.

       FD  PW-POLICY-FILE.
           COPY PWPOLICY.

       FD  SECURITY-LOG-FILE.
           COPY SECLOGREC.

       WORKING-STORAGE SECTION.
      * Program name handed to the shared sign-on module - kept in
      * working storage (truncated to the X(20) the module declares)
               88 WS-FOUND VALUE "Y".
           01 WS-VALID-SWITCH PIC X(01) VALUE "N".
               88 WS-VALID VALUE "Y".
           01 WS-PWPOL-STATUS PIC X(02) VALUE "00".
           01 WS-SECLOG-STATUS PIC X(02) VALUE "00".
           01 WS-REUSE-DEPTH PIC 9(01) VALUE 5.
           01 WS-TODAY PIC 9(08).
           01 WS-NEW-HASH PIC 9(09).
           01 WS-PRIOR-SUB PIC 9(02) COMP.
           01 WS-REUSED-SWITCH PIC X(01).
               88 WS-REUSED VALUE "Y".
           01 WS-AUTH-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-AUTH-SUB PIC 9(05) COMP.
           01 WS-ADD-COUNT PIC 9(05) COMP VALUE ZERO.
               05 WS-AIM-PASSWORD PIC X(08).
               05 WS-AIM-ACTIVE PIC X(01).
               05 WS-AIM-LEVEL PIC X(01).
               05 WS-AIM-CHANGED PIC 9(08).
               05 WS-AIM-MUST-CHANGE PIC X(01).
           01 WS-AUTH-TABLE.
               05 WS-AUTH-ENTRY OCCURS 2000 TIMES.
                   10 WS-AUTH-TBL-USER-ID PIC X(08).
                       88 WS-AUTH-TBL-ACTIVE VALUE "Y".
                   10 WS-AUTH-TBL-LEVEL PIC X(01).
                   10 WS-AUTH-TBL-HASH PIC 9(09).
                   10 WS-AUTH-TBL-CHANGED PIC 9(08).
                   10 WS-AUTH-TBL-MUST-CHANGE PIC X(01).
                   10 WS-AUTH-TBL-PRIOR-HASH OCCURS 5 TIMES
                       PIC 9(09).

       PROCEDURE DIVISION.
      * A live file bigger than the working table would come back
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 1200-LOAD-POLICY THRU 1200-EXIT.
           OPEN INPUT AUTH-FILE.
           READ AUTH-FILE
               AT END SET WS-AUTH-EOF TO TRUE
               ELSE
                   MOVE ZERO TO WS-AUTH-TBL-HASH(WS-AUTH-COUNT)
               END-IF
               IF AUTH-PASSWORD-CHANGED OF AUTH-RECORD IS NUMERIC
                   MOVE AUTH-PASSWORD-CHANGED OF AUTH-RECORD
                       TO WS-AUTH-TBL-CHANGED(WS-AUTH-COUNT)
               ELSE
                   MOVE ZERO TO WS-AUTH-TBL-CHANGED(WS-AUTH-COUNT)
               END-IF
               MOVE AUTH-MUST-CHANGE-SWITCH OF AUTH-RECORD
                   TO WS-AUTH-TBL-MUST-CHANGE(WS-AUTH-COUNT)
               MOVE ZERO TO WS-PRIOR-SUB
               PERFORM 1110-LOAD-PRIOR-HASH THRU 1110-EXIT
                   UNTIL WS-PRIOR-SUB NOT < 5
           END-IF.
           READ AUTH-FILE
               AT END SET WS-AUTH-EOF TO TRUE
       1100-EXIT.
           EXIT.

       1110-LOAD-PRIOR-HASH.
           ADD 1 TO WS-PRIOR-SUB.
           IF AUTH-PRIOR-HASH OF AUTH-RECORD(WS-PRIOR-SUB) IS NUMERIC
               MOVE AUTH-PRIOR-HASH OF AUTH-RECORD(WS-PRIOR-SUB)
                   TO WS-AUTH-TBL-PRIOR-HASH(WS-AUTH-COUNT,
                       WS-PRIOR-SUB)
           ELSE
               MOVE ZERO
                   TO WS-AUTH-TBL-PRIOR-HASH(WS-AUTH-COUNT,
                       WS-PRIOR-SUB)
           END-IF.
       1110-EXIT.
           EXIT.

      * No policy file means the last five passwords are barred.
       1200-LOAD-POLICY.
           OPEN INPUT PW-POLICY-FILE.
           IF WS-PWPOL-STATUS = "35"
               GO TO 1200-EXIT
           END-IF.
           READ PW-POLICY-FILE
               AT END
                   CLOSE PW-POLICY-FILE
                   GO TO 1200-EXIT
           END-READ.
           IF PWP-REUSE-DEPTH IS NUMERIC
               MOVE PWP-REUSE-DEPTH TO WS-REUSE-DEPTH
           END-IF.
           IF WS-REUSE-DEPTH > 5
               MOVE 5 TO WS-REUSE-DEPTH
           END-IF.
           CLOSE PW-POLICY-FILE.
       1200-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           PERFORM 2100-VALIDATE-REQUEST THRU 2100-EXIT.
           IF WS-VALID
                   WS-AUTH-TBL-HASH(WS-AUTH-COUNT)
               MOVE "*HASHED*"
                   TO WS-AUTH-TBL-PASSWORD(WS-AUTH-COUNT)
               MOVE WS-TODAY TO WS-AUTH-TBL-CHANGED(WS-AUTH-COUNT)
               MOVE "Y" TO WS-AUTH-TBL-MUST-CHANGE(WS-AUTH-COUNT)
               MOVE ZERO TO WS-PRIOR-SUB
               PERFORM 2210-CLEAR-PRIOR-HASH THRU 2210-EXIT
                   UNTIL WS-PRIOR-SUB NOT < 5
               MOVE "Y" TO WS-AUTH-TBL-ACTIVE-SWITCH(WS-AUTH-COUNT)
               IF AMQ-LEVEL = "A" OR AMQ-LEVEL = "S"
                   MOVE AMQ-LEVEL TO WS-AUTH-TBL-LEVEL(WS-AUTH-COUNT)
       2200-EXIT.
           EXIT.

       2210-CLEAR-PRIOR-HASH.
           ADD 1 TO WS-PRIOR-SUB.
           MOVE ZERO TO WS-AUTH-TBL-PRIOR-HASH(WS-AUTH-COUNT,
               WS-PRIOR-SUB).
       2210-EXIT.
           EXIT.

       2300-APPLY-DEACTIVATE.
           PERFORM 2940-BUILD-BEFORE-IMAGE THRU 2940-EXIT.
           MOVE "N" TO WS-AUTH-TBL-ACTIVE-SWITCH(WS-AUTH-SUB).
           EXIT.

      * The request's clear-text password never reaches AUTHFILE -
      * only its one-way hash does. A reset is a temporary password:
      * the operator has to replace it at the next sign-on. The
      * outgoing hash joins the head of the row's history.
       2400-APPLY-CHANGE-PASSWORD.
           CALL "operationsPasswordHash" USING AMQ-PASSWORD,
               WS-NEW-HASH.
           PERFORM 2410-CHECK-REUSE THRU 2410-EXIT.
           IF WS-REUSED
               MOVE "Password change rejected: reuses a recent one"
                   TO WS-EXCEPT-MESSAGE
               MOVE AMQ-USER-ID TO WS-EXCEPT-BAD-ENTRY
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               PERFORM 2970-LOG-REUSE THRU 2970-EXIT
               GO TO 2400-EXIT
           END-IF.
           PERFORM 2940-BUILD-BEFORE-IMAGE THRU 2940-EXIT.
           MOVE 5 TO WS-PRIOR-SUB.
           PERFORM 2420-SHIFT-PRIOR-HASH THRU 2420-EXIT
               UNTIL WS-PRIOR-SUB < 2.
           IF WS-AUTH-TBL-PASSWORD(WS-AUTH-SUB) = "*HASHED*"
               MOVE WS-AUTH-TBL-HASH(WS-AUTH-SUB)
                   TO WS-AUTH-TBL-PRIOR-HASH(WS-AUTH-SUB, 1)
           ELSE
               CALL "operationsPasswordHash" USING
                   WS-AUTH-TBL-PASSWORD(WS-AUTH-SUB),
                   WS-AUTH-TBL-PRIOR-HASH(WS-AUTH-SUB, 1)
           END-IF.
           MOVE WS-NEW-HASH TO WS-AUTH-TBL-HASH(WS-AUTH-SUB).
           MOVE "*HASHED*" TO WS-AUTH-TBL-PASSWORD(WS-AUTH-SUB).
           MOVE WS-TODAY TO WS-AUTH-TBL-CHANGED(WS-AUTH-SUB).
           MOVE "Y" TO WS-AUTH-TBL-MUST-CHANGE(WS-AUTH-SUB).
           ADD 1 TO WS-PASSWORD-COUNT.
           MOVE "PASSWORD" TO WS-MLOG-ACTION.
           PERFORM 2950-BUILD-AFTER-IMAGE THRU 2950-EXIT.
       2400-EXIT.
           EXIT.

      * The current password is always barred; so are as many of the
      * recent ones as the policy says.
       2410-CHECK-REUSE.
           MOVE "N" TO WS-REUSED-SWITCH.
           IF WS-AUTH-TBL-PASSWORD(WS-AUTH-SUB) = "*HASHED*"
               IF WS-NEW-HASH = WS-AUTH-TBL-HASH(WS-AUTH-SUB)
                   SET WS-REUSED TO TRUE
               END-IF
           ELSE
               IF AMQ-PASSWORD = WS-AUTH-TBL-PASSWORD(WS-AUTH-SUB)
                   SET WS-REUSED TO TRUE
               END-IF
           END-IF.
           MOVE ZERO TO WS-PRIOR-SUB.
           PERFORM 2415-CHECK-PRIOR-HASH THRU 2415-EXIT
               UNTIL WS-REUSED OR WS-PRIOR-SUB NOT < WS-REUSE-DEPTH.
       2410-EXIT.
           EXIT.

       2415-CHECK-PRIOR-HASH.
           ADD 1 TO WS-PRIOR-SUB.
           IF WS-AUTH-TBL-PRIOR-HASH(WS-AUTH-SUB, WS-PRIOR-SUB)
               NOT = ZERO
               AND WS-AUTH-TBL-PRIOR-HASH(WS-AUTH-SUB, WS-PRIOR-SUB)
               = WS-NEW-HASH
               SET WS-REUSED TO TRUE
           END-IF.
       2415-EXIT.
           EXIT.

       2420-SHIFT-PRIOR-HASH.
           MOVE WS-AUTH-TBL-PRIOR-HASH(WS-AUTH-SUB, WS-PRIOR-SUB - 1)
               TO WS-AUTH-TBL-PRIOR-HASH(WS-AUTH-SUB, WS-PRIOR-SUB).
           SUBTRACT 1 FROM WS-PRIOR-SUB.
       2420-EXIT.
           EXIT.

      * The logged images never carry a usable password - a hashed
      * row shows only its "*HASHED*" marker, and the hash itself is
      * deliberately left out of the image.
           MOVE WS-AUTH-TBL-ACTIVE-SWITCH(WS-AUTH-SUB)
               TO WS-AIM-ACTIVE.
           MOVE WS-AUTH-TBL-LEVEL(WS-AUTH-SUB) TO WS-AIM-LEVEL.
           MOVE WS-AUTH-TBL-CHANGED(WS-AUTH-SUB) TO WS-AIM-CHANGED.
           MOVE WS-AUTH-TBL-MUST-CHANGE(WS-AUTH-SUB)
               TO WS-AIM-MUST-CHANGE.
           MOVE WS-AUTH-IMAGE TO WS-MLOG-BEFORE.
       2940-EXIT.
           EXIT.
           MOVE WS-AUTH-TBL-ACTIVE-SWITCH(WS-AUTH-SUB)
               TO WS-AIM-ACTIVE.
           MOVE WS-AUTH-TBL-LEVEL(WS-AUTH-SUB) TO WS-AIM-LEVEL.
           MOVE WS-AUTH-TBL-CHANGED(WS-AUTH-SUB) TO WS-AIM-CHANGED.
           MOVE WS-AUTH-TBL-MUST-CHANGE(WS-AUTH-SUB)
               TO WS-AIM-MUST-CHANGE.
           MOVE WS-AUTH-IMAGE TO WS-MLOG-AFTER.
       2950-EXIT.
           EXIT.
       2900-EXIT.
           EXIT.

       2970-LOG-REUSE.
           OPEN EXTEND SECURITY-LOG-FILE.
           IF WS-SECLOG-STATUS = "35"
               OPEN OUTPUT SECURITY-LOG-FILE
           END-IF.
           ACCEPT SEC-DATE FROM DATE YYYYMMDD.
           ACCEPT SEC-TIME FROM TIME.
           MOVE AMQ-USER-ID TO SEC-USER-ID.
           SET SEC-EVENT-PW-REUSE TO TRUE.
           MOVE "operationsAuthMaint" TO SEC-PROGRAM.
           MOVE "Recent password refused on reset by " TO SEC-DETAIL.
           MOVE WS-OPERATOR-ID TO SEC-DETAIL(37:8).
           WRITE SECURITY-LOG-RECORD.
           CLOSE SECURITY-LOG-FILE.
       2970-EXIT.
           EXIT.

       8000-REWRITE-AUTHFILE.
           OPEN OUTPUT AUTH-FILE.
           MOVE ZERO TO WS-AUTH-SUB.
               TO AUTH-LEVEL OF AUTH-RECORD.
           MOVE WS-AUTH-TBL-HASH(WS-AUTH-SUB)
               TO AUTH-PASSWORD-HASH OF AUTH-RECORD.
           MOVE WS-AUTH-TBL-CHANGED(WS-AUTH-SUB)
               TO AUTH-PASSWORD-CHANGED OF AUTH-RECORD.
           MOVE WS-AUTH-TBL-MUST-CHANGE(WS-AUTH-SUB)
               TO AUTH-MUST-CHANGE-SWITCH OF AUTH-RECORD.
           MOVE ZERO TO WS-PRIOR-SUB.
           PERFORM 8110-WRITE-PRIOR-HASH THRU 8110-EXIT
               UNTIL WS-PRIOR-SUB NOT < 5.
           WRITE AUTH-RECORD.
       8100-EXIT.
           EXIT.

       8110-WRITE-PRIOR-HASH.
           ADD 1 TO WS-PRIOR-SUB.
           MOVE WS-AUTH-TBL-PRIOR-HASH(WS-AUTH-SUB, WS-PRIOR-SUB)
               TO AUTH-PRIOR-HASH OF AUTH-RECORD(WS-PRIOR-SUB).
       8110-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE MAINT-FILE.
           DISPLAY "AUTHFILE MAINTENANCE COMPLETE".
