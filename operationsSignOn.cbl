      *           is refused without retry; a wrong password
      *           re-prompts, with the lockout engine counting the
      *           failures exactly as before.
      *           Passwords also age out: once the current password is
      *           older than the expiry age on PWPOLICYFILE (or has no
      *           changed date at all), or the account is brand-new or
      *           was just reset, the operator must choose a new one
      *           before the sign-on completes. The new password may
      *           not repeat the current one or any of the recent ones
      *           kept on the row. Forced changes, the changes made
      *           and refused reuses all go to SECURITYLOGFILE; three
      *           failed attempts at a new password refuse the
      *           sign-on.
      *           A completed sign-on also loads the operator's
      *           installation access (operationsSiteAccess), so the
      *           programs that post to or show a site can ask whether
      *           this operator may work it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SESSION-LOG-FILE ASSIGN TO WS-SESSLOGFILE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSLOG-STATUS.
           SELECT PW-POLICY-FILE ASSIGN TO "PWPOLICYFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PWPOL-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "SECURITYLOGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-LOG-FILE.
           COPY SESSLOGREC.

       FD  PW-POLICY-FILE.
           COPY PWPOLICY.

       FD  SECURITY-LOG-FILE.
           COPY SECLOGREC.

       WORKING-STORAGE SECTION.
      * The session log follows the caller onto the practice file
      * set in TRAINING mode - otherwise a training run would open a
           01 WS-TRAINING-ENTRY PIC X(01).
           01 WS-SESSLOG-STATUS PIC X(02) VALUE "00".
           01 WS-SIGNON-USERID PIC X(08).
      * Fields handed to the installation access engine on LOAD.
           01 WS-SITE-ACTION PIC X(05) VALUE "LOAD".
           01 WS-SITE-INSTALL PIC X(04) VALUE SPACES.
           01 WS-SITE-ALLOWED PIC X(01).
           01 WS-SIGNON-PASSWORD PIC X(08).
           01 WS-SIGNON-FOUND-SWITCH PIC X(01).
               88 WS-SIGNON-FOUND VALUE "Y".
               88 WS-CONVERT-NEEDED VALUE "Y".
           01 WS-LOAD-OVERFLOW-SWITCH PIC X(01).
               88 WS-LOAD-OVERFLOW VALUE "Y".
           01 WS-PWPOL-STATUS PIC X(02) VALUE "00".
           01 WS-SECLOG-STATUS PIC X(02) VALUE "00".
           01 WS-MAX-AGE-DAYS PIC 9(04).
           01 WS-REUSE-DEPTH PIC 9(01).
           01 WS-TODAY PIC 9(08).
           01 WS-PASSWORD-AGE PIC S9(07).
           01 WS-FORCE-SWITCH PIC X(01).
               88 WS-FORCE-CHANGE VALUE "Y".
           01 WS-FORCE-EVENT PIC X(10).
           01 WS-CHANGED-SWITCH PIC X(01).
               88 WS-PASSWORD-CHANGED VALUE "Y".
           01 WS-REUSED-SWITCH PIC X(01).
               88 WS-REUSED VALUE "Y".
           01 WS-NEW-PASSWORD PIC X(08).
           01 WS-CONFIRM-PASSWORD PIC X(08).
           01 WS-NEW-HASH PIC 9(09).
           01 WS-OLD-HASH PIC 9(09).
           01 WS-CHANGE-TRIES PIC 9(01) COMP.
           01 WS-PRIOR-SUB PIC 9(02) COMP.
           01 WS-SEC-EVENT PIC X(10).
           01 WS-SEC-DETAIL PIC X(50).
           01 WS-MATCHED-SUB PIC 9(05) COMP.
           01 WS-AUTH-COUNT PIC 9(05) COMP.
           01 WS-AUTH-SUB PIC 9(05) COMP.
      * Raw row images, held so a clear-text row can be converted to
      * its hashed form - or a new password recorded - in place after
      * a successful sign-on without disturbing any other row.
           01 WS-AUTH-TABLE.
               05 WS-AUTH-IMAGE OCCURS 2000 TIMES PIC X(90).
      * The matched row, laid out as AUTHREC.
           01 WS-CONVERT-ROW.
               05 WS-CVT-USER-ID PIC X(08).
               05 WS-CVT-PASSWORD PIC X(08).
               05 WS-CVT-ACTIVE PIC X(01).
               05 WS-CVT-LEVEL PIC X(01).
               05 WS-CVT-HASH PIC 9(09).
               05 WS-CVT-CHANGED PIC 9(08).
               05 WS-CVT-MUST-CHANGE PIC X(01).
               05 WS-CVT-PRIOR-HASH OCCURS 5 TIMES PIC 9(09).

       LINKAGE SECTION.
       01 LK-PROGRAM-NAME PIC X(20).
                   "this program requires. Contact your supervisor."
               GOBACK
           END-IF.
           PERFORM 1400-CHECK-PASSWORD-AGE THRU 1400-EXIT.
           IF WS-FORCE-CHANGE
               PERFORM 1500-FORCE-CHANGE THRU 1500-EXIT
               IF NOT WS-PASSWORD-CHANGED
                   DISPLAY "Password not changed - sign-on refused."
                   GOBACK
               END-IF
           ELSE
               IF WS-CONVERT-NEEDED AND NOT WS-LOAD-OVERFLOW
                   PERFORM 1200-CONVERT-PASSWORD THRU 1200-EXIT
               END-IF
           END-IF.
           MOVE WS-SIGNON-USERID TO LK-USER-ID.
           MOVE WS-USER-LEVEL TO LK-USER-LEVEL.
           MOVE "Y" TO LK-SIGNON-OK-SWITCH.
           PERFORM 1120-WRITE-SESSION-LOG THRU 1120-EXIT.
           CALL "operationsSiteAccess" USING WS-SITE-ACTION,
               LK-USER-ID, LK-USER-LEVEL, WS-SITE-INSTALL,
               WS-SITE-ALLOWED.
           GOBACK.

       1100-SIGN-ON.
                       SET WS-SIGNON-FOUND TO TRUE
                       MOVE AUTH-LEVEL OF AUTH-RECORD
                           TO WS-USER-LEVEL
                       PERFORM 1115-NOTE-MATCHED-ROW THRU 1115-EXIT
                   END-IF
               ELSE
                   IF AUTH-PASSWORD OF AUTH-RECORD
                       MOVE AUTH-LEVEL OF AUTH-RECORD
                           TO WS-USER-LEVEL
                       SET WS-CONVERT-NEEDED TO TRUE
                       PERFORM 1115-NOTE-MATCHED-ROW THRU 1115-EXIT
                   END-IF
               END-IF
           END-IF.
       1110-EXIT.
           EXIT.

      * A matched row past the end of the working table cannot be
      * rewritten, so it is remembered with no table position.
       1115-NOTE-MATCHED-ROW.
           MOVE AUTH-RECORD TO WS-CONVERT-ROW.
           IF WS-LOAD-OVERFLOW
               MOVE ZERO TO WS-MATCHED-SUB
           ELSE
               MOVE WS-AUTH-COUNT TO WS-MATCHED-SUB
           END-IF.
       1115-EXIT.
           EXIT.

      * Converts the just-used clear-text row to its hashed form and
      * rewrites the whole file - the same load-then-rewrite shape
      * operationsAuthMaint uses. A file too big for the working
           IF WS-MATCHED-SUB = ZERO
               GO TO 1200-EXIT
           END-IF.
           CALL "operationsPasswordHash" USING WS-SIGNON-PASSWORD,
               WS-CVT-HASH.
           MOVE "*HASHED*" TO WS-CVT-PASSWORD.
           PERFORM 1250-REWRITE-AUTHFILE THRU 1250-EXIT.
       1200-EXIT.
           EXIT.

       1250-REWRITE-AUTHFILE.
           MOVE WS-CONVERT-ROW TO WS-AUTH-IMAGE(WS-MATCHED-SUB).
           OPEN OUTPUT AUTH-FILE.
           MOVE ZERO TO WS-AUTH-SUB.
           PERFORM 1210-WRITE-AUTH-LINE THRU 1210-EXIT
               UNTIL WS-AUTH-SUB NOT < WS-AUTH-COUNT.
           CLOSE AUTH-FILE.
       1250-EXIT.
           EXIT.

       1210-WRITE-AUTH-LINE.
       1300-EXIT.
           EXIT.

      * A new or just-reset account changes first; otherwise the
      * password's age is measured against the policy. A row with no
      * usable changed date has an unknown age and is treated as
      * expired.
       1400-CHECK-PASSWORD-AGE.
           MOVE "N" TO WS-FORCE-SWITCH.
           PERFORM 1410-LOAD-POLICY THRU 1410-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF WS-CVT-MUST-CHANGE = "Y"
               SET WS-FORCE-CHANGE TO TRUE
               MOVE "PWFIRSTUSE" TO WS-FORCE-EVENT
               GO TO 1400-EXIT
           END-IF.
           IF WS-MAX-AGE-DAYS = ZERO
               GO TO 1400-EXIT
           END-IF.
           MOVE "PWEXPIRED" TO WS-FORCE-EVENT.
           IF WS-CVT-CHANGED IS NOT NUMERIC
               OR WS-CVT-CHANGED < 19000101
               SET WS-FORCE-CHANGE TO TRUE
               GO TO 1400-EXIT
           END-IF.
           COMPUTE WS-PASSWORD-AGE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - FUNCTION INTEGER-OF-DATE(WS-CVT-CHANGED).
           IF WS-PASSWORD-AGE NOT < WS-MAX-AGE-DAYS
               SET WS-FORCE-CHANGE TO TRUE
           END-IF.
       1400-EXIT.
           EXIT.

       1410-LOAD-POLICY.
           MOVE 90 TO WS-MAX-AGE-DAYS.
           MOVE 5 TO WS-REUSE-DEPTH.
           OPEN INPUT PW-POLICY-FILE.
           IF WS-PWPOL-STATUS = "35"
               GO TO 1410-EXIT
           END-IF.
           READ PW-POLICY-FILE
               AT END
                   CLOSE PW-POLICY-FILE
                   GO TO 1410-EXIT
           END-READ.
           IF PWP-MAX-AGE-DAYS IS NUMERIC
               MOVE PWP-MAX-AGE-DAYS TO WS-MAX-AGE-DAYS
           END-IF.
           IF PWP-REUSE-DEPTH IS NUMERIC
               MOVE PWP-REUSE-DEPTH TO WS-REUSE-DEPTH
           END-IF.
           IF WS-REUSE-DEPTH > 5
               MOVE 5 TO WS-REUSE-DEPTH
           END-IF.
           CLOSE PW-POLICY-FILE.
       1410-EXIT.
           EXIT.

      * A change that could not be written back (the matched row lies
      * past the end of the working table) is not forced - the
      * operator would only be made to change it again next time.
       1500-FORCE-CHANGE.
           MOVE "N" TO WS-CHANGED-SWITCH.
           IF WS-MATCHED-SUB = ZERO
               DISPLAY "WARNING: your password is due for change but "
                   "AUTHFILE is too large to record it."
               SET WS-PASSWORD-CHANGED TO TRUE
               GO TO 1500-EXIT
           END-IF.
           MOVE WS-FORCE-EVENT TO WS-SEC-EVENT.
           IF WS-FORCE-EVENT = "PWFIRSTUSE"
               DISPLAY "This account is new or was reset - choose a "
                   "new password now."
               MOVE "New or reset account - password change forced"
                   TO WS-SEC-DETAIL
           ELSE
               DISPLAY "Your password has expired - choose a new "
                   "password now."
               MOVE "Password expired - change forced"
                   TO WS-SEC-DETAIL
           END-IF.
           PERFORM 1600-WRITE-SECURITY-LOG THRU 1600-EXIT.
           MOVE ZERO TO WS-CHANGE-TRIES.
           PERFORM 1510-TAKE-NEW-PASSWORD THRU 1510-EXIT
               UNTIL WS-PASSWORD-CHANGED OR WS-CHANGE-TRIES NOT < 3.
           IF NOT WS-PASSWORD-CHANGED
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1540-RECORD-NEW-PASSWORD THRU 1540-EXIT.
           MOVE "PWCHANGED" TO WS-SEC-EVENT.
           MOVE "Password changed at sign-on" TO WS-SEC-DETAIL.
           PERFORM 1600-WRITE-SECURITY-LOG THRU 1600-EXIT.
           DISPLAY "Password changed.".
       1500-EXIT.
           EXIT.

       1510-TAKE-NEW-PASSWORD.
           ADD 1 TO WS-CHANGE-TRIES.
           DISPLAY "Enter new password:".
           ACCEPT WS-NEW-PASSWORD.
           DISPLAY "Re-enter new password:".
           ACCEPT WS-CONFIRM-PASSWORD.
           IF WS-NEW-PASSWORD = SPACES
               DISPLAY "The new password cannot be blank."
               GO TO 1510-EXIT
           END-IF.
           IF WS-NEW-PASSWORD NOT = WS-CONFIRM-PASSWORD
               DISPLAY "The two entries do not match."
               GO TO 1510-EXIT
           END-IF.
           CALL "operationsPasswordHash" USING WS-NEW-PASSWORD,
               WS-NEW-HASH.
           CALL "operationsPasswordHash" USING WS-SIGNON-PASSWORD,
               WS-OLD-HASH.
           MOVE "N" TO WS-REUSED-SWITCH.
           IF WS-NEW-HASH = WS-OLD-HASH
               SET WS-REUSED TO TRUE
           END-IF.
           MOVE ZERO TO WS-PRIOR-SUB.
           PERFORM 1520-CHECK-PRIOR-HASH THRU 1520-EXIT
               UNTIL WS-REUSED OR WS-PRIOR-SUB NOT < WS-REUSE-DEPTH.
           IF WS-REUSED
               DISPLAY "That password has been used recently - "
                   "choose a different one."
               MOVE "PWREUSE" TO WS-SEC-EVENT
               MOVE "Recent password refused at sign-on change"
                   TO WS-SEC-DETAIL
               PERFORM 1600-WRITE-SECURITY-LOG THRU 1600-EXIT
               GO TO 1510-EXIT
           END-IF.
           SET WS-PASSWORD-CHANGED TO TRUE.
       1510-EXIT.
           EXIT.

       1520-CHECK-PRIOR-HASH.
           ADD 1 TO WS-PRIOR-SUB.
           IF WS-CVT-PRIOR-HASH(WS-PRIOR-SUB) IS NUMERIC
               AND WS-CVT-PRIOR-HASH(WS-PRIOR-SUB) NOT = ZERO
               AND WS-CVT-PRIOR-HASH(WS-PRIOR-SUB) = WS-NEW-HASH
               SET WS-REUSED TO TRUE
           END-IF.
       1520-EXIT.
           EXIT.

      * The outgoing password's hash goes to the head of the history
      * and the oldest one drops off the end.
       1540-RECORD-NEW-PASSWORD.
           MOVE 5 TO WS-PRIOR-SUB.
           PERFORM 1545-SHIFT-PRIOR-HASH THRU 1545-EXIT
               UNTIL WS-PRIOR-SUB < 2.
           MOVE WS-OLD-HASH TO WS-CVT-PRIOR-HASH(1).
           MOVE WS-NEW-HASH TO WS-CVT-HASH.
           MOVE "*HASHED*" TO WS-CVT-PASSWORD.
           MOVE WS-TODAY TO WS-CVT-CHANGED.
           MOVE "N" TO WS-CVT-MUST-CHANGE.
           PERFORM 1250-REWRITE-AUTHFILE THRU 1250-EXIT.
       1540-EXIT.
           EXIT.

       1545-SHIFT-PRIOR-HASH.
           IF WS-CVT-PRIOR-HASH(WS-PRIOR-SUB - 1) IS NUMERIC
               MOVE WS-CVT-PRIOR-HASH(WS-PRIOR-SUB - 1)
                   TO WS-CVT-PRIOR-HASH(WS-PRIOR-SUB)
           ELSE
               MOVE ZERO TO WS-CVT-PRIOR-HASH(WS-PRIOR-SUB)
           END-IF.
           SUBTRACT 1 FROM WS-PRIOR-SUB.
       1545-EXIT.
           EXIT.

       1600-WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG-FILE.
           IF WS-SECLOG-STATUS = "35"
               OPEN OUTPUT SECURITY-LOG-FILE
           END-IF.
           ACCEPT SEC-DATE FROM DATE YYYYMMDD.
           ACCEPT SEC-TIME FROM TIME.
           MOVE WS-SIGNON-USERID TO SEC-USER-ID.
           MOVE WS-SEC-EVENT TO SEC-EVENT.
           MOVE LK-PROGRAM-NAME TO SEC-PROGRAM.
           MOVE WS-SEC-DETAIL TO SEC-DETAIL.
           WRITE SECURITY-LOG-RECORD.
           CLOSE SECURITY-LOG-FILE.
       1600-EXIT.
           EXIT.

       1120-WRITE-SESSION-LOG.
           OPEN EXTEND SESSION-LOG-FILE.
           IF WS-SESSLOG-STATUS = "35"
