      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Periodic sweep for operator accounts nobody uses any
      *           more - people who left, whose AUTHFILE rows stayed
      *           active because nobody thought to deactivate them.
      *           Every active account's last SIGNON is found on the
      *           session log, archived rows (SESSARCHFILE) included,
      *           so a log purged by operationsLogRetention does not
      *           make a regular operator look idle. An account idle
      *           longer than PWP-DORMANT-DAYS (PWPOLICYFILE; 90 with
      *           no file) is reported and deactivated the way
      *           operationsAuthMaint deactivates one: the row stays
      *           on file with AUTH-ACTIVE-SWITCH "N", the master is
      *           snapshotted first, and every deactivation goes on
      *           the maintenance change log. An account that has
      *           never signed on is measured from its password-
      *           changed date, which is set when it is added or
      *           reset, so a brand-new account is not swept before
      *           its owner has had the chance to use it.
      *           Administrator accounts are reported but never
      *           deactivated here - losing the last one would leave
      *           nobody able to put things right.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsDormantSweep.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-FILE ASSIGN TO "AUTHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT SESSION-LOG-FILE ASSIGN TO "SESSLOGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESS-STATUS.
           SELECT SESSION-ARCH-FILE ASSIGN TO "SESSARCHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESS-STATUS.
           SELECT PW-POLICY-FILE ASSIGN TO "PWPOLICYFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PWPOL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-FILE.
           COPY AUTHREC.

       FD  SESSION-LOG-FILE.
           COPY SESSLOGREC.

       FD  SESSION-ARCH-FILE.
       01  SESSION-ARCH-LINE PIC X(52).

       FD  PW-POLICY-FILE.
           COPY PWPOLICY.

       WORKING-STORAGE SECTION.
           COPY RPTFLDS.
      * Program name handed to the shared sign-on module - kept in
      * working storage (truncated to the X(20) the module declares)
      * because a literal is not a valid BY REFERENCE argument.
           01 WS-SIGNON-PROGRAM PIC X(20) VALUE
               "operationsDormantSwe".
           01 WS-REQUIRED-LEVEL PIC X(01) VALUE "A".
           01 WS-OPERATOR-ID PIC X(08).
           01 WS-USER-LEVEL PIC X(01).
           01 WS-SIGNON-OK-SWITCH PIC X(01).
               88 WS-SIGNON-OK VALUE "Y".
           01 WS-SNAP-MASTER PIC X(12) VALUE "AUTHFILE".
           01 WS-SNAPSHOT-OK-SWITCH PIC X(01).
               88 WS-SNAPSHOT-OK VALUE "Y".
           01 WS-AUTH-STATUS PIC X(02) VALUE "00".
           01 WS-SESS-STATUS PIC X(02) VALUE "00".
           01 WS-PWPOL-STATUS PIC X(02) VALUE "00".
           01 WS-AUTH-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-AUTH-EOF VALUE "Y".
           01 WS-SESS-EOF-SWITCH PIC X(01).
               88 WS-SESS-EOF VALUE "Y".
           01 WS-LOAD-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 WS-LOAD-OVERFLOW VALUE "Y".
           01 WS-FOUND-SWITCH PIC X(01).
               88 WS-FOUND VALUE "Y".
           01 WS-CHANGED-SWITCH PIC X(01) VALUE "N".
               88 WS-AUTHFILE-CHANGED VALUE "Y".
           01 WS-DORMANT-DAYS PIC 9(04) VALUE 90.
           01 WS-TODAY PIC 9(08).
           01 WS-TODAY-INT PIC 9(07).
           01 WS-BASIS-DATE PIC 9(08).
           01 WS-IDLE-DAYS PIC 9(07).
           01 WS-ACTION-TEXT PIC X(30).
           01 WS-LAST-TEXT PIC X(08).
           01 WS-LEVEL-TEXT PIC X(06).
           01 WS-IDLE-EDIT PIC Z,ZZZ,ZZ9.
           01 WS-COUNT-EDIT PIC ZZ,ZZ9.
           01 WS-DAYS-EDIT PIC Z,ZZ9.
           01 WS-CHECKED-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-IDLE-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-DEACTIVATE-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-ADMIN-KEPT-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-AUTH-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-AUTH-SUB PIC 9(05) COMP.
      * Fields handed to the shared maintenance change-log writer, and
      * the same row image operationsAuthMaint logs.
           01 WS-MLOG-ACTION PIC X(10) VALUE "DEACTIVATE".
           01 WS-MLOG-KEY PIC X(20).
           01 WS-MLOG-BEFORE PIC X(80).
           01 WS-MLOG-AFTER PIC X(80).
           01 WS-AUTH-IMAGE.
               05 WS-AIM-USER-ID PIC X(08).
               05 WS-AIM-PASSWORD PIC X(08).
               05 WS-AIM-ACTIVE PIC X(01).
               05 WS-AIM-LEVEL PIC X(01).
               05 WS-AIM-CHANGED PIC 9(08).
               05 WS-AIM-MUST-CHANGE PIC X(01).
      * The whole AUTHFILE row is carried untouched apart from the
      * active switch, so the password history survives the rewrite.
           01 WS-AUTH-TABLE.
               05 WS-AUTH-ENTRY OCCURS 2000 TIMES.
                   10 WS-AUTH-TBL-ROW PIC X(81).
                   10 WS-AUTH-TBL-USER-ID PIC X(08).
                   10 WS-AUTH-TBL-LAST-SIGNON PIC 9(08).

       PROCEDURE DIVISION.
      * A live file bigger than the working table would come back
      * from the rewrite missing its overflow rows - the run stops
      * before touching anything, the same stance
      * operationsAuthMaint takes.
       0000-MAINLINE.
           CALL "operationsSignOn" USING WS-SIGNON-PROGRAM,
               WS-REQUIRED-LEVEL, WS-OPERATOR-ID, WS-USER-LEVEL,
               WS-SIGNON-OK-SWITCH.
           IF NOT WS-SIGNON-OK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           CALL "operationsMasterSnapshot" USING WS-SNAP-MASTER,
               WS-SNAPSHOT-OK-SWITCH.
           IF NOT WS-SNAPSHOT-OK
               DISPLAY "Snapshot failed - the sweep cannot run "
                   "safely; nothing was changed."
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-LOAD-OVERFLOW
               DISPLAY "AUTHFILE has more rows than the working "
                   "table holds - the sweep cannot run safely; "
                   "nothing was changed."
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               GOBACK
           END-IF.
           PERFORM 2000-READ-SESSION-ARCHIVE THRU 2000-EXIT.
           PERFORM 2100-READ-SESSION-LOG THRU 2100-EXIT.
           PERFORM 9700-OPEN-REPORT THRU 9700-EXIT.
           PERFORM 3000-SWEEP-ACCOUNTS THRU 3000-EXIT.
           IF WS-AUTHFILE-CHANGED
               PERFORM 8000-REWRITE-AUTHFILE THRU 8000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9900-CLOSE-REPORT THRU 9900-EXIT.
           PERFORM 9950-SIGN-OFF THRU 9950-EXIT.
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           PERFORM 1200-LOAD-POLICY THRU 1200-EXIT.
           OPEN INPUT AUTH-FILE.
           IF WS-AUTH-STATUS = "35"
               SET WS-AUTH-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF.
           READ AUTH-FILE
               AT END SET WS-AUTH-EOF TO TRUE
           END-READ.
           PERFORM 1100-LOAD-AUTH-LINE THRU 1100-EXIT
               UNTIL WS-AUTH-EOF.
           CLOSE AUTH-FILE.
       1000-EXIT.
           EXIT.

       1100-LOAD-AUTH-LINE.
           IF WS-AUTH-COUNT < 2000
               ADD 1 TO WS-AUTH-COUNT
               MOVE AUTH-RECORD TO WS-AUTH-TBL-ROW(WS-AUTH-COUNT)
               MOVE AUTH-USER-ID TO WS-AUTH-TBL-USER-ID(WS-AUTH-COUNT)
               MOVE ZERO TO WS-AUTH-TBL-LAST-SIGNON(WS-AUTH-COUNT)
           ELSE
               SET WS-LOAD-OVERFLOW TO TRUE
           END-IF.
           READ AUTH-FILE
               AT END SET WS-AUTH-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      * No policy file, or a row written before the dormant limit
      * existed, means 90 days.
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
           IF PWP-DORMANT-DAYS IS NUMERIC
               AND PWP-DORMANT-DAYS > ZERO
               MOVE PWP-DORMANT-DAYS TO WS-DORMANT-DAYS
           END-IF.
           CLOSE PW-POLICY-FILE.
       1200-EXIT.
           EXIT.

      * The archive is read first, then the live log; both carry the
      * same row layout, and only the latest SIGNON per user matters.
       2000-READ-SESSION-ARCHIVE.
           MOVE "N" TO WS-SESS-EOF-SWITCH.
           OPEN INPUT SESSION-ARCH-FILE.
           IF WS-SESS-STATUS = "35"
               GO TO 2000-EXIT
           END-IF.
           READ SESSION-ARCH-FILE
               AT END SET WS-SESS-EOF TO TRUE
           END-READ.
           PERFORM 2010-NOTE-ARCHIVE-LINE THRU 2010-EXIT
               UNTIL WS-SESS-EOF.
           CLOSE SESSION-ARCH-FILE.
       2000-EXIT.
           EXIT.

       2010-NOTE-ARCHIVE-LINE.
           MOVE SESSION-ARCH-LINE TO SESSION-LOG-RECORD.
           PERFORM 2200-NOTE-SIGNON THRU 2200-EXIT.
           READ SESSION-ARCH-FILE
               AT END SET WS-SESS-EOF TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.

       2100-READ-SESSION-LOG.
           MOVE "N" TO WS-SESS-EOF-SWITCH.
           OPEN INPUT SESSION-LOG-FILE.
           IF WS-SESS-STATUS = "35"
               GO TO 2100-EXIT
           END-IF.
           READ SESSION-LOG-FILE
               AT END SET WS-SESS-EOF TO TRUE
           END-READ.
           PERFORM 2110-NOTE-LOG-LINE THRU 2110-EXIT
               UNTIL WS-SESS-EOF.
           CLOSE SESSION-LOG-FILE.
       2100-EXIT.
           EXIT.

       2110-NOTE-LOG-LINE.
           PERFORM 2200-NOTE-SIGNON THRU 2200-EXIT.
           READ SESSION-LOG-FILE
               AT END SET WS-SESS-EOF TO TRUE
           END-READ.
       2110-EXIT.
           EXIT.

       2200-NOTE-SIGNON.
           IF NOT SESS-EVENT-SIGNON OR SESS-DATE IS NOT NUMERIC
               GO TO 2200-EXIT
           END-IF.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-AUTH-SUB.
           PERFORM 2210-SCAN-FOR-USER-ID THRU 2210-EXIT
               UNTIL WS-FOUND OR WS-AUTH-SUB NOT < WS-AUTH-COUNT.
           IF WS-FOUND
               AND SESS-DATE > WS-AUTH-TBL-LAST-SIGNON(WS-AUTH-SUB)
               MOVE SESS-DATE TO WS-AUTH-TBL-LAST-SIGNON(WS-AUTH-SUB)
           END-IF.
       2200-EXIT.
           EXIT.

       2210-SCAN-FOR-USER-ID.
           ADD 1 TO WS-AUTH-SUB.
           IF WS-AUTH-TBL-USER-ID(WS-AUTH-SUB) = SESS-USER-ID
               SET WS-FOUND TO TRUE
           END-IF.
       2210-EXIT.
           EXIT.

       3000-SWEEP-ACCOUNTS.
           MOVE WS-DORMANT-DAYS TO WS-DAYS-EDIT.
           STRING "DORMANT ACCOUNT SWEEP AS OF " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               " - IDLE LIMIT " DELIMITED BY SIZE
               WS-DAYS-EDIT DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE "USER ID   LEVEL   LAST SIGNON  IDLE DAYS  ACTION"
               TO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE ZERO TO WS-AUTH-SUB.
           PERFORM 3100-CHECK-ACCOUNT THRU 3100-EXIT
               UNTIL WS-AUTH-SUB NOT < WS-AUTH-COUNT.
           IF WS-IDLE-COUNT = ZERO
               MOVE "No active account is past the idle limit."
                   TO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      * A row with no sign-on anywhere on the logs and no password-
      * changed date either predates both, so it has no claim to
      * being in use and is counted as idle.
       3100-CHECK-ACCOUNT.
           ADD 1 TO WS-AUTH-SUB.
           MOVE WS-AUTH-TBL-ROW(WS-AUTH-SUB) TO AUTH-RECORD.
           IF NOT AUTH-ACTIVE
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-CHECKED-COUNT.
           MOVE WS-AUTH-TBL-LAST-SIGNON(WS-AUTH-SUB) TO WS-BASIS-DATE.
           IF WS-BASIS-DATE = ZERO
               MOVE "NEVER" TO WS-LAST-TEXT
               IF AUTH-PASSWORD-CHANGED IS NUMERIC
                   AND AUTH-PASSWORD-CHANGED NOT < 16010101
                   MOVE AUTH-PASSWORD-CHANGED TO WS-BASIS-DATE
               END-IF
           ELSE
               MOVE WS-BASIS-DATE TO WS-LAST-TEXT
           END-IF.
           IF WS-BASIS-DATE < 16010101
               MOVE 9999999 TO WS-IDLE-DAYS
           ELSE
               COMPUTE WS-IDLE-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-BASIS-DATE)
           END-IF.
           IF WS-IDLE-DAYS NOT > WS-DORMANT-DAYS
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-IDLE-COUNT.
           EVALUATE TRUE
               WHEN AUTH-LEVEL-ADMIN
                   MOVE "ADMIN" TO WS-LEVEL-TEXT
               WHEN AUTH-LEVEL-SUPERVISOR
                   MOVE "SUPV" TO WS-LEVEL-TEXT
               WHEN OTHER
                   MOVE "OPER" TO WS-LEVEL-TEXT
           END-EVALUATE.
           IF AUTH-LEVEL-ADMIN
               MOVE "REPORTED ONLY - ADMINISTRATOR" TO WS-ACTION-TEXT
               ADD 1 TO WS-ADMIN-KEPT-COUNT
           ELSE
               PERFORM 3200-DEACTIVATE-ACCOUNT THRU 3200-EXIT
               MOVE "DEACTIVATED" TO WS-ACTION-TEXT
           END-IF.
           PERFORM 3300-PRINT-ACCOUNT-LINE THRU 3300-EXIT.
       3100-EXIT.
           EXIT.

       3200-DEACTIVATE-ACCOUNT.
           PERFORM 3210-BUILD-IMAGE THRU 3210-EXIT.
           MOVE WS-AUTH-IMAGE TO WS-MLOG-BEFORE.
           MOVE "N" TO AUTH-ACTIVE-SWITCH.
           MOVE AUTH-RECORD TO WS-AUTH-TBL-ROW(WS-AUTH-SUB).
           PERFORM 3210-BUILD-IMAGE THRU 3210-EXIT.
           MOVE WS-AUTH-IMAGE TO WS-MLOG-AFTER.
           MOVE AUTH-USER-ID TO WS-MLOG-KEY.
           CALL "operationsMaintLog" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID, WS-MLOG-ACTION, WS-MLOG-KEY,
               WS-MLOG-BEFORE, WS-MLOG-AFTER.
           ADD 1 TO WS-DEACTIVATE-COUNT.
           SET WS-AUTHFILE-CHANGED TO TRUE.
       3200-EXIT.
           EXIT.

      * The logged image never carries the password hash, the same as
      * operationsAuthMaint's.
       3210-BUILD-IMAGE.
           MOVE AUTH-USER-ID TO WS-AIM-USER-ID.
           MOVE AUTH-PASSWORD TO WS-AIM-PASSWORD.
           MOVE AUTH-ACTIVE-SWITCH TO WS-AIM-ACTIVE.
           MOVE AUTH-LEVEL TO WS-AIM-LEVEL.
           MOVE AUTH-PASSWORD-CHANGED TO WS-AIM-CHANGED.
           MOVE AUTH-MUST-CHANGE-SWITCH TO WS-AIM-MUST-CHANGE.
       3210-EXIT.
           EXIT.

       3300-PRINT-ACCOUNT-LINE.
           IF WS-IDLE-DAYS = 9999999
               MOVE "  UNKNOWN" TO WS-RPT-TEXT(32:9)
           ELSE
               MOVE WS-IDLE-DAYS TO WS-IDLE-EDIT
               MOVE WS-IDLE-EDIT TO WS-RPT-TEXT(32:9)
           END-IF.
           MOVE AUTH-USER-ID TO WS-RPT-TEXT(1:8).
           MOVE WS-LEVEL-TEXT TO WS-RPT-TEXT(11:6).
           MOVE WS-LAST-TEXT TO WS-RPT-TEXT(19:8).
           MOVE WS-ACTION-TEXT TO WS-RPT-TEXT(43:30).
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
       3300-EXIT.
           EXIT.

       8000-REWRITE-AUTHFILE.
           OPEN OUTPUT AUTH-FILE.
           MOVE ZERO TO WS-AUTH-SUB.
           PERFORM 8100-WRITE-AUTH-LINE THRU 8100-EXIT
               UNTIL WS-AUTH-SUB NOT < WS-AUTH-COUNT.
           CLOSE AUTH-FILE.
       8000-EXIT.
           EXIT.

       8100-WRITE-AUTH-LINE.
           ADD 1 TO WS-AUTH-SUB.
           MOVE WS-AUTH-TBL-ROW(WS-AUTH-SUB) TO AUTH-RECORD.
           WRITE AUTH-RECORD.
       8100-EXIT.
           EXIT.

       9000-TERMINATE.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE WS-CHECKED-COUNT TO WS-COUNT-EDIT.
           STRING "ACTIVE ACCOUNTS CHECKED:     " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE WS-IDLE-COUNT TO WS-COUNT-EDIT.
           STRING "PAST THE IDLE LIMIT:         " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE WS-DEACTIVATE-COUNT TO WS-COUNT-EDIT.
           STRING "DEACTIVATED:                 " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE WS-ADMIN-KEPT-COUNT TO WS-COUNT-EDIT.
           STRING "ADMINISTRATORS LEFT ACTIVE:  " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
       9000-EXIT.
           EXIT.

      * Shared report-writer plumbing: the writer puts every line on
      * the console, the print file and the reprint archive at once,
      * with the standard page heading.
       9700-OPEN-REPORT.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RPT-OPERATOR FROM ENVIRONMENT-VALUE.
           MOVE "DORMANT ACCOUNTS" TO WS-RPT-NAME.
           MOVE "OPEN" TO WS-RPT-ACTION.
           MOVE SPACES TO WS-RPT-TEXT.
           CALL "operationsReportWriter" USING WS-RPT-ACTION,
               WS-RPT-NAME, WS-RPT-OPERATOR, WS-RPT-TEXT.
       9700-EXIT.
           EXIT.

       9800-PUT-REPORT-LINE.
           MOVE "LINE" TO WS-RPT-ACTION.
           CALL "operationsReportWriter" USING WS-RPT-ACTION,
               WS-RPT-NAME, WS-RPT-OPERATOR, WS-RPT-TEXT.
           MOVE SPACES TO WS-RPT-TEXT.
       9800-EXIT.
           EXIT.

       9900-CLOSE-REPORT.
           MOVE "CLOSE" TO WS-RPT-ACTION.
           CALL "operationsReportWriter" USING WS-RPT-ACTION,
               WS-RPT-NAME, WS-RPT-OPERATOR, WS-RPT-TEXT.
       9900-EXIT.
           EXIT.

      * Closes the session the shared sign-on module opened - run on
      * every exit that follows a successful sign-on, so an open
      * session on the log keeps meaning an abend.
       9950-SIGN-OFF.
           CALL "operationsSignOff" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID.
       9950-EXIT.
           EXIT.

       END PROGRAM operationsDormantSweep.
