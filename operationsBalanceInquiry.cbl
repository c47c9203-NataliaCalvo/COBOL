      *           runs that moved the balance, built by totalling the
      *           installation's HISTFILE rows per run number. This
      *           answers "where does site CR02 stand" on demand
      *           instead of waiting for an end-of-day scan. The
      *           site name from the installation master is shown
      *           next to the code, with a warning when the site has
      *           been closed. The operator signs on first; an
      *           installation they are not allowed to work (see
      *           operationsSiteAccess) is refused to the exception
      *           file and nothing about it is shown. Every lookup
      *           is written to the inquiry access log through
      *           operationsAccessLog. A site merged or re-coded
      *           into another (see operationsInstallRecode) is
      *           shown under the code it now lives under, and the
      *           statement takes in the history the old code
      *           posted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-BAL-STATUS.
           SELECT HIST-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
           COPY HISTREC.

       FD  EXCEPTION-FILE.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
      * Program name handed to the shared sign-on module - kept in
      * working storage (truncated to the X(20) the module declares)
      * because a literal is not a valid BY REFERENCE argument.
           01 WS-SIGNON-PROGRAM PIC X(20) VALUE
               "operationsBalanceInq".
           01 WS-REQUIRED-LEVEL PIC X(01) VALUE SPACE.
           01 WS-OPERATOR-ID PIC X(08).
           01 WS-USER-LEVEL PIC X(01).
           01 WS-SIGNON-OK-SWITCH PIC X(01).
               88 WS-SIGNON-OK VALUE "Y".
      * Fields handed to the installation access engine on CHECK.
           01 WS-SITE-ACTION PIC X(05) VALUE "CHECK".
           01 WS-SITE-ALLOWED-SWITCH PIC X(01).
               88 WS-SITE-ALLOWED VALUE "Y".
           01 WS-EXC-STATUS PIC X(02) VALUE "00".
      * Fields handed to the shared inquiry access-log writer.
           01 WS-ALOG-TYPE PIC X(10) VALUE "BALANCE".
           01 WS-ALOG-KEY PIC X(20).
           01 WS-ALOG-RESULT PIC X(08).
           01 WS-BAL-STATUS PIC X(02) VALUE "00".
           01 WS-BAL-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-BAL-EOF VALUE "Y".
           01 WS-CAP-SWITCH PIC X(01) VALUE "N".
               88 WS-CAP-WARNED VALUE "Y".
           01 WS-INQUIRY-INSTALL PIC X(04).
           01 WS-ROLLED-INSTALLATION PIC X(04).
      * Answers handed back by the installation master lookup.
           01 WS-SITE-NAME PIC X(24).
           01 WS-SITE-STATUS PIC X(01).
               88 WS-SITE-CLOSED VALUE "C".
               88 WS-SITE-NOT-ON-FILE VALUE "N".
           01 WS-RUN-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-RUN-SUB PIC 9(03) COMP.
           01 WS-AMOUNT-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "operationsSignOn" USING WS-SIGNON-PROGRAM,
               WS-REQUIRED-LEVEL, WS-OPERATOR-ID, WS-USER-LEVEL,
               WS-SIGNON-OK-SWITCH.
           IF NOT WS-SIGNON-OK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Installation code:".
           ACCEPT WS-INQUIRY-INSTALL.
           MOVE WS-INQUIRY-INSTALL TO WS-ROLLED-INSTALLATION.
           CALL "operationsInstallRollup" USING WS-ROLLED-INSTALLATION.
           IF WS-ROLLED-INSTALLATION NOT = WS-INQUIRY-INSTALL
               DISPLAY "NOTE: installation " WS-INQUIRY-INSTALL
                   " now lives under " WS-ROLLED-INSTALLATION
                   " - shown under that code."
               MOVE WS-ROLLED-INSTALLATION TO WS-INQUIRY-INSTALL
           END-IF.
           CALL "operationsSiteAccess" USING WS-SITE-ACTION,
               WS-OPERATOR-ID, WS-USER-LEVEL, WS-INQUIRY-INSTALL,
               WS-SITE-ALLOWED-SWITCH.
           IF NOT WS-SITE-ALLOWED
               DISPLAY "You are not allowed to view installation "
                   WS-INQUIRY-INSTALL "."
               PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT
               MOVE "REFUSED" TO WS-ALOG-RESULT
               PERFORM 9100-WRITE-ACCESS-LOG THRU 9100-EXIT
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           CALL "operationsInstallLookup" USING WS-INQUIRY-INSTALL,
               WS-SITE-NAME, WS-SITE-STATUS.
           IF WS-SITE-CLOSED
               DISPLAY "NOTE: installation " WS-INQUIRY-INSTALL
                   " is CLOSED on the installation master."
           END-IF.
           IF WS-SITE-NOT-ON-FILE
               DISPLAY "NOTE: installation " WS-INQUIRY-INSTALL
                   " is not on the installation master."
           END-IF.
           PERFORM 1000-SHOW-BALANCE THRU 1000-EXIT.
           IF WS-FOUND
               MOVE "SHOWN" TO WS-ALOG-RESULT
           ELSE
               MOVE "NOTFOUND" TO WS-ALOG-RESULT
           END-IF.
           PERFORM 9100-WRITE-ACCESS-LOG THRU 9100-EXIT.
           PERFORM 2000-BUILD-STATEMENT THRU 2000-EXIT.
           PERFORM 3000-PRINT-STATEMENT THRU 3000-EXIT.
           PERFORM 9950-SIGN-OFF THRU 9950-EXIT.
           GOBACK.

       1000-SHOW-BALANCE.
           IF BAL-INSTALLATION = WS-INQUIRY-INSTALL
               SET WS-FOUND TO TRUE
               DISPLAY "BALANCE FOR INSTALLATION " BAL-INSTALLATION
                   " " WS-SITE-NAME
               MOVE BAL-OPENING TO WS-AMOUNT-EDIT
               DISPLAY "  OPENING:       " WS-AMOUNT-EDIT
               MOVE BAL-MOVEMENT TO WS-AMOUNT-EDIT
       2000-EXIT.
           EXIT.

      * History keeps the code it was posted under, so rows posted
      * by a site since merged or re-coded into this one are rolled
      * up and counted here too.
       2100-ROLL-UP-RUN.
           MOVE HIST-INSTALLATION OF HIST-RECORD
               TO WS-ROLLED-INSTALLATION.
           CALL "operationsInstallRollup" USING WS-ROLLED-INSTALLATION.
           IF WS-ROLLED-INSTALLATION = WS-INQUIRY-INSTALL
               MOVE "N" TO WS-FOUND-SWITCH
               MOVE ZERO TO WS-RUN-SUB
               PERFORM 2110-SCAN-RUN-TABLE THRU 2110-EXIT
               DISPLAY "No history activity for this installation."
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "STATEMENT OF RUNS FOR " WS-INQUIRY-INSTALL " "
               WS-SITE-NAME.
           DISPLAY "RUN    DATE      MOVEMENT".
           MOVE ZERO TO WS-RUN-SUB.
           PERFORM 3100-PRINT-RUN-LINE THRU 3100-EXIT
       3100-EXIT.
           EXIT.

       9000-WRITE-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE.
           IF WS-EXC-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF.
           ACCEPT EXC-DATE FROM DATE YYYYMMDD.
           ACCEPT EXC-TIME FROM TIME.
           MOVE "operationsBalanceInquiry" TO EXC-PROGRAM.
           MOVE "Operator not allowed this site - inquiry refused"
               TO EXC-MESSAGE.
           MOVE ZERO TO EXC-NUM1.
           MOVE ZERO TO EXC-NUM2.
           MOVE WS-INQUIRY-INSTALL TO EXC-BAD-ENTRY.
           MOVE ZERO TO EXC-ID.
           WRITE EXCEPTION-RECORD.
           CLOSE EXCEPTION-FILE.
       9000-EXIT.
           EXIT.

      * The installation is both the site and the key asked for.
       9100-WRITE-ACCESS-LOG.
           MOVE WS-INQUIRY-INSTALL TO WS-ALOG-KEY.
           CALL "operationsAccessLog" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID, WS-ALOG-TYPE, WS-INQUIRY-INSTALL,
               WS-ALOG-KEY, WS-ALOG-RESULT.
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

       END PROGRAM operationsBalanceInquiry.
