      *           records, filtering on the HIST-IDX-INSTALLATION or
      *           HIST-IDX-USER-ID already carried on every index
      *           record - no front-to-back HISTFILE scan.
      *           The operator signs on first, and only sees the
      *           installations they are allowed to work (see
      *           operationsSiteAccess): a run or a site inquiry for
      *           any other installation is refused to the exception
      *           file, and an operator listing leaves such runs out,
      *           with one exception row saying how many. Every
      *           lookup, shown or not, is written to the inquiry
      *           access log through operationsAccessLog.
      *           A site inquiry for an installation merged or
      *           re-coded into another (see operationsInstallRecode)
      *           lists the surviving site's runs together with the
      *           ones posted under the old code.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-IDX-KEY
               FILE STATUS IS WS-HIDX-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-INDEX-FILE.
           COPY HISTIDXREC.

       FD  EXCEPTION-FILE.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
      * Program name handed to the shared sign-on module - kept in
      * working storage (truncated to the X(20) the module declares)
      * because a literal is not a valid BY REFERENCE argument.
           01 WS-SIGNON-PROGRAM PIC X(20) VALUE
               "operationsHistoryInq".
           01 WS-REQUIRED-LEVEL PIC X(01) VALUE SPACE.
           01 WS-OPERATOR-ID PIC X(08).
           01 WS-USER-LEVEL PIC X(01).
           01 WS-SIGNON-OK-SWITCH PIC X(01).
               88 WS-SIGNON-OK VALUE "Y".
      * Fields handed to the installation access engine on CHECK.
           01 WS-SITE-ACTION PIC X(05) VALUE "CHECK".
           01 WS-SITE-INSTALL PIC X(04).
           01 WS-SITE-ALLOWED-SWITCH PIC X(01).
               88 WS-SITE-ALLOWED VALUE "Y".
           01 WS-EXC-STATUS PIC X(02) VALUE "00".
           01 WS-EXCEPT-MESSAGE PIC X(50).
           01 WS-EXCEPT-BAD-ENTRY PIC X(12).
           01 WS-WITHHELD-COUNT PIC 9(5) COMP.
      * Fields handed to the shared inquiry access-log writer.
           01 WS-ALOG-TYPE PIC X(10).
           01 WS-ALOG-INSTALL PIC X(04).
           01 WS-ALOG-KEY PIC X(20).
           01 WS-ALOG-RESULT PIC X(08).
           01 WS-RUN-KEY.
               05 WS-RUN-KEY-DATE PIC 9(08).
               05 FILLER PIC X(01) VALUE "-".
               05 WS-RUN-KEY-SEQ-NUM PIC 9(05).
           01 WS-OPER-KEY.
               05 WS-OPER-KEY-USER PIC X(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-OPER-KEY-DATE PIC 9(08).
           01 WS-HIDX-STATUS PIC X(02) VALUE "00".
           01 WS-INQUIRY-CHOICE PIC 9(1).
           01 WS-INQUIRY-DATE PIC 9(8).
           01 WS-INQUIRY-SEQ-NUM PIC 9(5).
           01 WS-INQUIRY-INSTALL PIC X(4).
           01 WS-ROLLED-INSTALLATION PIC X(04).
           01 WS-INQUIRY-USER PIC X(8).
           01 WS-ANOTHER PIC X(01) VALUE SPACE.
           01 WS-DATE-DONE-SWITCH PIC X(01).
           01 WS-NUM1-EDIT PIC Z,ZZZ,999.99-.
           01 WS-NUM2-EDIT PIC Z,ZZZ,999.99-.
           01 WS-RESULT-EDIT PIC Z,ZZZ,999.99-.
           01 WS-RATE-EDIT PIC ZZ,ZZ9.999999.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "operationsSignOn" USING WS-SIGNON-PROGRAM,
               WS-REQUIRED-LEVEL, WS-OPERATOR-ID, WS-USER-LEVEL,
               WS-SIGNON-OK-SWITCH.
           IF NOT WS-SIGNON-OK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT HIST-INDEX-FILE.
           IF WS-HIDX-STATUS = "35"
               DISPLAY "No history index on file yet - run one of the "
                   "math utilities first."
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               GOBACK
           END-IF.
           PERFORM 1000-INQUIRE-ONCE THRU 1000-EXIT.
           PERFORM 2500-ASK-ANOTHER THRU 2500-EXIT
               UNTIL WS-ANOTHER = "N" OR WS-ANOTHER = "n".
           CLOSE HIST-INDEX-FILE.
           PERFORM 9950-SIGN-OFF THRU 9950-EXIT.
           GOBACK.

       1000-INQUIRE-ONCE.
           ACCEPT WS-INQUIRY-SEQ-NUM.
           MOVE WS-INQUIRY-DATE TO HIST-IDX-DATE.
           MOVE WS-INQUIRY-SEQ-NUM TO HIST-IDX-SEQ-NUM.
           MOVE "RUN" TO WS-ALOG-TYPE.
           MOVE SPACES TO WS-ALOG-INSTALL.
           MOVE WS-INQUIRY-DATE TO WS-RUN-KEY-DATE.
           MOVE WS-INQUIRY-SEQ-NUM TO WS-RUN-KEY-SEQ-NUM.
           MOVE WS-RUN-KEY TO WS-ALOG-KEY.
           READ HIST-INDEX-FILE
               INVALID KEY
                   DISPLAY "No run on file for date " WS-INQUIRY-DATE
                       " sequence " WS-INQUIRY-SEQ-NUM
                   MOVE "NOTFOUND" TO WS-ALOG-RESULT
               NOT INVALID KEY
                   MOVE HIST-IDX-INSTALLATION TO WS-SITE-INSTALL
                   MOVE HIST-IDX-INSTALLATION TO WS-ALOG-INSTALL
                   PERFORM 6000-CHECK-SITE-ACCESS THRU 6000-EXIT
                   IF WS-SITE-ALLOWED
                       PERFORM 2100-SHOW-RUN THRU 2100-EXIT
                       MOVE "SHOWN" TO WS-ALOG-RESULT
                   ELSE
                       MOVE "REFUSED" TO WS-ALOG-RESULT
                   END-IF
           END-READ.
           PERFORM 7000-WRITE-ACCESS-LOG THRU 7000-EXIT.
       2000-EXIT.
           EXIT.

           DISPLAY "OPERATOR:     " HIST-IDX-USER-ID.
           DISPLAY "INSTALLATION: " HIST-IDX-INSTALLATION.
           DISPLAY "BATCH RUN:    " HIST-IDX-RUN-NUM.
      * A foreign-currency posting shows the figures as keyed and the
      * rate that took them to the base-currency NUM1/NUM2 above.
           IF HIST-IDX-FX-RATE IS NUMERIC
               AND HIST-IDX-CURRENCY NOT = SPACES
               MOVE HIST-IDX-ORIG-NUM1 TO WS-NUM1-EDIT
               MOVE HIST-IDX-ORIG-NUM2 TO WS-NUM2-EDIT
               MOVE HIST-IDX-FX-RATE TO WS-RATE-EDIT
               DISPLAY "CURRENCY:     " HIST-IDX-CURRENCY
               DISPLAY "KEYED NUM1:   " WS-NUM1-EDIT
               DISPLAY "KEYED NUM2:   " WS-NUM2-EDIT
               DISPLAY "RATE USED:    " WS-RATE-EDIT
           END-IF.
           IF HIST-IDX-REVERSAL-OF IS NUMERIC
               AND HIST-IDX-REVERSAL-OF NOT = ZERO
               DISPLAY "REVERSAL OF:  " HIST-IDX-REV-OF-DATE "-"
                   HIST-IDX-REV-OF-SEQ-NUM
           END-IF.
           IF HIST-IDX-REVERSED
               DISPLAY "REVERSED BY:  " HIST-IDX-REV-BY-DATE "-"
                   HIST-IDX-REV-BY-SEQ-NUM
           END-IF.
       2100-EXIT.
           EXIT.

       3000-INQUIRE-BY-INSTALL.
           DISPLAY "Enter installation code:".
           ACCEPT WS-INQUIRY-INSTALL.
           MOVE WS-INQUIRY-INSTALL TO WS-ROLLED-INSTALLATION.
           CALL "operationsInstallRollup" USING WS-ROLLED-INSTALLATION.
           IF WS-ROLLED-INSTALLATION NOT = WS-INQUIRY-INSTALL
               DISPLAY "NOTE: installation " WS-INQUIRY-INSTALL
                   " now lives under " WS-ROLLED-INSTALLATION
                   " - shown under that code."
               MOVE WS-ROLLED-INSTALLATION TO WS-INQUIRY-INSTALL
           END-IF.
           DISPLAY "Enter date (YYYYMMDD):".
           ACCEPT WS-INQUIRY-DATE.
           MOVE "SITE-DATE" TO WS-ALOG-TYPE.
           MOVE WS-INQUIRY-INSTALL TO WS-ALOG-INSTALL.
           MOVE WS-INQUIRY-DATE TO WS-ALOG-KEY.
           MOVE WS-INQUIRY-INSTALL TO WS-SITE-INSTALL.
           PERFORM 6000-CHECK-SITE-ACCESS THRU 6000-EXIT.
           IF NOT WS-SITE-ALLOWED
               MOVE "REFUSED" TO WS-ALOG-RESULT
               PERFORM 7000-WRITE-ACCESS-LOG THRU 7000-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 5000-START-AT-DATE THRU 5000-EXIT.
           PERFORM 5100-READ-DATE-RUN THRU 5100-EXIT
               UNTIL WS-DATE-DONE.
           IF WS-MATCH-COUNT = ZERO
               DISPLAY "No runs for installation "
                   WS-INQUIRY-INSTALL " on " WS-INQUIRY-DATE
               MOVE "NOTFOUND" TO WS-ALOG-RESULT
           ELSE
               DISPLAY "RUNS LISTED: " WS-MATCH-COUNT
               MOVE "SHOWN" TO WS-ALOG-RESULT
           END-IF.
           PERFORM 7000-WRITE-ACCESS-LOG THRU 7000-EXIT.
       3000-EXIT.
           EXIT.

           PERFORM 5000-START-AT-DATE THRU 5000-EXIT.
           PERFORM 5100-READ-DATE-RUN THRU 5100-EXIT
               UNTIL WS-DATE-DONE.
           MOVE "OPER-DATE" TO WS-ALOG-TYPE.
           MOVE SPACES TO WS-ALOG-INSTALL.
           MOVE WS-INQUIRY-USER TO WS-OPER-KEY-USER.
           MOVE WS-INQUIRY-DATE TO WS-OPER-KEY-DATE.
           MOVE WS-OPER-KEY TO WS-ALOG-KEY.
           IF WS-MATCH-COUNT = ZERO
               DISPLAY "No runs by operator " WS-INQUIRY-USER
                   " on " WS-INQUIRY-DATE
               MOVE "NOTFOUND" TO WS-ALOG-RESULT
           ELSE
               DISPLAY "RUNS LISTED: " WS-MATCH-COUNT
               MOVE "SHOWN" TO WS-ALOG-RESULT
           END-IF.
           IF WS-WITHHELD-COUNT > ZERO
               DISPLAY "RUNS WITHHELD: " WS-WITHHELD-COUNT
                   " (installations you are not allowed to view)"
               MOVE "Runs at sites not allowed withheld from listing"
                   TO WS-EXCEPT-MESSAGE
               MOVE WS-INQUIRY-USER TO WS-EXCEPT-BAD-ENTRY
               PERFORM 6100-WRITE-EXCEPTION THRU 6100-EXIT
               MOVE "WITHHELD" TO WS-ALOG-RESULT
           END-IF.
           PERFORM 7000-WRITE-ACCESS-LOG THRU 7000-EXIT.
       4000-EXIT.
           EXIT.

      * the date if it has none).
       5000-START-AT-DATE.
           MOVE ZERO TO WS-MATCH-COUNT.
           MOVE ZERO TO WS-WITHHELD-COUNT.
           MOVE "N" TO WS-DATE-DONE-SWITCH.
           MOVE WS-INQUIRY-DATE TO HIST-IDX-DATE.
           MOVE ZERO TO HIST-IDX-SEQ-NUM.
           END-IF.
           EVALUATE WS-INQUIRY-CHOICE
               WHEN 2
                   MOVE HIST-IDX-INSTALLATION TO WS-ROLLED-INSTALLATION
                   CALL "operationsInstallRollup" USING
                       WS-ROLLED-INSTALLATION
                   IF WS-ROLLED-INSTALLATION = WS-INQUIRY-INSTALL
                       PERFORM 5200-SHOW-LISTING-LINE THRU 5200-EXIT
                   END-IF
               WHEN 3
                   IF HIST-IDX-USER-ID = WS-INQUIRY-USER
                       CALL "operationsSiteAccess" USING
                           WS-SITE-ACTION, WS-OPERATOR-ID,
                           WS-USER-LEVEL, HIST-IDX-INSTALLATION,
                           WS-SITE-ALLOWED-SWITCH
                       IF WS-SITE-ALLOWED
                           PERFORM 5200-SHOW-LISTING-LINE
                               THRU 5200-EXIT
                       ELSE
                           ADD 1 TO WS-WITHHELD-COUNT
                       END-IF
                   END-IF
           END-EVALUATE.
       5100-EXIT.
               " NUM1=" WS-NUM1-EDIT
               " NUM2=" WS-NUM2-EDIT
               " RESULT=" WS-RESULT-EDIT.
           IF HIST-IDX-FX-RATE IS NUMERIC
               AND HIST-IDX-CURRENCY NOT = SPACES
               MOVE HIST-IDX-FX-RATE TO WS-RATE-EDIT
               DISPLAY "    KEYED IN " HIST-IDX-CURRENCY
                   " AT RATE " WS-RATE-EDIT
           END-IF.
       5200-EXIT.
           EXIT.

      * A refused site is told to the operator and written to the
      * exception file with the installation code as the bad entry.
       6000-CHECK-SITE-ACCESS.
           CALL "operationsSiteAccess" USING WS-SITE-ACTION,
               WS-OPERATOR-ID, WS-USER-LEVEL, WS-SITE-INSTALL,
               WS-SITE-ALLOWED-SWITCH.
           IF NOT WS-SITE-ALLOWED
               DISPLAY "You are not allowed to view installation "
                   WS-SITE-INSTALL "."
               MOVE "Operator not allowed this site - inquiry refused"
                   TO WS-EXCEPT-MESSAGE
               MOVE WS-SITE-INSTALL TO WS-EXCEPT-BAD-ENTRY
               PERFORM 6100-WRITE-EXCEPTION THRU 6100-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

       6100-WRITE-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE.
           IF WS-EXC-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF.
           ACCEPT EXC-DATE FROM DATE YYYYMMDD.
           ACCEPT EXC-TIME FROM TIME.
           MOVE "operationsHistoryInquiry" TO EXC-PROGRAM.
           MOVE WS-EXCEPT-MESSAGE TO EXC-MESSAGE.
           MOVE ZERO TO EXC-NUM1.
           MOVE ZERO TO EXC-NUM2.
           MOVE WS-EXCEPT-BAD-ENTRY TO EXC-BAD-ENTRY.
           MOVE ZERO TO EXC-ID.
           WRITE EXCEPTION-RECORD.
           CLOSE EXCEPTION-FILE.
       6100-EXIT.
           EXIT.

       7000-WRITE-ACCESS-LOG.
           CALL "operationsAccessLog" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID, WS-ALOG-TYPE, WS-ALOG-INSTALL,
               WS-ALOG-KEY, WS-ALOG-RESULT.
       7000-EXIT.
           EXIT.

       2500-ASK-ANOTHER.
           DISPLAY "Look up more history? (Y/N)".
           ACCEPT WS-ANOTHER.
       2500-EXIT.
           EXIT.

      * Closes the session the shared sign-on module opened - run on
      * every exit that follows a successful sign-on, so an open
      * session on the log keeps meaning an abend.
       9950-SIGN-OFF.
           CALL "operationsSignOff" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID.
       9950-EXIT.
           EXIT.

       END PROGRAM operationsHistoryInquiry.
