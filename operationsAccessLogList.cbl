      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Listing over the inquiry access log - shows every
      *           balance, history and reprint lookup in an operator-
      *           supplied date range with who made it, what was asked
      *           for and whether anything was shown, optionally
      *           narrowed to one operator or one installation, so
      *           "who looked at CR02 last quarter" is a lookup. Rows
      *           operationsLogRetention has already moved to the
      *           access-log archive are read first, then the live
      *           log, so a range reaching back past the retention
      *           cutoff still comes back whole.
      *           Every prompt can instead be answered by a
      *           RUNPARMFILE card (see operationsRunParm), so the
      *           report can run unattended as a close step.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsAccessLogList.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-LOG-FILE ASSIGN TO "ACCESSLOGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALOG-STATUS.
           SELECT ACCESS-ARCH-FILE ASSIGN TO "ACCESSARCHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-LOG-FILE.
           COPY ACCESSLOG.

       FD  ACCESS-ARCH-FILE.
       01  ACCESS-ARCH-LINE PIC X(86).

       WORKING-STORAGE SECTION.
           COPY PARMFLDS.
           01 WS-ALOG-STATUS PIC X(02) VALUE "00".
           01 WS-ARCH-STATUS PIC X(02) VALUE "00".
           01 WS-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-EOF VALUE "Y".
           01 WS-RANGE-START PIC 9(8).
           01 WS-RANGE-END PIC 9(8).
           01 WS-FILTER-USER PIC X(08).
           01 WS-FILTER-INSTALL PIC X(04).
           01 WS-LISTED-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-COUNT-EDIT PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "START-DATE" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-NUMBER TO WS-RANGE-START
           ELSE
               DISPLAY "List lookups from date (YYYYMMDD):"
               ACCEPT WS-RANGE-START
           END-IF.
           MOVE "END-DATE" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-NUMBER TO WS-RANGE-END
           ELSE
               DISPLAY "List lookups to date (YYYYMMDD):"
               ACCEPT WS-RANGE-END
           END-IF.
           MOVE "OPERATOR" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WS-FILTER-USER
           ELSE
               DISPLAY "Only lookups by operator (blank = all):"
               ACCEPT WS-FILTER-USER
           END-IF.
           MOVE "INSTALLATION" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WS-FILTER-INSTALL
           ELSE
               DISPLAY "Only lookups about installation (blank = all):"
               ACCEPT WS-FILTER-INSTALL
           END-IF.
           DISPLAY "INQUIRY ACCESS LOG " WS-RANGE-START " THRU "
               WS-RANGE-END.
           IF WS-FILTER-USER NOT = SPACES
               DISPLAY "  OPERATOR " WS-FILTER-USER
           END-IF.
           IF WS-FILTER-INSTALL NOT = SPACES
               DISPLAY "  INSTALLATION " WS-FILTER-INSTALL
           END-IF.
           DISPLAY "DATE     TIME     PROGRAM              USER     "
               "TYPE       INST KEY                  RESULT".
           PERFORM 1000-LIST-ARCHIVE THRU 1000-EXIT.
           PERFORM 2000-LIST-LIVE-LOG THRU 2000-EXIT.
           MOVE WS-LISTED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "LOOKUPS LISTED: " WS-COUNT-EDIT.
           GOBACK.

       1000-LIST-ARCHIVE.
           OPEN INPUT ACCESS-ARCH-FILE.
           IF WS-ARCH-STATUS = "35"
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 1100-READ-ARCHIVE-LINE THRU 1100-EXIT
               UNTIL WS-EOF.
           CLOSE ACCESS-ARCH-FILE.
       1000-EXIT.
           EXIT.

       1100-READ-ARCHIVE-LINE.
           READ ACCESS-ARCH-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
               MOVE ACCESS-ARCH-LINE TO ACCESS-LOG-RECORD
               PERFORM 3000-LIST-ONE-LOOKUP THRU 3000-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

      * The live log is opened only once the archive is done with,
      * since the archive rows are moved through its record area.
       2000-LIST-LIVE-LOG.
           OPEN INPUT ACCESS-LOG-FILE.
           IF WS-ALOG-STATUS = "35"
               GO TO 2000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 2100-READ-LOG-LINE THRU 2100-EXIT
               UNTIL WS-EOF.
           CLOSE ACCESS-LOG-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-LOG-LINE.
           READ ACCESS-LOG-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
               PERFORM 3000-LIST-ONE-LOOKUP THRU 3000-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       3000-LIST-ONE-LOOKUP.
           IF AL-DATE < WS-RANGE-START
               OR AL-DATE > WS-RANGE-END
               GO TO 3000-EXIT
           END-IF.
           IF WS-FILTER-USER NOT = SPACES
               AND AL-USER-ID NOT = WS-FILTER-USER
               GO TO 3000-EXIT
           END-IF.
           IF WS-FILTER-INSTALL NOT = SPACES
               AND AL-INSTALLATION NOT = WS-FILTER-INSTALL
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-LISTED-COUNT.
           DISPLAY AL-DATE " " AL-TIME " " AL-PROGRAM " "
               AL-USER-ID " " AL-INQUIRY-TYPE " " AL-INSTALLATION
               " " AL-KEY " " AL-RESULT.
       3000-EXIT.
           EXIT.

      * This report's run-parameter card for WS-PARM-NAME, if any.
       9600-GET-RUN-PARM.
           MOVE "operationsAccessLogList" TO WS-PARM-PROGRAM.
           CALL "operationsRunParm" USING WS-PARM-PROGRAM,
               WS-PARM-NAME, WS-PARM-VALUE, WS-PARM-NUMBER,
               WS-PARM-FOUND-SWITCH.
       9600-EXIT.
           EXIT.

       END PROGRAM operationsAccessLogList.
