      *           print file REPORTPRINTFILE, and shown on the
      *           console - so "send me Monday's top-movers report"
      *           means Monday's actual figures, not a re-run that
      *           hopes nothing changed. A single page can be asked
      *           for instead of the whole report, and a month-end
      *           statement can be found by site and month from the
      *           statement history, which says which report and page
      *           the site was actually sent. The operator signs on
      *           first, and every reprint asked for - found or not -
      *           is written to the inquiry access log through
      *           operationsAccessLog.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT PRINT-FILE ASSIGN TO "REPORTPRINTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STMT-HIST-FILE ASSIGN TO "STMTHISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(100).

       FD  STMT-HIST-FILE.
           COPY STMTHISTREC.

       WORKING-STORAGE SECTION.
      * Program name handed to the shared sign-on module - kept in
      * working storage (truncated to the X(20) the module declares)
      * because a literal is not a valid BY REFERENCE argument.
           01 WS-SIGNON-PROGRAM PIC X(20) VALUE
               "operationsReportRepr".
           01 WS-REQUIRED-LEVEL PIC X(01) VALUE SPACE.
           01 WS-OPERATOR-ID PIC X(08).
           01 WS-USER-LEVEL PIC X(01).
           01 WS-SIGNON-OK-SWITCH PIC X(01).
               88 WS-SIGNON-OK VALUE "Y".
      * Fields handed to the shared inquiry access-log writer.
           01 WS-ALOG-TYPE PIC X(10).
           01 WS-ALOG-INSTALL PIC X(04) VALUE SPACES.
           01 WS-ALOG-KEY PIC X(20).
           01 WS-ALOG-RESULT PIC X(08).
           01 WS-REPORT-KEY.
               05 WS-REPORT-KEY-ID PIC 9(07).
               05 FILLER PIC X(01) VALUE "/".
               05 WS-REPORT-KEY-PAGE PIC 9(04).
           01 WS-STMT-KEY.
               05 WS-STMT-KEY-MONTH PIC 9(06).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-STMT-KEY-REPORT PIC X(12).
           01 WS-CAT-STATUS PIC X(02) VALUE "00".
           01 WS-ARCH-STATUS PIC X(02) VALUE "00".
           01 WS-CAT-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-CAT-EOF VALUE "Y".
           01 WS-ARCH-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-ARCH-EOF VALUE "Y".
           01 WS-STH-STATUS PIC X(02) VALUE "00".
           01 WS-STH-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-STH-EOF VALUE "Y".
           01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
               88 WS-FOUND VALUE "Y".
           01 WS-LIST-ANSWER PIC X(01).
           01 WS-STMT-ANSWER PIC X(01).
           01 WS-WANTED-ID PIC 9(07).
           01 WS-WANTED-PAGE PIC 9(04) VALUE ZERO.
           01 WS-CURRENT-PAGE PIC 9(04) VALUE ZERO.
           01 WS-STMT-INSTALLATION PIC X(04).
           01 WS-STMT-MONTH PIC 9(06).
           01 WS-LINES-OUT PIC 9(07) COMP VALUE ZERO.
           01 WS-COUNT-EDIT PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "operationsSignOn" USING WS-SIGNON-PROGRAM,
               WS-REQUIRED-LEVEL, WS-OPERATOR-ID, WS-USER-LEVEL,
               WS-SIGNON-OK-SWITCH.
           IF NOT WS-SIGNON-OK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Reprint a month-end statement by site and month?"
               " (Y/N)".
           ACCEPT WS-STMT-ANSWER.
           IF WS-STMT-ANSWER = "Y" OR WS-STMT-ANSWER = "y"
               MOVE "STATEMENT" TO WS-ALOG-TYPE
               PERFORM 1500-FIND-STATEMENT THRU 1500-EXIT
               MOVE WS-STMT-INSTALLATION TO WS-ALOG-INSTALL
               MOVE WS-STMT-MONTH TO WS-STMT-KEY-MONTH
               MOVE SPACES TO WS-STMT-KEY-REPORT
               IF NOT WS-FOUND
                   MOVE WS-STMT-KEY TO WS-ALOG-KEY
                   MOVE "NOTFOUND" TO WS-ALOG-RESULT
                   PERFORM 2900-WRITE-ACCESS-LOG THRU 2900-EXIT
                   PERFORM 9950-SIGN-OFF THRU 9950-EXIT
                   MOVE 4 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM 2000-REPRINT-REPORT THRU 2000-EXIT
               MOVE WS-WANTED-ID TO WS-REPORT-KEY-ID
               MOVE WS-WANTED-PAGE TO WS-REPORT-KEY-PAGE
               MOVE WS-REPORT-KEY TO WS-STMT-KEY-REPORT
               MOVE WS-STMT-KEY TO WS-ALOG-KEY
               PERFORM 2800-SET-RESULT THRU 2800-EXIT
               PERFORM 2900-WRITE-ACCESS-LOG THRU 2900-EXIT
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               GOBACK
           END-IF.
           DISPLAY "List the report catalog first? (Y/N)".
           ACCEPT WS-LIST-ANSWER.
           IF WS-LIST-ANSWER = "Y" OR WS-LIST-ANSWER = "y"
           END-IF.
           DISPLAY "Report id to reprint:".
           ACCEPT WS-WANTED-ID.
           DISPLAY "Page to reprint (0 = the whole report):".
           ACCEPT WS-WANTED-PAGE.
           PERFORM 2000-REPRINT-REPORT THRU 2000-EXIT.
           MOVE "REPORT" TO WS-ALOG-TYPE.
           MOVE WS-WANTED-ID TO WS-REPORT-KEY-ID.
           MOVE WS-WANTED-PAGE TO WS-REPORT-KEY-PAGE.
           MOVE WS-REPORT-KEY TO WS-ALOG-KEY.
           PERFORM 2800-SET-RESULT THRU 2800-EXIT.
           PERFORM 2900-WRITE-ACCESS-LOG THRU 2900-EXIT.
           PERFORM 9950-SIGN-OFF THRU 9950-EXIT.
           GOBACK.

       1000-LIST-CATALOG.
       1100-EXIT.
           EXIT.

      * The latest issue for the site and month is the one that went
      * out last, so it is the one reprinted.
       1500-FIND-STATEMENT.
           DISPLAY "Installation code:".
           ACCEPT WS-STMT-INSTALLATION.
           DISPLAY "Statement month (YYYYMM):".
           ACCEPT WS-STMT-MONTH.
           OPEN INPUT STMT-HIST-FILE.
           IF WS-STH-STATUS = "35"
               DISPLAY "No month-end statements have been issued yet."
               GO TO 1500-EXIT
           END-IF.
           READ STMT-HIST-FILE
               AT END SET WS-STH-EOF TO TRUE
           END-READ.
           PERFORM 1600-SCAN-STATEMENT-LINE THRU 1600-EXIT
               UNTIL WS-STH-EOF.
           CLOSE STMT-HIST-FILE.
           IF NOT WS-FOUND
               DISPLAY "No statement issued for " WS-STMT-INSTALLATION
                   " for month " WS-STMT-MONTH "."
               GO TO 1500-EXIT
           END-IF.
           DISPLAY "STATEMENT ISSUED " STH-ISSUED-DATE " BY "
               STH-OPERATOR " - REPORT " WS-WANTED-ID " PAGE "
               WS-WANTED-PAGE.
       1500-EXIT.
           EXIT.

       1600-SCAN-STATEMENT-LINE.
           IF STH-INSTALLATION = WS-STMT-INSTALLATION
               AND STH-MONTH = WS-STMT-MONTH
               SET WS-FOUND TO TRUE
               MOVE STH-REPORT-ID TO WS-WANTED-ID
               MOVE STH-PAGE-NUM TO WS-WANTED-PAGE
           END-IF.
           READ STMT-HIST-FILE
               AT END SET WS-STH-EOF TO TRUE
           END-READ.
       1600-EXIT.
           EXIT.

       2000-REPRINT-REPORT.
           OPEN INPUT REPORT-ARCH-FILE.
           IF WS-ARCH-STATUS = "35"
       2000-EXIT.
           EXIT.

      * Each page opens with the writer's heading line - report name,
      * "  RUN " in columns 21-26 and "  PAGE " in columns 57-63 -
      * which is how the pages are counted back out of the archive.
       2100-COPY-ARCHIVE-LINE.
           IF RPA-REPORT-ID = WS-WANTED-ID
               AND RPA-LINE(21:6) = "  RUN "
               AND RPA-LINE(57:7) = "  PAGE "
               ADD 1 TO WS-CURRENT-PAGE
           END-IF.
           IF RPA-REPORT-ID = WS-WANTED-ID
               AND (WS-WANTED-PAGE = ZERO
                   OR WS-CURRENT-PAGE = WS-WANTED-PAGE)
               ADD 1 TO WS-LINES-OUT
               DISPLAY RPA-LINE
               MOVE RPA-LINE TO PRINT-LINE
       2100-EXIT.
           EXIT.

      * A report id or page with nothing on the archive showed the
      * operator nothing, and is logged that way.
       2800-SET-RESULT.
           IF WS-LINES-OUT = ZERO
               MOVE "NOTFOUND" TO WS-ALOG-RESULT
           ELSE
               MOVE "SHOWN" TO WS-ALOG-RESULT
           END-IF.
       2800-EXIT.
           EXIT.

       2900-WRITE-ACCESS-LOG.
           CALL "operationsAccessLog" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID, WS-ALOG-TYPE, WS-ALOG-INSTALL,
               WS-ALOG-KEY, WS-ALOG-RESULT.
       2900-EXIT.
           EXIT.

      * Closes the session the shared sign-on module opened - run on
      * every exit that follows a successful sign-on, so an open
      * session on the log keeps meaning an abend.
       9950-SIGN-OFF.
           CALL "operationsSignOff" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID.
       9950-EXIT.
           EXIT.

       END PROGRAM operationsReportReprint.
