      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Report distribution - run after the close (as an
      *           operationsEndOfDay schedule step, or from the menu),
      *           it takes the reports cataloged for the report date
      *           and, for every recipient on the distribution table
      *           DISTFILE, builds that recipient's bundle file
      *           RPTBUNDLE.<recipient>.<report date>: a cover page
      *           listing what is inside, then each report's lines
      *           exactly as archived in REPORTARCHFILE. A recipient
      *           with an installation filter gets only the page
      *           headings and the lines naming that installation.
      *           Every report put into a bundle is written to the
      *           delivery log DELIVERYLOGFILE; a report already logged
      *           as delivered to a recipient is not sent again, so a
      *           second run after a late report only bundles what is
      *           new. Reports cataloged that day which appear on no
      *           distribution list are named on the console.
      *           The report date is today unless a RUNPARMFILE card
      *           REPORT-DATE says otherwise (see operationsRunParm).
      *           Return code 4 when there is no distribution table.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsReportDistrib.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-FILE ASSIGN TO "DISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.
           SELECT REPORT-CAT-FILE ASSIGN TO "REPORTCATFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT REPORT-ARCH-FILE ASSIGN TO "REPORTARCHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT DELIVERY-LOG-FILE ASSIGN TO "DELIVERYLOGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLV-STATUS.
           SELECT BUNDLE-FILE ASSIGN TO WS-BUNDLE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUNDLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIST-FILE.
           COPY DISTREC.

       FD  REPORT-CAT-FILE.
           COPY RPTCATREC.

       FD  REPORT-ARCH-FILE.
       01  REPORT-ARCH-RECORD.
           05 RPA-REPORT-ID PIC 9(07).
           05 RPA-LINE PIC X(100).

       FD  DELIVERY-LOG-FILE.
           COPY DELIVLOG.

       FD  BUNDLE-FILE.
       01  BUNDLE-LINE PIC X(100).

       WORKING-STORAGE SECTION.
           COPY PARMFLDS.
           01 WS-DIST-STATUS PIC X(02) VALUE "00".
           01 WS-CAT-STATUS PIC X(02) VALUE "00".
           01 WS-ARCH-STATUS PIC X(02) VALUE "00".
           01 WS-DLV-STATUS PIC X(02) VALUE "00".
           01 WS-BUNDLE-STATUS PIC X(02) VALUE "00".
           01 WS-BUNDLE-DSN PIC X(40) VALUE SPACES.
           01 WS-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-EOF VALUE "Y".
           01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
               88 WS-FOUND VALUE "Y".
           01 WS-REPORT-DATE PIC 9(08).
           01 WS-TODAY PIC 9(08).
           01 WS-NOW PIC 9(08).

      * The distribution table as read from DISTFILE.
           01 WS-DIST-COUNT PIC 9(04) COMP VALUE ZERO.
           01 WS-DIST-MAX PIC 9(04) COMP VALUE 200.
           01 WS-DIST-TABLE.
               05 WS-DT-ENTRY OCCURS 200 TIMES.
                   10 WS-DT-REPORT-NAME PIC X(20).
                   10 WS-DT-RECIPIENT PIC X(12).
                   10 WS-DT-INSTALLATION PIC X(04).
                   10 WS-DT-DESCRIPTION PIC X(30).
           01 WS-DIST-SUB PIC 9(04) COMP.

      * Each recipient once, with the first description given for it.
           01 WS-RCPT-COUNT PIC 9(04) COMP VALUE ZERO.
           01 WS-RCPT-TABLE.
               05 WS-RT-ENTRY OCCURS 200 TIMES.
                   10 WS-RT-RECIPIENT PIC X(12).
                   10 WS-RT-DESCRIPTION PIC X(30).
           01 WS-RCPT-SUB PIC 9(04) COMP.

      * The reports cataloged on the report date.
           01 WS-CAT-COUNT PIC 9(04) COMP VALUE ZERO.
           01 WS-CAT-MAX PIC 9(04) COMP VALUE 500.
           01 WS-CAT-TABLE.
               05 WS-CT-ENTRY OCCURS 500 TIMES.
                   10 WS-CT-REPORT-ID PIC 9(07).
                   10 WS-CT-NAME PIC X(20).
                   10 WS-CT-TIME PIC 9(08).
                   10 WS-CT-OPERATOR PIC X(08).
                   10 WS-CT-LINE-COUNT PIC 9(07).
                   10 WS-CT-LISTED-SWITCH PIC X(01).
           01 WS-CAT-SUB PIC 9(04) COMP.

      * Recipient and report id pairs already in the delivery log.
           01 WS-SENT-COUNT PIC 9(04) COMP VALUE ZERO.
           01 WS-SENT-MAX PIC 9(04) COMP VALUE 2000.
           01 WS-SENT-TABLE.
               05 WS-ST-ENTRY OCCURS 2000 TIMES.
                   10 WS-ST-RECIPIENT PIC X(12).
                   10 WS-ST-REPORT-ID PIC 9(07).
           01 WS-SENT-SUB PIC 9(04) COMP.

      * The reports going into the bundle being built.
           01 WS-BNDL-COUNT PIC 9(04) COMP VALUE ZERO.
           01 WS-BNDL-TABLE.
               05 WS-BT-ENTRY OCCURS 500 TIMES.
                   10 WS-BT-CAT-SUB PIC 9(04) COMP.
                   10 WS-BT-INSTALLATION PIC X(04).
                   10 WS-BT-LINES-SENT PIC 9(07).
           01 WS-BNDL-SUB PIC 9(04) COMP.
           01 WS-LAST-REPORT-ID PIC 9(07).
           01 WS-CURRENT-RECIPIENT PIC X(12).
           01 WS-CURRENT-DESCRIPTION PIC X(30).
           01 WS-MATCH-INSTALLATION PIC X(04).
           01 WS-CODE-TALLY PIC 9(04) COMP.

           01 WS-BUNDLE-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-DELIVERED-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-UNLISTED-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-COUNT-EDIT PIC ZZ,ZZ9.
           01 WS-LINES-EDIT PIC Z,ZZZ,ZZ9.
           01 WS-COVER-LINE PIC X(100).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF.
           MOVE 1 TO WS-RCPT-SUB.
           PERFORM 2000-BUILD-ONE-BUNDLE THRU 2000-EXIT
               UNTIL WS-RCPT-SUB > WS-RCPT-COUNT.
           MOVE 1 TO WS-CAT-SUB.
           PERFORM 3000-CHECK-UNLISTED THRU 3000-EXIT
               UNTIL WS-CAT-SUB > WS-CAT-COUNT.
           MOVE WS-CAT-COUNT TO WS-COUNT-EDIT.
           DISPLAY "REPORTS CATALOGED ON " WS-REPORT-DATE ": "
               WS-COUNT-EDIT.
           MOVE WS-BUNDLE-COUNT TO WS-COUNT-EDIT.
           DISPLAY "BUNDLES WRITTEN:            " WS-COUNT-EDIT.
           MOVE WS-DELIVERED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "REPORT DELIVERIES LOGGED:   " WS-COUNT-EDIT.
           MOVE WS-UNLISTED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "ON NO DISTRIBUTION LIST:    " WS-COUNT-EDIT.
           GOBACK.

      * Report date, distribution table, the day's catalog and what
      * has already been delivered.
       1000-INITIALIZE.
           MOVE ZERO TO RETURN-CODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE "REPORT-DATE" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND AND WS-PARM-NUMBER > ZERO
               MOVE WS-PARM-NUMBER TO WS-REPORT-DATE
           ELSE
               MOVE WS-TODAY TO WS-REPORT-DATE
           END-IF.

           OPEN INPUT DIST-FILE.
           IF WS-DIST-STATUS = "35"
               DISPLAY "No distribution table (DISTFILE) on file -"
                   " nothing distributed."
               MOVE 4 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           READ DIST-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM 1100-LOAD-DIST-ROW THRU 1100-EXIT
               UNTIL WS-EOF.
           CLOSE DIST-FILE.

           OPEN INPUT REPORT-CAT-FILE.
           IF WS-CAT-STATUS = "35"
               GO TO 1000-LOAD-SENT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           READ REPORT-CAT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM 1200-LOAD-CAT-ROW THRU 1200-EXIT
               UNTIL WS-EOF.
           CLOSE REPORT-CAT-FILE.

       1000-LOAD-SENT.
           OPEN INPUT DELIVERY-LOG-FILE.
           IF WS-DLV-STATUS = "35"
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           READ DELIVERY-LOG-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM 1300-LOAD-SENT-ROW THRU 1300-EXIT
               UNTIL WS-EOF.
           CLOSE DELIVERY-LOG-FILE.
       1000-EXIT.
           EXIT.

       1100-LOAD-DIST-ROW.
           IF DST-RECIPIENT = SPACES OR DST-REPORT-NAME = SPACES
               GO TO 1100-READ
           END-IF.
           IF WS-DIST-COUNT NOT < WS-DIST-MAX
               DISPLAY "Distribution table full - row for "
                   DST-RECIPIENT " " DST-REPORT-NAME " ignored."
               GO TO 1100-READ
           END-IF.
           ADD 1 TO WS-DIST-COUNT.
           MOVE DST-REPORT-NAME TO WS-DT-REPORT-NAME(WS-DIST-COUNT).
           MOVE DST-RECIPIENT TO WS-DT-RECIPIENT(WS-DIST-COUNT).
           MOVE DST-INSTALLATION TO WS-DT-INSTALLATION(WS-DIST-COUNT).
           MOVE DST-DESCRIPTION TO WS-DT-DESCRIPTION(WS-DIST-COUNT).
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE 1 TO WS-RCPT-SUB.
           PERFORM 1110-FIND-RECIPIENT THRU 1110-EXIT
               UNTIL WS-FOUND OR WS-RCPT-SUB > WS-RCPT-COUNT.
           IF NOT WS-FOUND
               ADD 1 TO WS-RCPT-COUNT
               MOVE DST-RECIPIENT TO WS-RT-RECIPIENT(WS-RCPT-COUNT)
               MOVE DST-DESCRIPTION TO WS-RT-DESCRIPTION(WS-RCPT-COUNT)
           END-IF.
       1100-READ.
           READ DIST-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       1110-FIND-RECIPIENT.
           IF WS-RT-RECIPIENT(WS-RCPT-SUB) = DST-RECIPIENT
               SET WS-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-RCPT-SUB
           END-IF.
       1110-EXIT.
           EXIT.

       1200-LOAD-CAT-ROW.
           IF RPC-DATE = WS-REPORT-DATE
               IF WS-CAT-COUNT < WS-CAT-MAX
                   ADD 1 TO WS-CAT-COUNT
                   MOVE RPC-REPORT-ID TO WS-CT-REPORT-ID(WS-CAT-COUNT)
                   MOVE RPC-NAME TO WS-CT-NAME(WS-CAT-COUNT)
                   MOVE RPC-TIME TO WS-CT-TIME(WS-CAT-COUNT)
                   MOVE RPC-OPERATOR TO WS-CT-OPERATOR(WS-CAT-COUNT)
                   MOVE RPC-LINE-COUNT
                       TO WS-CT-LINE-COUNT(WS-CAT-COUNT)
                   MOVE "N" TO WS-CT-LISTED-SWITCH(WS-CAT-COUNT)
               ELSE
                   DISPLAY "Too many reports for one day - report "
                       RPC-REPORT-ID " not distributed."
               END-IF
           END-IF.
           READ REPORT-CAT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.

       1300-LOAD-SENT-ROW.
           IF DLV-REPORT-DATE = WS-REPORT-DATE
               IF WS-SENT-COUNT < WS-SENT-MAX
                   ADD 1 TO WS-SENT-COUNT
                   MOVE DLV-RECIPIENT TO WS-ST-RECIPIENT(WS-SENT-COUNT)
                   MOVE DLV-REPORT-ID TO WS-ST-REPORT-ID(WS-SENT-COUNT)
               END-IF
           END-IF.
           READ DELIVERY-LOG-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       1300-EXIT.
           EXIT.

      * One recipient: pick the day's reports on its list that it has
      * not had yet, then write the cover page, the reports and the
      * delivery log rows.
       2000-BUILD-ONE-BUNDLE.
           MOVE WS-RT-RECIPIENT(WS-RCPT-SUB) TO WS-CURRENT-RECIPIENT.
           MOVE WS-RT-DESCRIPTION(WS-RCPT-SUB)
               TO WS-CURRENT-DESCRIPTION.
           MOVE ZERO TO WS-BNDL-COUNT.
           MOVE 1 TO WS-CAT-SUB.
           PERFORM 2100-SELECT-REPORT THRU 2100-EXIT
               UNTIL WS-CAT-SUB > WS-CAT-COUNT.
           IF WS-BNDL-COUNT = ZERO
               GO TO 2000-NEXT
           END-IF.

           MOVE SPACES TO WS-BUNDLE-DSN.
           STRING "RPTBUNDLE." DELIMITED BY SIZE
               WS-CURRENT-RECIPIENT DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WS-BUNDLE-DSN.
           OPEN EXTEND BUNDLE-FILE.
           IF WS-BUNDLE-STATUS = "35"
               OPEN OUTPUT BUNDLE-FILE
           END-IF.
           IF WS-BUNDLE-STATUS NOT = "00"
               DISPLAY "Cannot open bundle " WS-BUNDLE-DSN
                   " - status " WS-BUNDLE-STATUS
               GO TO 2000-NEXT
           END-IF.
           PERFORM 2200-WRITE-COVER-PAGE THRU 2200-EXIT.
           PERFORM 2300-COPY-REPORT-LINES THRU 2300-EXIT.
           CLOSE BUNDLE-FILE.
           PERFORM 2400-LOG-DELIVERIES THRU 2400-EXIT.
           ADD 1 TO WS-BUNDLE-COUNT.
           MOVE WS-BNDL-COUNT TO WS-COUNT-EDIT.
           DISPLAY "BUNDLE " WS-BUNDLE-DSN WS-COUNT-EDIT
               " REPORT(S)".
       2000-NEXT.
           ADD 1 TO WS-RCPT-SUB.
       2000-EXIT.
           EXIT.

      * A cataloged report goes into the bundle when a distribution
      * row names it (or "*") for this recipient and the delivery log
      * does not already show it sent.
       2100-SELECT-REPORT.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE 1 TO WS-DIST-SUB.
           PERFORM 2110-FIND-DIST-ROW THRU 2110-EXIT
               UNTIL WS-FOUND OR WS-DIST-SUB > WS-DIST-COUNT.
           IF NOT WS-FOUND
               GO TO 2100-NEXT
           END-IF.
           MOVE "Y" TO WS-CT-LISTED-SWITCH(WS-CAT-SUB).
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE 1 TO WS-SENT-SUB.
           PERFORM 2120-FIND-SENT THRU 2120-EXIT
               UNTIL WS-FOUND OR WS-SENT-SUB > WS-SENT-COUNT.
           IF WS-FOUND
               GO TO 2100-NEXT
           END-IF.
           ADD 1 TO WS-BNDL-COUNT.
           MOVE WS-CAT-SUB TO WS-BT-CAT-SUB(WS-BNDL-COUNT).
           MOVE WS-MATCH-INSTALLATION
               TO WS-BT-INSTALLATION(WS-BNDL-COUNT).
           MOVE ZERO TO WS-BT-LINES-SENT(WS-BNDL-COUNT).
       2100-NEXT.
           ADD 1 TO WS-CAT-SUB.
       2100-EXIT.
           EXIT.

       2110-FIND-DIST-ROW.
           IF WS-DT-RECIPIENT(WS-DIST-SUB) = WS-CURRENT-RECIPIENT
               AND (WS-DT-REPORT-NAME(WS-DIST-SUB) = "*"
               OR WS-DT-REPORT-NAME(WS-DIST-SUB)
                   = WS-CT-NAME(WS-CAT-SUB))
               SET WS-FOUND TO TRUE
               MOVE WS-DT-INSTALLATION(WS-DIST-SUB)
                   TO WS-MATCH-INSTALLATION
           ELSE
               ADD 1 TO WS-DIST-SUB
           END-IF.
       2110-EXIT.
           EXIT.

       2120-FIND-SENT.
           IF WS-ST-RECIPIENT(WS-SENT-SUB) = WS-CURRENT-RECIPIENT
               AND WS-ST-REPORT-ID(WS-SENT-SUB)
                   = WS-CT-REPORT-ID(WS-CAT-SUB)
               SET WS-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-SENT-SUB
           END-IF.
       2120-EXIT.
           EXIT.

       2200-WRITE-COVER-PAGE.
           ACCEPT WS-NOW FROM TIME.
           MOVE ALL "=" TO BUNDLE-LINE.
           WRITE BUNDLE-LINE.
           MOVE SPACES TO BUNDLE-LINE.
           STRING "REPORT BUNDLE FOR " DELIMITED BY SIZE
               WS-CURRENT-RECIPIENT DELIMITED BY SPACE
               " - " DELIMITED BY SIZE
               WS-CURRENT-DESCRIPTION DELIMITED BY SIZE
               INTO BUNDLE-LINE.
           WRITE BUNDLE-LINE.
           MOVE SPACES TO BUNDLE-LINE.
           STRING "REPORTS PRODUCED " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               "  BUNDLED " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-NOW DELIMITED BY SIZE
               INTO BUNDLE-LINE.
           WRITE BUNDLE-LINE.
           MOVE SPACES TO BUNDLE-LINE.
           WRITE BUNDLE-LINE.
           MOVE "CONTENTS:" TO BUNDLE-LINE.
           WRITE BUNDLE-LINE.
           MOVE 1 TO WS-BNDL-SUB.
           PERFORM 2210-WRITE-CONTENTS-LINE THRU 2210-EXIT
               UNTIL WS-BNDL-SUB > WS-BNDL-COUNT.
           MOVE ALL "=" TO BUNDLE-LINE.
           WRITE BUNDLE-LINE.
       2200-EXIT.
           EXIT.

       2210-WRITE-CONTENTS-LINE.
           MOVE WS-BT-CAT-SUB(WS-BNDL-SUB) TO WS-CAT-SUB.
           MOVE WS-CT-LINE-COUNT(WS-CAT-SUB) TO WS-LINES-EDIT.
           MOVE SPACES TO WS-COVER-LINE.
           STRING "  REPORT " DELIMITED BY SIZE
               WS-CT-REPORT-ID(WS-CAT-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CT-NAME(WS-CAT-SUB) DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               WS-CT-TIME(WS-CAT-SUB)(1:6) DELIMITED BY SIZE
               "  BY " DELIMITED BY SIZE
               WS-CT-OPERATOR(WS-CAT-SUB) DELIMITED BY SIZE
               WS-LINES-EDIT DELIMITED BY SIZE
               " LINES" DELIMITED BY SIZE
               INTO WS-COVER-LINE.
           IF WS-BT-INSTALLATION(WS-BNDL-SUB) NOT = SPACES
               MOVE "(INSTALLATION " TO WS-COVER-LINE(82:14)
               MOVE WS-BT-INSTALLATION(WS-BNDL-SUB)
                   TO WS-COVER-LINE(96:4)
               MOVE ")" TO WS-COVER-LINE(100:1)
           END-IF.
           MOVE WS-COVER-LINE TO BUNDLE-LINE.
           WRITE BUNDLE-LINE.
           ADD 1 TO WS-BNDL-SUB.
       2210-EXIT.
           EXIT.

      * One pass of the archive per bundle: the lines of every report
      * in it, a separator line before each report.
       2300-COPY-REPORT-LINES.
           MOVE ZERO TO WS-LAST-REPORT-ID.
           OPEN INPUT REPORT-ARCH-FILE.
           IF WS-ARCH-STATUS = "35"
               GO TO 2300-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           READ REPORT-ARCH-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM 2310-COPY-ONE-LINE THRU 2310-EXIT
               UNTIL WS-EOF.
           CLOSE REPORT-ARCH-FILE.
       2300-EXIT.
           EXIT.

       2310-COPY-ONE-LINE.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE 1 TO WS-BNDL-SUB.
           PERFORM 2320-FIND-BUNDLE-REPORT THRU 2320-EXIT
               UNTIL WS-FOUND OR WS-BNDL-SUB > WS-BNDL-COUNT.
           IF NOT WS-FOUND
               GO TO 2310-READ
           END-IF.
           MOVE WS-BT-CAT-SUB(WS-BNDL-SUB) TO WS-CAT-SUB.
           IF RPA-REPORT-ID NOT = WS-LAST-REPORT-ID
               MOVE RPA-REPORT-ID TO WS-LAST-REPORT-ID
               MOVE SPACES TO BUNDLE-LINE
               WRITE BUNDLE-LINE
               MOVE SPACES TO BUNDLE-LINE
               STRING "===== REPORT " DELIMITED BY SIZE
                   RPA-REPORT-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-CT-NAME(WS-CAT-SUB) DELIMITED BY SIZE
                   " =====" DELIMITED BY SIZE
                   INTO BUNDLE-LINE
               WRITE BUNDLE-LINE
           END-IF.
      * Under an installation filter only the page headings (report
      * name and run stamp, then the rule under it) and the lines that
      * carry the installation code go through.
           IF WS-BT-INSTALLATION(WS-BNDL-SUB) NOT = SPACES
               IF RPA-LINE(1:20) = WS-CT-NAME(WS-CAT-SUB)
                   AND RPA-LINE(21:6) = "  RUN "
                   CONTINUE
               ELSE
                   IF RPA-LINE NOT = ALL "-"
                       MOVE ZERO TO WS-CODE-TALLY
                       INSPECT RPA-LINE TALLYING WS-CODE-TALLY
                           FOR ALL WS-BT-INSTALLATION(WS-BNDL-SUB)
                       IF WS-CODE-TALLY = ZERO
                           GO TO 2310-READ
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE RPA-LINE TO BUNDLE-LINE.
           WRITE BUNDLE-LINE.
           ADD 1 TO WS-BT-LINES-SENT(WS-BNDL-SUB).
       2310-READ.
           READ REPORT-ARCH-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       2310-EXIT.
           EXIT.

       2320-FIND-BUNDLE-REPORT.
           IF WS-CT-REPORT-ID(WS-BT-CAT-SUB(WS-BNDL-SUB))
               = RPA-REPORT-ID
               SET WS-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-BNDL-SUB
           END-IF.
       2320-EXIT.
           EXIT.

       2400-LOG-DELIVERIES.
           OPEN EXTEND DELIVERY-LOG-FILE.
           IF WS-DLV-STATUS = "35"
               OPEN OUTPUT DELIVERY-LOG-FILE
           END-IF.
           MOVE 1 TO WS-BNDL-SUB.
           PERFORM 2410-LOG-ONE-DELIVERY THRU 2410-EXIT
               UNTIL WS-BNDL-SUB > WS-BNDL-COUNT.
           CLOSE DELIVERY-LOG-FILE.
       2400-EXIT.
           EXIT.

       2410-LOG-ONE-DELIVERY.
           MOVE WS-BT-CAT-SUB(WS-BNDL-SUB) TO WS-CAT-SUB.
           MOVE WS-TODAY TO DLV-DATE.
           MOVE WS-NOW TO DLV-TIME.
           MOVE WS-CURRENT-RECIPIENT TO DLV-RECIPIENT.
           MOVE WS-CT-REPORT-ID(WS-CAT-SUB) TO DLV-REPORT-ID.
           MOVE WS-CT-NAME(WS-CAT-SUB) TO DLV-REPORT-NAME.
           MOVE WS-REPORT-DATE TO DLV-REPORT-DATE.
           MOVE WS-BT-INSTALLATION(WS-BNDL-SUB) TO DLV-INSTALLATION.
           MOVE WS-BT-LINES-SENT(WS-BNDL-SUB) TO DLV-LINE-COUNT.
           MOVE WS-BUNDLE-DSN TO DLV-BUNDLE-DSN.
           WRITE DELIVERY-LOG-RECORD.
           ADD 1 TO WS-DELIVERED-COUNT.
           ADD 1 TO WS-BNDL-SUB.
       2410-EXIT.
           EXIT.

       3000-CHECK-UNLISTED.
           IF WS-CT-LISTED-SWITCH(WS-CAT-SUB) NOT = "Y"
               ADD 1 TO WS-UNLISTED-COUNT
               DISPLAY "NOT ON ANY DISTRIBUTION LIST: REPORT "
                   WS-CT-REPORT-ID(WS-CAT-SUB) " "
                   WS-CT-NAME(WS-CAT-SUB)
           END-IF.
           ADD 1 TO WS-CAT-SUB.
       3000-EXIT.
           EXIT.

      * This program's run-parameter card for WS-PARM-NAME, if any.
       9600-GET-RUN-PARM.
           MOVE "operationsReportDistrib" TO WS-PARM-PROGRAM.
           CALL "operationsRunParm" USING WS-PARM-PROGRAM,
               WS-PARM-NAME, WS-PARM-VALUE, WS-PARM-NUMBER,
               WS-PARM-FOUND-SWITCH.
       9600-EXIT.
           EXIT.

       END PROGRAM operationsReportDistrib.
