      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Listing over the report delivery log written by
      *           operationsReportDistrib - every report put into a
      *           recipient's bundle for reports produced in an
      *           operator-supplied date range, optionally for one
      *           recipient and/or one report name, with when it was
      *           bundled, the lines sent, any installation filter and
      *           the bundle file. So "did the site manager get
      *           yesterday's top movers" is a lookup.
      *           Every prompt can instead be answered by a
      *           RUNPARMFILE card (see operationsRunParm), so the
      *           report can run unattended as a close step.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsDeliveryLogList.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELIVERY-LOG-FILE ASSIGN TO "DELIVERYLOGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DELIVERY-LOG-FILE.
           COPY DELIVLOG.

       WORKING-STORAGE SECTION.
           COPY PARMFLDS.
           01 WS-DLV-STATUS PIC X(02) VALUE "00".
           01 WS-DLV-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-DLV-EOF VALUE "Y".
           01 WS-RANGE-START PIC 9(8).
           01 WS-RANGE-END PIC 9(8).
           01 WS-SELECT-RECIPIENT PIC X(12).
           01 WS-SELECT-REPORT PIC X(20).
           01 WS-LISTED-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-COUNT-EDIT PIC ZZ,ZZ9.
           01 WS-LINES-EDIT PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "START-DATE" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-NUMBER TO WS-RANGE-START
           ELSE
               DISPLAY "Reports produced from date (YYYYMMDD):"
               ACCEPT WS-RANGE-START
           END-IF.
           MOVE "END-DATE" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-NUMBER TO WS-RANGE-END
           ELSE
               DISPLAY "Reports produced to date (YYYYMMDD):"
               ACCEPT WS-RANGE-END
           END-IF.
           MOVE "RECIPIENT" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WS-SELECT-RECIPIENT
           ELSE
               DISPLAY "Recipient (blank for all):"
               ACCEPT WS-SELECT-RECIPIENT
           END-IF.
           MOVE "REPORT-NAME" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WS-SELECT-REPORT
           ELSE
               DISPLAY "Report name (blank for all):"
               ACCEPT WS-SELECT-REPORT
           END-IF.
           OPEN INPUT DELIVERY-LOG-FILE.
           IF WS-DLV-STATUS = "35"
               DISPLAY "No report delivery log on file yet."
               GOBACK
           END-IF.
           DISPLAY "REPORT DELIVERIES FOR REPORTS OF " WS-RANGE-START
               " THRU " WS-RANGE-END.
           READ DELIVERY-LOG-FILE
               AT END SET WS-DLV-EOF TO TRUE
           END-READ.
           PERFORM 2000-LIST-ONE-DELIVERY THRU 2000-EXIT
               UNTIL WS-DLV-EOF.
           CLOSE DELIVERY-LOG-FILE.
           MOVE WS-LISTED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "DELIVERIES LISTED: " WS-COUNT-EDIT.
           GOBACK.

       2000-LIST-ONE-DELIVERY.
           IF DLV-REPORT-DATE NOT < WS-RANGE-START
               AND DLV-REPORT-DATE NOT > WS-RANGE-END
               AND (WS-SELECT-RECIPIENT = SPACES
               OR DLV-RECIPIENT = WS-SELECT-RECIPIENT)
               AND (WS-SELECT-REPORT = SPACES
               OR DLV-REPORT-NAME = WS-SELECT-REPORT)
               ADD 1 TO WS-LISTED-COUNT
               MOVE DLV-LINE-COUNT TO WS-LINES-EDIT
               DISPLAY DLV-RECIPIENT " REPORT " DLV-REPORT-ID " "
                   DLV-REPORT-NAME " OF " DLV-REPORT-DATE
               DISPLAY "  BUNDLED " DLV-DATE "-" DLV-TIME
                   WS-LINES-EDIT " LINES INTO " DLV-BUNDLE-DSN
               IF DLV-INSTALLATION NOT = SPACES
                   DISPLAY "  INSTALLATION " DLV-INSTALLATION
                       " LINES ONLY"
               END-IF
           END-IF.
           READ DELIVERY-LOG-FILE
               AT END SET WS-DLV-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      * This report's run-parameter card for WS-PARM-NAME, if any.
       9600-GET-RUN-PARM.
           MOVE "operationsDeliveryLogList" TO WS-PARM-PROGRAM.
           CALL "operationsRunParm" USING WS-PARM-PROGRAM,
               WS-PARM-NAME, WS-PARM-VALUE, WS-PARM-NUMBER,
               WS-PARM-FOUND-SWITCH.
       9600-EXIT.
           EXIT.

       END PROGRAM operationsDeliveryLogList.
