      *           A session with no SIGNOFF yet (still running, or the
      *           run abended before its sign-off row was written)
      *           lists as OPEN.
      *           Every prompt can instead be answered by a
      *           RUNPARMFILE card (see operationsRunParm), so the
      *           report can run unattended as a close step.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
           COPY RPTFLDS.
           COPY PARMFLDS.
           01 WS-WINDOW-START.
               05 WS-WINDOW-START-DATE PIC 9(8).
               05 WS-WINDOW-START-TIME PIC 9(8).
           GOBACK.

       1000-INITIALIZE.
           MOVE "START-DATE" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-NUMBER TO WS-WINDOW-START-DATE
           ELSE
               DISPLAY "Window start date (YYYYMMDD):"
               ACCEPT WS-WINDOW-START-DATE
           END-IF.
           MOVE "START-TIME" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-NUMBER TO WS-WINDOW-START-TIME
           ELSE
               DISPLAY "Window start time (HHMMSShh):"
               ACCEPT WS-WINDOW-START-TIME
           END-IF.
           MOVE "END-DATE" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-NUMBER TO WS-WINDOW-END-DATE
           ELSE
               DISPLAY "Window end date (YYYYMMDD):"
               ACCEPT WS-WINDOW-END-DATE
           END-IF.
           MOVE "END-TIME" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-NUMBER TO WS-WINDOW-END-TIME
           ELSE
               DISPLAY "Window end time (HHMMSShh):"
               ACCEPT WS-WINDOW-END-TIME
           END-IF.
           OPEN INPUT SESSION-LOG-FILE.
           READ SESSION-LOG-FILE
               AT END SET WS-SESS-EOF TO TRUE
           EXIT.


      * This report's run-parameter card for WS-PARM-NAME, if any.
       9600-GET-RUN-PARM.
           MOVE "operationsShiftReport" TO WS-PARM-PROGRAM.
           CALL "operationsRunParm" USING WS-PARM-PROGRAM,
               WS-PARM-NAME, WS-PARM-VALUE, WS-PARM-NUMBER,
               WS-PARM-FOUND-SWITCH.
       9600-EXIT.
           EXIT.

      * Shared report-writer plumbing: the writer puts every line on
      * the console, the print file and the reprint archive at once,
      * with the standard page heading.
