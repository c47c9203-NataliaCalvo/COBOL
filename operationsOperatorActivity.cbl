      *           operations they ran and the sum of AUD-RESULT they
      *           produced, so a shift handover or productivity check
      *           does not mean counting raw audit-log lines by hand.
      *           Every prompt can instead be answered by a
      *           RUNPARMFILE card (see operationsRunParm), so the
      *           report can run unattended as a close step.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
           COPY RPTFLDS.
           COPY PARMFLDS.
           01 WS-RANGE-START PIC 9(8).
           01 WS-RANGE-END PIC 9(8).
           01 WS-RANGE-START-ENTRY PIC X(8).
           GOBACK.

       1000-INITIALIZE.
           MOVE "START-DATE" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WS-RANGE-START-ENTRY
           ELSE
               DISPLAY "Enter start date (YYYYMMDD, blank for today):"
               ACCEPT WS-RANGE-START-ENTRY
           END-IF.
           MOVE "END-DATE" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WS-RANGE-END-ENTRY
           ELSE
               DISPLAY "Enter end date (YYYYMMDD, blank for today):"
               ACCEPT WS-RANGE-END-ENTRY
           END-IF.
           IF WS-RANGE-START-ENTRY = SPACES
               ACCEPT WS-RANGE-START FROM DATE YYYYMMDD
           ELSE
           EXIT.


      * This report's run-parameter card for WS-PARM-NAME, if any.
       9600-GET-RUN-PARM.
           MOVE "operationsOperatorActivity" TO WS-PARM-PROGRAM.
           CALL "operationsRunParm" USING WS-PARM-PROGRAM,
               WS-PARM-NAME, WS-PARM-VALUE, WS-PARM-NUMBER,
               WS-PARM-FOUND-SWITCH.
       9600-EXIT.
           EXIT.

      * Shared report-writer plumbing: the writer puts every line on
      * the console, the print file and the reprint archive at once,
      * with the standard page heading.
