      *           before and after images, so "what was the rate
      *           before, and which maintenance run changed it" is a
      *           lookup instead of an unanswerable question.
      *           Every prompt can instead be answered by a
      *           RUNPARMFILE card (see operationsRunParm), so the
      *           report can run unattended as a close step.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY MAINTLOG.

       WORKING-STORAGE SECTION.
           COPY PARMFLDS.
           01 WS-MLOG-STATUS PIC X(02) VALUE "00".
           01 WS-MLOG-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-MLOG-EOF VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "START-DATE" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-NUMBER TO WS-RANGE-START
           ELSE
               DISPLAY "List changes from date (YYYYMMDD):"
               ACCEPT WS-RANGE-START
           END-IF.
           MOVE "END-DATE" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-NUMBER TO WS-RANGE-END
           ELSE
               DISPLAY "List changes to date (YYYYMMDD):"
               ACCEPT WS-RANGE-END
           END-IF.
           OPEN INPUT MAINT-LOG-FILE.
           IF WS-MLOG-STATUS = "35"
               DISPLAY "No maintenance change log on file yet."
       2000-EXIT.
           EXIT.

      * This report's run-parameter card for WS-PARM-NAME, if any.
       9600-GET-RUN-PARM.
           MOVE "operationsMaintLogList" TO WS-PARM-PROGRAM.
           CALL "operationsRunParm" USING WS-PARM-PROGRAM,
               WS-PARM-NAME, WS-PARM-VALUE, WS-PARM-NUMBER,
               WS-PARM-FOUND-SWITCH.
       9600-EXIT.
           EXIT.

       END PROGRAM operationsMaintLogList.
