      *           checked against HISTFILE's since every HIST-RECORD
      *           written has a matching HIST-INDEX-RECORD written
      *           right alongside it.
      *           The date can instead be given by a CHECK-DATE card
      *           on RUNPARMFILE (see operationsRunParm) - the
      *           symbolic BUSINESS-DATE included - so the check can
      *           run unattended as a scheduled close step.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY HISTIDXREC.

       WORKING-STORAGE SECTION.
           COPY PARMFLDS.
           01 WS-CHECK-DATE PIC 9(8).
           01 WS-HIDX-STATUS PIC X(02) VALUE "00".
           01 WS-AUDIT-EOF-SWITCH PIC X(01) VALUE "N".
           GOBACK.

       1000-INITIALIZE.
           MOVE "CHECK-DATE" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-NUMBER TO WS-CHECK-DATE
           ELSE
               DISPLAY "Enter date to check (YYYYMMDD):"
               ACCEPT WS-CHECK-DATE
           END-IF.
           OPEN INPUT AUDIT-FILE.
           READ AUDIT-FILE
               AT END SET WS-AUDIT-EOF TO TRUE
       5000-EXIT.
           EXIT.

      * This check's run-parameter card for WS-PARM-NAME, if any.
       9600-GET-RUN-PARM.
           MOVE "operationsIntegrityCheck" TO WS-PARM-PROGRAM.
           CALL "operationsRunParm" USING WS-PARM-PROGRAM,
               WS-PARM-NAME, WS-PARM-VALUE, WS-PARM-NUMBER,
               WS-PARM-FOUND-SWITCH.
       9600-EXIT.
           EXIT.

       END PROGRAM operationsIntegrityCheck.
