      *           accounts for the difference - which is what most
      *           variances turn out to be, and what used to take an
      *           hour of eyeballing HISTFILE to find.
      *           Every prompt can instead be answered by a
      *           RUNPARMFILE card (see operationsRunParm), so the
      *           report can run unattended as a close step.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY CONTROLREC.

       WORKING-STORAGE SECTION.
           COPY PARMFLDS.
           01 WS-DRILL-DATE PIC 9(8).
           01 WS-HIST-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-HIST-EOF VALUE "Y".
                   10 WS-INST-TBL-CODE PIC X(04).
                   10 WS-INST-TBL-TOTAL PIC S9(9)V99
                       SIGN LEADING SEPARATE.
           01 WS-ROLLED-INSTALLATION PIC X(04).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "DRILL-DATE" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-NUMBER TO WS-DRILL-DATE
           ELSE
               DISPLAY "Drill into which reconciliation date "
                   "(YYYYMMDD)?"
               ACCEPT WS-DRILL-DATE
           END-IF.
           PERFORM 1000-GET-CONTROL-ROW THRU 1000-EXIT.
           PERFORM 2000-SCAN-HISTORY THRU 2000-EXIT.
           PERFORM 3000-SCAN-AUDIT THRU 3000-EXIT.
           EXIT.

       2300-ADD-TO-INST.
      * A site merged or re-coded since the row was posted is
      * totalled under the code it now lives under.
           MOVE HIST-INSTALLATION OF HIST-RECORD
               TO WS-ROLLED-INSTALLATION.
           CALL "operationsInstallRollup" USING
               WS-ROLLED-INSTALLATION.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-INST-SUB.
           PERFORM 2310-SCAN-INST-TABLE THRU 2310-EXIT
               UNTIL WS-FOUND OR WS-INST-SUB NOT < WS-INST-COUNT.
           IF NOT WS-FOUND AND WS-INST-COUNT < 50
               ADD 1 TO WS-INST-COUNT
               MOVE WS-ROLLED-INSTALLATION
                   TO WS-INST-TBL-CODE(WS-INST-COUNT)
               MOVE HIST-RESULT OF HIST-RECORD
                   TO WS-INST-TBL-TOTAL(WS-INST-COUNT)
       2310-SCAN-INST-TABLE.
           ADD 1 TO WS-INST-SUB.
           IF WS-INST-TBL-CODE(WS-INST-SUB)
               = WS-ROLLED-INSTALLATION
               ADD HIST-RESULT OF HIST-RECORD
                   TO WS-INST-TBL-TOTAL(WS-INST-SUB)
               SET WS-FOUND TO TRUE
       5300-EXIT.
           EXIT.

      * This report's run-parameter card for WS-PARM-NAME, if any.
       9600-GET-RUN-PARM.
           MOVE "operationsVarianceDrill" TO WS-PARM-PROGRAM.
           CALL "operationsRunParm" USING WS-PARM-PROGRAM,
               WS-PARM-NAME, WS-PARM-VALUE, WS-PARM-NUMBER,
               WS-PARM-FOUND-SWITCH.
       9600-EXIT.
           EXIT.

       END PROGRAM operationsVarianceDrill.
