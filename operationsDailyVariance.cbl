      *           day with activity for that installation, so an
      *           unusual jump is caught as an anomaly instead of only
      *           surfacing later as a reconciliation variance.
      *           Every prompt can instead be answered by a
      *           RUNPARMFILE card (see operationsRunParm), so the
      *           report can run unattended as a close step.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ==HIST-RUN-NUM== BY ==ARCH-RUN-NUM==
               ==HIST-CHECKSUM== BY ==ARCH-CHECKSUM==
               ==HIST-BASE-RESULT== BY ==ARCH-BASE-RESULT==
               ==HIST-SURCHARGE== BY ==ARCH-SURCHARGE==
               ==HIST-SEQ-NUM== BY ==ARCH-SEQ-NUM==
               ==HIST-OP-CODE== BY ==ARCH-OP-CODE==
               ==HIST-REVERSAL-OF== BY ==ARCH-REVERSAL-OF==
               ==HIST-REV-OF-DATE== BY ==ARCH-REV-OF-DATE==
               ==HIST-REV-OF-SEQ-NUM== BY ==ARCH-REV-OF-SEQ-NUM==
               ==HIST-CURRENCY== BY ==ARCH-CURRENCY==
               ==HIST-ORIG-NUM1== BY ==ARCH-ORIG-NUM1==
               ==HIST-ORIG-NUM2== BY ==ARCH-ORIG-NUM2==
               ==HIST-FX-RATE== BY ==ARCH-FX-RATE==
               ==HIST-LEGACY-FLAG== BY ==ARCH-LEGACY-FLAG==
               ==HIST-LEGACY-ROW== BY ==ARCH-LEGACY-ROW==
               ==HIST-UNRND-FIGURES== BY ==ARCH-UNRND-FIGURES==
               ==HIST-UNRND-BASE== BY ==ARCH-UNRND-BASE==
               ==HIST-UNRND-SURCHARGE== BY ==ARCH-UNRND-SURCHARGE==.

       WORKING-STORAGE SECTION.
           COPY RPTFLDS.
           COPY PARMFLDS.
           01 WS-ARCH-STATUS PIC X(02) VALUE "00".
           01 WS-ARCH-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-ARCH-EOF VALUE "Y".
                   10 WS-DAY-TBL-DATE PIC 9(8).
                   10 WS-DAY-TBL-TOTAL PIC S9(9)V99
                       SIGN LEADING SEPARATE.
           01 WS-ROLLED-INSTALLATION PIC X(04).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           GOBACK.

       1000-INITIALIZE.
           MOVE "DAYS" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-NUMBER TO WS-DAYS-WANTED
           ELSE
               DISPLAY "How many recent days per installation?"
               ACCEPT WS-DAYS-WANTED
           END-IF.
           IF WS-DAYS-WANTED = ZERO
               MOVE 7 TO WS-DAYS-WANTED
               DISPLAY "Defaulting to 7 days."
           END-IF.
           MOVE "SWING-PCT" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-NUMBER TO WS-SWING-PCT
           ELSE
               DISPLAY "Flag swings above what percentage?"
               ACCEPT WS-SWING-PCT
           END-IF.
           IF WS-SWING-PCT = ZERO
               MOVE 25 TO WS-SWING-PCT
               DISPLAY "Defaulting to 25 percent."
           EXIT.

       2050-ACCUMULATE-ROW.
      * A site merged or re-coded since the row was posted is
      * totalled under the code it now lives under.
           MOVE HIST-INSTALLATION OF HIST-RECORD
               TO WS-ROLLED-INSTALLATION.
           CALL "operationsInstallRollup" USING
               WS-ROLLED-INSTALLATION.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-SCAN-SUB.
           PERFORM 2100-SCAN-DAY-TABLE THRU 2100-EXIT
           IF NOT WS-FOUND
               IF WS-DAY-COUNT < 400
                   ADD 1 TO WS-DAY-COUNT
                   MOVE WS-ROLLED-INSTALLATION
                       TO WS-DAY-TBL-INSTALLATION(WS-DAY-COUNT)
                   MOVE HIST-DATE OF HIST-RECORD
                       TO WS-DAY-TBL-DATE(WS-DAY-COUNT)
       2100-SCAN-DAY-TABLE.
           ADD 1 TO WS-SCAN-SUB.
           IF WS-DAY-TBL-INSTALLATION(WS-SCAN-SUB)
                   = WS-ROLLED-INSTALLATION
               AND WS-DAY-TBL-DATE(WS-SCAN-SUB)
                   = HIST-DATE OF HIST-RECORD
               ADD HIST-RESULT OF HIST-RECORD
           EXIT.


      * This report's run-parameter card for WS-PARM-NAME, if any.
       9600-GET-RUN-PARM.
           MOVE "operationsDailyVariance" TO WS-PARM-PROGRAM.
           CALL "operationsRunParm" USING WS-PARM-PROGRAM,
               WS-PARM-NAME, WS-PARM-VALUE, WS-PARM-NUMBER,
               WS-PARM-FOUND-SWITCH.
       9600-EXIT.
           EXIT.

      * Shared report-writer plumbing: the writer puts every line on
      * the console, the print file and the reprint archive at once,
      * with the standard page heading.
