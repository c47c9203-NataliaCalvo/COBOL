      *           grand total, so the close has a period figure to
      *           report against instead of a string of daily
      *           reconciliations someone has to add up by hand.
      *           Each installation line carries the site name from
      *           the installation master next to the code.
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
           01 WS-TOTAL-EDIT PIC Z,ZZZ,ZZZ,999.99-.
           01 WS-GRAND-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           01 WS-TALLY-EDIT PIC Z,ZZZ,ZZ9.
      * Answers handed back by the installation master lookup.
           01 WS-SITE-NAME PIC X(24).
           01 WS-SITE-STATUS PIC X(01).
           01 WS-INST-TABLE.
               05 WS-INST-ENTRY OCCURS 50 TIMES.
                   10 WS-INST-CODE PIC X(04).
                   10 WS-INST-TOTAL PIC S9(11)V99
                       SIGN LEADING SEPARATE.
                   10 WS-INST-TALLY PIC 9(7).
           01 WS-ROLLED-INSTALLATION PIC X(04).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           GOBACK.

       1000-INITIALIZE.
           MOVE "START-DATE" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-NUMBER TO WS-RANGE-START
           ELSE
               DISPLAY "Period start date (YYYYMMDD):"
               ACCEPT WS-RANGE-START
           END-IF.
           MOVE "END-DATE" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-NUMBER TO WS-RANGE-END
           ELSE
               DISPLAY "Period end date (YYYYMMDD):"
               ACCEPT WS-RANGE-END
           END-IF.
           OPEN INPUT HIST-FILE.
           READ HIST-FILE
               AT END SET WS-HIST-EOF TO TRUE
           EXIT.

       2050-ACCUMULATE-ROW.
      * A site merged or re-coded since the row was posted is
      * totalled under the code it now lives under.
           MOVE HIST-INSTALLATION OF HIST-RECORD
               TO WS-ROLLED-INSTALLATION.
           CALL "operationsInstallRollup" USING
               WS-ROLLED-INSTALLATION.
           IF HIST-DATE OF HIST-RECORD NOT < WS-RANGE-START
               AND HIST-DATE OF HIST-RECORD NOT > WS-RANGE-END
               ADD 1 TO WS-RECORD-TALLY
               IF NOT WS-FOUND
                   IF WS-INST-COUNT < 50
                       ADD 1 TO WS-INST-COUNT
                       MOVE WS-ROLLED-INSTALLATION
                           TO WS-INST-CODE(WS-INST-COUNT)
                       MOVE HIST-RESULT OF HIST-RECORD
                           TO WS-INST-TOTAL(WS-INST-COUNT)
       2100-SCAN-INST-TABLE.
           ADD 1 TO WS-INST-SUB.
           IF WS-INST-CODE(WS-INST-SUB)
               = WS-ROLLED-INSTALLATION
               ADD HIST-RESULT OF HIST-RECORD
                   TO WS-INST-TOTAL(WS-INST-SUB)
               ADD 1 TO WS-INST-TALLY(WS-INST-SUB)
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
               GO TO 3000-EXIT
           END-IF.
           STRING "INST  SITE NAME                 " DELIMITED BY SIZE
               "RECORDS    PERIOD TOTAL" DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE ZERO TO WS-INST-SUB.
           PERFORM 3100-PRINT-INST-LINE THRU 3100-EXIT
               UNTIL WS-INST-SUB NOT < WS-INST-COUNT.
           MOVE WS-RECORD-TALLY TO WS-TALLY-EDIT.
           MOVE WS-GRAND-TOTAL TO WS-GRAND-EDIT.
           STRING "ALL                             " DELIMITED BY SIZE
               WS-TALLY-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-GRAND-EDIT DELIMITED BY SIZE
           ADD 1 TO WS-INST-SUB.
           MOVE WS-INST-TALLY(WS-INST-SUB) TO WS-TALLY-EDIT.
           MOVE WS-INST-TOTAL(WS-INST-SUB) TO WS-TOTAL-EDIT.
           CALL "operationsInstallLookup" USING
               WS-INST-CODE(WS-INST-SUB), WS-SITE-NAME,
               WS-SITE-STATUS.
           STRING WS-INST-CODE(WS-INST-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SITE-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TALLY-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
           EXIT.


      * This report's run-parameter card for WS-PARM-NAME, if any.
       9600-GET-RUN-PARM.
           MOVE "operationsPeriodRollup" TO WS-PARM-PROGRAM.
           CALL "operationsRunParm" USING WS-PARM-PROGRAM,
               WS-PARM-NAME, WS-PARM-VALUE, WS-PARM-NUMBER,
               WS-PARM-FOUND-SWITCH.
       9600-EXIT.
           EXIT.

      * Shared report-writer plumbing: the writer puts every line on
      * the console, the print file and the reprint archive at once,
      * with the standard page heading.
