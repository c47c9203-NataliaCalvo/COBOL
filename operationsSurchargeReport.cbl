      *           (which breaks whenever a rate changed mid-period).
      *           Rows written before the breakout columns existed
      *           carry no surcharge figure - they are counted and
      *           reported as unbreakable rather than guessed at,
      *           and rows the legacy conversion marked as beyond
      *           deriving are counted on a line of their own.
      *           Each line carries the site name from the
      *           installation master next to the code.
      *           Every prompt can instead be answered by a
      *           RUNPARMFILE card (see operationsRunParm), so the
      *           report can run unattended as a close step.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY HISTREC.

       WORKING-STORAGE SECTION.
           COPY PARMFLDS.
           01 WS-RANGE-START PIC 9(8).
           01 WS-RANGE-END PIC 9(8).
           01 WS-HIST-EOF-SWITCH PIC X(01) VALUE "N".
           01 WS-LINE-COUNT PIC 9(3) COMP VALUE ZERO.
           01 WS-LINE-SUB PIC 9(3) COMP.
           01 WS-UNBREAKABLE-COUNT PIC 9(7) COMP VALUE ZERO.
           01 WS-LEGACY-COUNT PIC 9(7) COMP VALUE ZERO.
           01 WS-GRAND-BASE PIC S9(11)V99 SIGN LEADING SEPARATE
               VALUE ZERO.
           01 WS-GRAND-SURCHARGE PIC S9(11)V99 SIGN LEADING SEPARATE
           01 WS-SURCHARGE-EDIT PIC Z,ZZZ,ZZZ,999.99-.
           01 WS-GRAND-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           01 WS-COUNT-EDIT PIC Z,ZZZ,ZZ9.
      * Answers handed back by the installation master lookup.
           01 WS-SITE-NAME PIC X(24).
           01 WS-SITE-STATUS PIC X(01).
           01 WS-LINE-TABLE.
               05 WS-LINE-ENTRY OCCURS 400 TIMES.
                   10 WS-LINE-INSTALLATION PIC X(04).
                       SIGN LEADING SEPARATE.
                   10 WS-LINE-SURCHARGE PIC S9(11)V99
                       SIGN LEADING SEPARATE.
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
               DISPLAY "Report start date (YYYYMMDD):"
               ACCEPT WS-RANGE-START
           END-IF.
           MOVE "END-DATE" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-NUMBER TO WS-RANGE-END
           ELSE
               DISPLAY "Report end date (YYYYMMDD):"
               ACCEPT WS-RANGE-END
           END-IF.
           OPEN INPUT HIST-FILE.
           READ HIST-FILE
               AT END SET WS-HIST-EOF TO TRUE
                   AND HIST-BASE-RESULT OF HIST-RECORD IS NUMERIC
                   PERFORM 2100-ADD-TO-LINE THRU 2100-EXIT
               ELSE
                   IF HIST-LEGACY-ROW OF HIST-RECORD
                       ADD 1 TO WS-LEGACY-COUNT
                   ELSE
                       ADD 1 TO WS-UNBREAKABLE-COUNT
                   END-IF
               END-IF
           END-IF.
           READ HIST-FILE
           EXIT.

       2100-ADD-TO-LINE.
      * A site merged or re-coded since the row was posted is
      * totalled under the code it now lives under.
           MOVE HIST-INSTALLATION OF HIST-RECORD
               TO WS-ROLLED-INSTALLATION.
           CALL "operationsInstallRollup" USING
               WS-ROLLED-INSTALLATION.
           ADD HIST-BASE-RESULT OF HIST-RECORD TO WS-GRAND-BASE.
           ADD HIST-SURCHARGE OF HIST-RECORD TO WS-GRAND-SURCHARGE.
           MOVE "N" TO WS-FOUND-SWITCH.
           IF NOT WS-FOUND
               IF WS-LINE-COUNT < 400
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WS-ROLLED-INSTALLATION
                       TO WS-LINE-INSTALLATION(WS-LINE-COUNT)
                   MOVE HIST-DATE OF HIST-RECORD
                       TO WS-LINE-DATE(WS-LINE-COUNT)
       2110-SCAN-LINE-TABLE.
           ADD 1 TO WS-LINE-SUB.
           IF WS-LINE-INSTALLATION(WS-LINE-SUB)
                   = WS-ROLLED-INSTALLATION
               AND WS-LINE-DATE(WS-LINE-SUB)
                   = HIST-DATE OF HIST-RECORD
               ADD HIST-BASE-RESULT OF HIST-RECORD
           IF WS-LINE-COUNT = ZERO
               DISPLAY "No breakable history rows in this range."
           ELSE
               DISPLAY "INST  SITE NAME                 "
                   "DATE      BASE TOTAL          SURCHARGE"
               MOVE ZERO TO WS-LINE-SUB
               PERFORM 3100-PRINT-LINE THRU 3100-EXIT
                   UNTIL WS-LINE-SUB NOT < WS-LINE-COUNT
               DISPLAY "ROWS FROM BEFORE THE BREAKOUT (NOT "
                   "INCLUDED): " WS-COUNT-EDIT
           END-IF.
           IF WS-LEGACY-COUNT > ZERO
               MOVE WS-LEGACY-COUNT TO WS-COUNT-EDIT
               DISPLAY "LEGACY ROWS WITH NO DERIVABLE BREAKOUT (NOT "
                   "INCLUDED): " WS-COUNT-EDIT
           END-IF.
       3000-EXIT.
           EXIT.

           ADD 1 TO WS-LINE-SUB.
           MOVE WS-LINE-BASE(WS-LINE-SUB) TO WS-BASE-EDIT.
           MOVE WS-LINE-SURCHARGE(WS-LINE-SUB) TO WS-SURCHARGE-EDIT.
           CALL "operationsInstallLookup" USING
               WS-LINE-INSTALLATION(WS-LINE-SUB), WS-SITE-NAME,
               WS-SITE-STATUS.
           DISPLAY WS-LINE-INSTALLATION(WS-LINE-SUB) "  "
               WS-SITE-NAME "  " WS-LINE-DATE(WS-LINE-SUB) "  "
               WS-BASE-EDIT "  " WS-SURCHARGE-EDIT.
       3100-EXIT.
           EXIT.

      * This report's run-parameter card for WS-PARM-NAME, if any.
       9600-GET-RUN-PARM.
           MOVE "operationsSurchargeReport" TO WS-PARM-PROGRAM.
           CALL "operationsRunParm" USING WS-PARM-PROGRAM,
               WS-PARM-NAME, WS-PARM-VALUE, WS-PARM-NUMBER,
               WS-PARM-FOUND-SWITCH.
       9600-EXIT.
           EXIT.

       END PROGRAM operationsSurchargeReport.
