      *           only the NUM1/NUM2 pairs whose RESULT differs between
      *           the two runs, instead of eyeballing two DISPLAY
      *           listings side by side.
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
           COPY PARMFLDS.
           01 WS-ARCH-STATUS PIC X(02) VALUE "00".
           01 WS-ARCH-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-ARCH-EOF VALUE "Y".
           GOBACK.

       1000-INITIALIZE.
           MOVE "FIRST-START" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-NUMBER TO WS-RANGE-A-START
           ELSE
               DISPLAY "Enter first run start date (YYYYMMDD):"
               ACCEPT WS-RANGE-A-START
           END-IF.
           MOVE "FIRST-END" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-NUMBER TO WS-RANGE-A-END
           ELSE
               DISPLAY "Enter first run end date (YYYYMMDD):"
               ACCEPT WS-RANGE-A-END
           END-IF.
           MOVE "SECOND-START" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-NUMBER TO WS-RANGE-B-START
           ELSE
               DISPLAY "Enter second run start date (YYYYMMDD):"
               ACCEPT WS-RANGE-B-START
           END-IF.
           MOVE "SECOND-END" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-NUMBER TO WS-RANGE-B-END
           ELSE
               DISPLAY "Enter second run end date (YYYYMMDD):"
               ACCEPT WS-RANGE-B-END
           END-IF.
           OPEN INPUT HIST-FILE-A.
           READ HIST-FILE-A
               AT END SET WS-A-EOF TO TRUE
       9000-EXIT.
           EXIT.

      * This report's run-parameter card for WS-PARM-NAME, if any.
       9600-GET-RUN-PARM.
           MOVE "operationsHistoryCompare" TO WS-PARM-PROGRAM.
           CALL "operationsRunParm" USING WS-PARM-PROGRAM,
               WS-PARM-NAME, WS-PARM-VALUE, WS-PARM-NUMBER,
               WS-PARM-FOUND-SWITCH.
       9600-EXIT.
           EXIT.

       END PROGRAM operationsHistoryCompare.
