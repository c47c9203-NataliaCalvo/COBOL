      *           exact failure this report exists to prevent. With
      *           no master at all, the cross-scan covers everything
      *           as it originally did.
      *           Every prompt can instead be answered by a
      *           RUNPARMFILE card (see operationsRunParm), so the
      *           report can run unattended as a close step.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY EXCMREC.

       WORKING-STORAGE SECTION.
           COPY PARMFLDS.
           01 WS-RANGE-START PIC 9(8).
           01 WS-RANGE-END PIC 9(8).
           01 WS-STAT-STATUS PIC X(02) VALUE "00".
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

       0050-GET-RANGE.
           MOVE "START-DATE" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-NUMBER TO WS-RANGE-START
           ELSE
               DISPLAY "Enter start date (YYYYMMDD):"
               ACCEPT WS-RANGE-START
           END-IF.
           MOVE "END-DATE" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-NUMBER TO WS-RANGE-END
           ELSE
               DISPLAY "Enter end date (YYYYMMDD):"
               ACCEPT WS-RANGE-END
           END-IF.
       0050-EXIT.
           EXIT.

      * First pass: the id-carrying exceptions straight off the
      * keyed master. The mainline then still runs the cross-scan,
      * narrowed to the zero-id rows the master does not cover.
               GO TO 0100-EXIT
           END-IF.
           SET WS-MASTER-USED TO TRUE.
           PERFORM 0050-GET-RANGE THRU 0050-EXIT.
           READ EXC-MASTER-FILE
               AT END SET WS-EXCM-EOF TO TRUE
           END-READ.

       1000-INITIALIZE.
           IF NOT WS-MASTER-USED
               PERFORM 0050-GET-RANGE THRU 0050-EXIT
           END-IF.
      * A status file that does not exist yet simply means nothing has
      * ever been reviewed - every exception in range is unreviewed.
       9000-EXIT.
           EXIT.

      * This report's run-parameter card for WS-PARM-NAME, if any.
       9600-GET-RUN-PARM.
           MOVE "operationsExceptionUnreviewed" TO WS-PARM-PROGRAM.
           CALL "operationsRunParm" USING WS-PARM-PROGRAM,
               WS-PARM-NAME, WS-PARM-VALUE, WS-PARM-NUMBER,
               WS-PARM-FOUND-SWITCH.
       9600-EXIT.
           EXIT.

       END PROGRAM operationsExceptionUnreviewed.
