      *           this, a damaged index meant the inquiry going dark
      *           and the batch driver logging index-write exceptions
      *           forever.
      *           A row that carries the sequence number it was first
      *           given keeps it, so a rebuilt index has the same keys
      *           as the one it replaces; only rows from before the
      *           column existed are numbered by their position in
      *           HISTFILE, as they always were. A second pass over
      *           HISTFILE then marks every reversed original again
      *           from the reversal rows that name it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           01 WS-OLD-INDEX-COUNT PIC 9(7) COMP VALUE ZERO.
           01 WS-NEW-INDEX-COUNT PIC 9(7) COMP VALUE ZERO.
           01 WS-NEXT-SEQ-NUM PIC 9(5) VALUE ZERO.
           01 WS-ROW-NUM PIC 9(5) VALUE ZERO.
           01 WS-ROW-SEQ-NUM PIC 9(5).
           01 WS-RELINK-COUNT PIC 9(7) COMP VALUE ZERO.
           01 WS-UNLINKED-COUNT PIC 9(7) COMP VALUE ZERO.
           01 WS-COUNT-EDIT PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-COUNT-OLD-INDEX THRU 1000-EXIT.
           PERFORM 2000-REBUILD-INDEX THRU 2000-EXIT.
           PERFORM 3000-RELINK-REVERSALS THRU 3000-EXIT.
           PERFORM 8000-RESET-SEQFILE THRU 8000-EXIT.
           PERFORM 9000-PRINT-COUNTS THRU 9000-EXIT.
           GOBACK.
           EXIT.

       2100-WRITE-INDEX-ROW.
           ADD 1 TO WS-ROW-NUM.
           IF HIST-SEQ-NUM OF HIST-RECORD IS NUMERIC
               AND HIST-SEQ-NUM OF HIST-RECORD > ZERO
               MOVE HIST-SEQ-NUM OF HIST-RECORD TO WS-ROW-SEQ-NUM
           ELSE
               MOVE WS-ROW-NUM TO WS-ROW-SEQ-NUM
           END-IF.
           IF WS-ROW-SEQ-NUM > WS-NEXT-SEQ-NUM
               MOVE WS-ROW-SEQ-NUM TO WS-NEXT-SEQ-NUM
           END-IF.
           MOVE HIST-DATE OF HIST-RECORD TO HIST-IDX-DATE.
           MOVE WS-ROW-SEQ-NUM TO HIST-IDX-SEQ-NUM.
           MOVE HIST-TIME OF HIST-RECORD TO HIST-IDX-TIME.
           MOVE HIST-PROGRAM OF HIST-RECORD TO HIST-IDX-PROGRAM.
           MOVE HIST-NUM1 OF HIST-RECORD TO HIST-IDX-NUM1.
           MOVE HIST-INSTALLATION OF HIST-RECORD
               TO HIST-IDX-INSTALLATION.
           MOVE HIST-RUN-NUM OF HIST-RECORD TO HIST-IDX-RUN-NUM.
           MOVE HIST-OP-CODE OF HIST-RECORD TO HIST-IDX-OP-CODE.
           MOVE HIST-BASE-RESULT OF HIST-RECORD
               TO HIST-IDX-BASE-RESULT.
           MOVE HIST-SURCHARGE OF HIST-RECORD TO HIST-IDX-SURCHARGE.
           IF HIST-REVERSAL-OF OF HIST-RECORD IS NUMERIC
               MOVE HIST-REVERSAL-OF OF HIST-RECORD
                   TO HIST-IDX-REVERSAL-OF
           ELSE
               MOVE ZERO TO HIST-IDX-REV-OF-DATE
               MOVE ZERO TO HIST-IDX-REV-OF-SEQ-NUM
           END-IF.
           MOVE "N" TO HIST-IDX-REVERSED-SWITCH.
           MOVE ZERO TO HIST-IDX-REV-BY-DATE.
           MOVE ZERO TO HIST-IDX-REV-BY-SEQ-NUM.
           IF HIST-FX-RATE OF HIST-RECORD IS NUMERIC
               MOVE HIST-CURRENCY OF HIST-RECORD TO HIST-IDX-CURRENCY
               MOVE HIST-ORIG-NUM1 OF HIST-RECORD
                   TO HIST-IDX-ORIG-NUM1
               MOVE HIST-ORIG-NUM2 OF HIST-RECORD
                   TO HIST-IDX-ORIG-NUM2
               MOVE HIST-FX-RATE OF HIST-RECORD TO HIST-IDX-FX-RATE
           ELSE
               MOVE SPACES TO HIST-IDX-CURRENCY
               MOVE HIST-NUM1 OF HIST-RECORD TO HIST-IDX-ORIG-NUM1
               MOVE HIST-NUM2 OF HIST-RECORD TO HIST-IDX-ORIG-NUM2
               MOVE 1 TO HIST-IDX-FX-RATE
           END-IF.
           IF HIST-UNRND-BASE OF HIST-RECORD IS NUMERIC
               AND HIST-UNRND-SURCHARGE OF HIST-RECORD IS NUMERIC
               MOVE HIST-UNRND-BASE OF HIST-RECORD
                   TO HIST-IDX-UNRND-BASE
               MOVE HIST-UNRND-SURCHARGE OF HIST-RECORD
                   TO HIST-IDX-UNRND-SURCHARGE
           ELSE
               MOVE SPACES TO HIST-IDX-UNRND-FIGURES
           END-IF.
           WRITE HIST-INDEX-RECORD.
           IF WS-HIDX-STATUS = "00"
               ADD 1 TO WS-NEW-INDEX-COUNT
           ELSE
               DISPLAY "Index write failed (status " WS-HIDX-STATUS
                   ") at history row " WS-ROW-NUM
           END-IF.
           READ HIST-FILE
               AT END SET WS-HIST-EOF TO TRUE
       2100-EXIT.
           EXIT.

      * Every reversal row re-marks the original it names. An
      * original no longer on the index (archived, or numbered
      * differently since the reversal posted) is counted and
      * reported, not guessed at.
       3000-RELINK-REVERSALS.
           MOVE "N" TO WS-HIST-EOF-SWITCH.
           OPEN INPUT HIST-FILE.
           OPEN I-O HIST-INDEX-FILE.
           READ HIST-FILE
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.
           PERFORM 3100-RELINK-ROW THRU 3100-EXIT
               UNTIL WS-HIST-EOF.
           CLOSE HIST-FILE.
           CLOSE HIST-INDEX-FILE.
       3000-EXIT.
           EXIT.

       3100-RELINK-ROW.
           IF HIST-REVERSAL-OF OF HIST-RECORD NOT NUMERIC
               GO TO 3100-NEXT
           END-IF.
           IF HIST-REVERSAL-OF OF HIST-RECORD = ZERO
               GO TO 3100-NEXT
           END-IF.
           MOVE HIST-REVERSAL-OF OF HIST-RECORD TO HIST-IDX-KEY.
           READ HIST-INDEX-FILE
               INVALID KEY
                   ADD 1 TO WS-UNLINKED-COUNT
                   DISPLAY "Reversed original not on index: "
                       HIST-REV-OF-DATE OF HIST-RECORD "/"
                       HIST-REV-OF-SEQ-NUM OF HIST-RECORD
                   GO TO 3100-NEXT
           END-READ.
           SET HIST-IDX-REVERSED TO TRUE.
           MOVE HIST-DATE OF HIST-RECORD TO HIST-IDX-REV-BY-DATE.
           MOVE HIST-SEQ-NUM OF HIST-RECORD TO HIST-IDX-REV-BY-SEQ-NUM.
           REWRITE HIST-INDEX-RECORD.
           IF WS-HIDX-STATUS = "00"
               ADD 1 TO WS-RELINK-COUNT
           ELSE
               ADD 1 TO WS-UNLINKED-COUNT
           END-IF.
       3100-NEXT.
           READ HIST-FILE
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

       8000-RESET-SEQFILE.
           MOVE WS-NEXT-SEQ-NUM TO SEQ-NEXT-NUM.
           OPEN OUTPUT SEQ-FILE.
           MOVE WS-NEW-INDEX-COUNT TO WS-COUNT-EDIT.
           DISPLAY "  INDEX ROWS AFTER:  " WS-COUNT-EDIT.
           DISPLAY "  SEQFILE RESET TO:  " WS-NEXT-SEQ-NUM.
           MOVE WS-RELINK-COUNT TO WS-COUNT-EDIT.
           DISPLAY "  REVERSALS RELINKED:" WS-COUNT-EDIT.
           IF WS-UNLINKED-COUNT > ZERO
               MOVE WS-UNLINKED-COUNT TO WS-COUNT-EDIT
               DISPLAY "  REVERSALS UNLINKED:" WS-COUNT-EDIT
           END-IF.
       9000-EXIT.
           EXIT.

