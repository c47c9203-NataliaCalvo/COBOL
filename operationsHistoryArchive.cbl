      *           all fit in the working table the run stops before a
      *           single row has been written anywhere, since a purge
      *           that might drop or duplicate live rows is worse than
      *           no purge. A row covered by an active legal hold on
      *           LEGALHOLDFILE stays in HISTFILE however old it is,
      *           and the run reports how many rows each hold kept
      *           back; if the holds cannot all be loaded nothing is
      *           archived at all.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ARCHIVE-FILE ASSIGN TO "HISTARCHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT HOLD-FILE ASSIGN TO "LEGALHOLDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  HOLD-FILE.
           COPY LEGALHOLD.

       WORKING-STORAGE SECTION.
           01 WS-ARCH-STATUS PIC X(02) VALUE "00".
           01 WS-COUNT-EDIT PIC ZZ,ZZ9.
           01 WS-KEEP-TABLE.
               05 WS-KEEP-ENTRY OCCURS 5000 TIMES
                   PIC X(192).
           01 WS-HOLD-STATUS PIC X(02) VALUE "00".
           01 WS-HOLD-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-HOLD-EOF VALUE "Y".
           01 WS-HOLD-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 WS-HOLD-OVERFLOW VALUE "Y".
           01 WS-ROW-HELD-SWITCH PIC X(01).
               88 WS-ROW-HELD VALUE "Y".
      * Only the second pass tallies, so each row is counted once.
           01 WS-TALLY-HOLDS-SWITCH PIC X(01) VALUE "N".
               88 WS-TALLY-HOLDS VALUE "Y".
           01 WS-HELD-COUNT PIC 9(5) COMP VALUE ZERO.
      * The active holds - a zero to-date is held as 99999999 so an
      * open-ended hold needs no special case in the check.
           01 WS-HOLD-COUNT PIC 9(3) COMP VALUE ZERO.
           01 WS-HOLD-SUB PIC 9(3) COMP.
           01 WS-HOLD-TABLE.
               05 WS-HOLD-ENTRY OCCURS 200 TIMES.
                   10 WS-HLD-ID PIC 9(05).
                   10 WS-HLD-INSTALLATION PIC X(04).
                   10 WS-HLD-FROM-DATE PIC 9(08).
                   10 WS-HLD-TO-DATE PIC 9(08).
                   10 WS-HLD-REASON PIC X(40).
                   10 WS-HLD-PROTECTED PIC 9(5) COMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1100-LOAD-HOLDS THRU 1100-EXIT.
           IF WS-HOLD-OVERFLOW
               DISPLAY "More than 200 active legal holds - nothing "
                   "has been archived, since a hold that cannot be "
                   "honoured is worse than no archive run."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-COUNT-KEEPERS THRU 1500-EXIT
               UNTIL WS-HIST-EOF.
       1000-EXIT.
           EXIT.

      * No LEGALHOLDFILE means nothing is on hold.
       1100-LOAD-HOLDS.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS = "35"
               GO TO 1100-EXIT
           END-IF.
           READ HOLD-FILE
               AT END SET WS-HOLD-EOF TO TRUE
           END-READ.
           PERFORM 1110-LOAD-HOLD-LINE THRU 1110-EXIT
               UNTIL WS-HOLD-EOF.
           CLOSE HOLD-FILE.
       1100-EXIT.
           EXIT.

       1110-LOAD-HOLD-LINE.
           IF LH-ACTIVE
               IF WS-HOLD-COUNT NOT < 200
                   SET WS-HOLD-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE LH-HOLD-ID TO WS-HLD-ID(WS-HOLD-COUNT)
                   MOVE LH-INSTALLATION
                       TO WS-HLD-INSTALLATION(WS-HOLD-COUNT)
                   MOVE LH-FROM-DATE TO WS-HLD-FROM-DATE(WS-HOLD-COUNT)
                   MOVE LH-TO-DATE TO WS-HLD-TO-DATE(WS-HOLD-COUNT)
                   IF LH-TO-DATE = ZERO
                       MOVE 99999999 TO WS-HLD-TO-DATE(WS-HOLD-COUNT)
                   END-IF
                   MOVE LH-REASON TO WS-HLD-REASON(WS-HOLD-COUNT)
                   MOVE ZERO TO WS-HLD-PROTECTED(WS-HOLD-COUNT)
               END-IF
           END-IF.
           READ HOLD-FILE
               AT END SET WS-HOLD-EOF TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

      * First pass - nothing is written yet, only the keepers are
      * counted, so a table overflow can stop the run while both
      * files are still exactly as they were.
       1500-COUNT-KEEPERS.
           PERFORM 3000-CHECK-HOLDS THRU 3000-EXIT.
           IF HIST-DATE OF HIST-RECORD NOT < WS-CUTOFF-DATE
               OR WS-ROW-HELD
               ADD 1 TO WS-KEEP-COUNT
               IF WS-KEEP-COUNT > 5000
                   SET WS-KEEP-OVERFLOW TO TRUE
       1800-OPEN-FOR-SPLIT.
           MOVE ZERO TO WS-KEEP-COUNT.
           MOVE "N" TO WS-HIST-EOF-SWITCH.
           SET WS-TALLY-HOLDS TO TRUE.
           OPEN INPUT HIST-FILE.
           OPEN EXTEND ARCHIVE-FILE.
           IF WS-ARCH-STATUS = "35"
      * 8000-REWRITE-HISTFILE runs, so an abend mid-read at worst
      * double-archives on the rerun.
       2000-SPLIT-RECORD.
           PERFORM 3000-CHECK-HOLDS THRU 3000-EXIT.
           IF HIST-DATE OF HIST-RECORD < WS-CUTOFF-DATE
               AND NOT WS-ROW-HELD
               MOVE HIST-RECORD TO ARCH-RECORD
               WRITE ARCH-RECORD
               ADD 1 TO WS-ARCHIVED-COUNT
       2000-EXIT.
           EXIT.

      * Only a row old enough to archive is checked - a row inside
      * the cutoff stays anyway and is not counted as held. Every
      * hold covering the row is credited with it.
       3000-CHECK-HOLDS.
           MOVE "N" TO WS-ROW-HELD-SWITCH.
           IF HIST-DATE OF HIST-RECORD NOT < WS-CUTOFF-DATE
               GO TO 3000-EXIT
           END-IF.
           MOVE ZERO TO WS-HOLD-SUB.
           PERFORM 3100-CHECK-ONE-HOLD THRU 3100-EXIT
               UNTIL WS-HOLD-SUB NOT < WS-HOLD-COUNT.
           IF WS-ROW-HELD AND WS-TALLY-HOLDS
               ADD 1 TO WS-HELD-COUNT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-HOLD.
           ADD 1 TO WS-HOLD-SUB.
           IF WS-HLD-INSTALLATION(WS-HOLD-SUB) NOT = SPACES
               AND WS-HLD-INSTALLATION(WS-HOLD-SUB)
                   NOT = HIST-INSTALLATION OF HIST-RECORD
               GO TO 3100-EXIT
           END-IF.
           IF HIST-DATE OF HIST-RECORD
                   < WS-HLD-FROM-DATE(WS-HOLD-SUB)
               OR HIST-DATE OF HIST-RECORD
                   > WS-HLD-TO-DATE(WS-HOLD-SUB)
               GO TO 3100-EXIT
           END-IF.
           SET WS-ROW-HELD TO TRUE.
           IF WS-TALLY-HOLDS
               ADD 1 TO WS-HLD-PROTECTED(WS-HOLD-SUB)
           END-IF.
       3100-EXIT.
           EXIT.

       8000-REWRITE-HISTFILE.
           OPEN OUTPUT HIST-FILE.
           MOVE ZERO TO WS-KEEP-SUB.
           DISPLAY "ROWS ARCHIVED: " WS-COUNT-EDIT.
           MOVE WS-KEEP-COUNT TO WS-COUNT-EDIT.
           DISPLAY "ROWS KEPT:     " WS-COUNT-EDIT.
           MOVE WS-HELD-COUNT TO WS-COUNT-EDIT.
           DISPLAY "  ON HOLD:     " WS-COUNT-EDIT.
           MOVE ZERO TO WS-HOLD-SUB.
           PERFORM 9100-SHOW-HOLD-LINE THRU 9100-EXIT
               UNTIL WS-HOLD-SUB NOT < WS-HOLD-COUNT.
       9000-EXIT.
           EXIT.

       9100-SHOW-HOLD-LINE.
           ADD 1 TO WS-HOLD-SUB.
           MOVE WS-HLD-PROTECTED(WS-HOLD-SUB) TO WS-COUNT-EDIT.
           DISPLAY "  HOLD " WS-HLD-ID(WS-HOLD-SUB) " "
               WS-HLD-INSTALLATION(WS-HOLD-SUB) " PROTECTED "
               WS-COUNT-EDIT " ROWS - " WS-HLD-REASON(WS-HOLD-SUB).
       9100-EXIT.
           EXIT.

       END PROGRAM operationsHistoryArchive.
