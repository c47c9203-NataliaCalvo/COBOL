      * Date:
      * Purpose:  Retention manager for the log files the history
      *           archive program does not cover - AUDITFILE,
      *           EXCEPTFILE, SESSLOGFILE, SECURITYLOGFILE,
      *           ACCESSLOGFILE and GREETFILE all grew forever and
      *           slowed every program that scans them. Each log with
      *           a RETPOLICYFILE row has its rows older than the
      *           keep-days cutoff moved
      *           to its own archive file and purged from the live
      *           file, the same two-pass split-and-rewrite shape
      *           operationsHistoryArchive uses (nothing is touched
      *           all carry their YYYYMMDD date in the first eight
      *           columns. GREETFILE rows carry no date, so its
      *           policy row archives everything and clears the file.
      *           A row covered by an active legal hold on
      *           LEGALHOLDFILE is never purged either, and each log's
      *           line reports how many rows each hold kept back. A
      *           hold on one site covers the AUDITFILE and
      *           ACCESSLOGFILE rows carrying that site; the other
      *           logs carry no site, so a row there can never be
      *           shown not to be the held site's and every hold
      *           covers it over the hold's dates. GREETFILE holds no
      *           site's records and is outside the holds. If the
      *           holds cannot all be loaded nothing is purged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SECURITY-ARCH-FILE ASSIGN TO "SECARCHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT ACCESS-LOG-FILE ASSIGN TO "ACCESSLOGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT ACCESS-ARCH-FILE ASSIGN TO "ACCESSARCHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT GREETING-FILE ASSIGN TO "GREETFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT GREETING-ARCH-FILE ASSIGN TO "GREETARCHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT HOLD-FILE ASSIGN TO "LEGALHOLDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-ARCH-FILE.
       01  SECURITY-ARCH-LINE PIC X(250).

       FD  ACCESS-LOG-FILE.
       01  ACCESS-RAW-LINE PIC X(250).

       FD  ACCESS-ARCH-FILE.
       01  ACCESS-ARCH-LINE PIC X(250).

       FD  GREETING-FILE.
       01  GREETING-RAW-LINE PIC X(250).

       FD  GREETING-ARCH-FILE.
       01  GREETING-ARCH-LINE PIC X(250).

       FD  HOLD-FILE.
           COPY LEGALHOLD.

       WORKING-STORAGE SECTION.
           01 WS-POLICY-STATUS PIC X(02) VALUE "00".
           01 WS-STAT-STATUS PIC X(02) VALUE "00".
           01 WS-KEEP-DAYS PIC 9(4).
      * Which log the shared paragraphs are working on:
      *   1 AUDITFILE   2 EXCEPTFILE   3 SESSLOGFILE
      *   4 SECURITYLOGFILE   5 GREETFILE   6 ACCESSLOGFILE
           01 WS-LOG-ID PIC 9(1).
           01 WS-LOG-NAME PIC X(15).
           01 WS-RAW-LINE PIC X(250).
                   10 WS-STAT-TBL-DATE PIC 9(8).
                   10 WS-STAT-TBL-TIME PIC 9(8).
                   10 WS-STAT-TBL-PROGRAM PIC X(20).
           01 WS-HOLD-STATUS PIC X(02) VALUE "00".
           01 WS-HOLD-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 WS-HOLD-OVERFLOW VALUE "Y".
           01 WS-ROW-HELD-SWITCH PIC X(01).
               88 WS-ROW-HELD VALUE "Y".
      * Only the split pass tallies, so each row is counted once.
           01 WS-TALLY-HOLDS-SWITCH PIC X(01).
               88 WS-TALLY-HOLDS VALUE "Y".
      * The site the row is about - blank for the logs that carry
      * none (and for an access-log row about no site in
      * particular), which every hold covers.
           01 WS-ROW-INSTALLATION PIC X(04).
           01 WS-HELD-COUNT PIC 9(7) COMP.
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
                   10 WS-HLD-PROTECTED PIC 9(7) COMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 1200-LOAD-HOLDS THRU 1200-EXIT.
           IF WS-HOLD-OVERFLOW
               DISPLAY "More than 200 active legal holds - nothing "
                   "has been purged, since a hold that cannot be "
                   "honoured is worse than no retention run."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-LOAD-REVIEWED-KEYS THRU 1000-EXIT.
           MOVE 1 TO WS-LOG-ID.
           MOVE "AUDITFILE" TO WS-LOG-NAME.
           MOVE 5 TO WS-LOG-ID.
           MOVE "GREETFILE" TO WS-LOG-NAME.
           PERFORM 3000-RETAIN-ONE-LOG THRU 3000-EXIT.
           MOVE 6 TO WS-LOG-ID.
           MOVE "ACCESSLOGFILE" TO WS-LOG-NAME.
           PERFORM 3000-RETAIN-ONE-LOG THRU 3000-EXIT.
           GOBACK.

       1000-LOAD-REVIEWED-KEYS.
       1100-EXIT.
           EXIT.

      * No LEGALHOLDFILE means nothing is on hold.
       1200-LOAD-HOLDS.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS = "35"
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           READ HOLD-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM 1210-LOAD-HOLD-LINE THRU 1210-EXIT
               UNTIL WS-EOF.
           CLOSE HOLD-FILE.
       1200-EXIT.
           EXIT.

       1210-LOAD-HOLD-LINE.
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
               END-IF
           END-IF.
           READ HOLD-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       2000-FIND-POLICY.
           MOVE "N" TO WS-POLICY-FOUND-SWITCH.
           MOVE ZERO TO WS-KEEP-DAYS.
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-KEEP-DAYS).
           MOVE ZERO TO WS-KEEP-COUNT.
           MOVE ZERO TO WS-ARCHIVED-COUNT.
           MOVE ZERO TO WS-HELD-COUNT.
           MOVE "N" TO WS-KEEP-OVERFLOW-SWITCH.
           MOVE "N" TO WS-TALLY-HOLDS-SWITCH.
           MOVE ZERO TO WS-HOLD-SUB.
           PERFORM 3100-CLEAR-HOLD-TALLY THRU 3100-EXIT
               UNTIL WS-HOLD-SUB NOT < WS-HOLD-COUNT.
           PERFORM 4000-COUNT-KEEPERS THRU 4000-EXIT.
           IF WS-KEEP-OVERFLOW
               DISPLAY WS-LOG-NAME ": more than 5000 rows inside "
           DISPLAY WS-LOG-NAME ": " WS-COUNT-EDIT " rows archived,".
           MOVE WS-KEEP-COUNT TO WS-COUNT-EDIT.
           DISPLAY "  " WS-COUNT-EDIT " rows kept live.".
           IF WS-LOG-ID NOT = 5
               MOVE WS-HELD-COUNT TO WS-COUNT-EDIT
               DISPLAY "  " WS-COUNT-EDIT " of them on legal hold."
               MOVE ZERO TO WS-HOLD-SUB
               PERFORM 3200-SHOW-HOLD-LINE THRU 3200-EXIT
                   UNTIL WS-HOLD-SUB NOT < WS-HOLD-COUNT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-CLEAR-HOLD-TALLY.
           ADD 1 TO WS-HOLD-SUB.
           MOVE ZERO TO WS-HLD-PROTECTED(WS-HOLD-SUB).
       3100-EXIT.
           EXIT.

       3200-SHOW-HOLD-LINE.
           ADD 1 TO WS-HOLD-SUB.
           MOVE WS-HLD-PROTECTED(WS-HOLD-SUB) TO WS-COUNT-EDIT.
           DISPLAY "    HOLD " WS-HLD-ID(WS-HOLD-SUB) " "
               WS-HLD-INSTALLATION(WS-HOLD-SUB) " PROTECTED "
               WS-COUNT-EDIT " ROWS - " WS-HLD-REASON(WS-HOLD-SUB).
       3200-EXIT.
           EXIT.

       4000-COUNT-KEEPERS.
           PERFORM 7100-OPEN-LOG-INPUT THRU 7100-EXIT.
           IF WS-LOG-STATUS = "35"

       5000-SPLIT-AND-REWRITE.
           MOVE ZERO TO WS-KEEP-COUNT.
           SET WS-TALLY-HOLDS TO TRUE.
           PERFORM 7100-OPEN-LOG-INPUT THRU 7100-EXIT.
           IF WS-LOG-STATUS = "35"
               GO TO 5000-EXIT
      * A row with an unreadable date column is kept - purging what
      * cannot be aged is how data disappears. GREETFILE rows have
      * no date at all and always archive. An EXCEPTFILE row only
      * goes when it is BOTH old enough AND reviewed. A row that
      * would otherwise go stays when a legal hold covers it.
       6000-DECIDE-KEEP.
           MOVE "Y" TO WS-KEEP-ROW-SWITCH.
           IF WS-LOG-ID = 5
                   GO TO 6000-EXIT
               END-IF
           END-IF.
           PERFORM 6200-CHECK-HOLDS THRU 6200-EXIT.
           IF WS-ROW-HELD
               GO TO 6000-EXIT
           END-IF.
           MOVE "N" TO WS-KEEP-ROW-SWITCH.
       6000-EXIT.
           EXIT.
       6100-EXIT.
           EXIT.

      * Every hold covering the row is credited with it.
       6200-CHECK-HOLDS.
           MOVE "N" TO WS-ROW-HELD-SWITCH.
           EVALUATE WS-LOG-ID
               WHEN 1
                   MOVE WS-RAW-LINE(85:4) TO WS-ROW-INSTALLATION
               WHEN 6
                   MOVE WS-RAW-LINE(55:4) TO WS-ROW-INSTALLATION
               WHEN OTHER
                   MOVE SPACES TO WS-ROW-INSTALLATION
           END-EVALUATE.
           MOVE ZERO TO WS-HOLD-SUB.
           PERFORM 6210-CHECK-ONE-HOLD THRU 6210-EXIT
               UNTIL WS-HOLD-SUB NOT < WS-HOLD-COUNT.
           IF WS-ROW-HELD AND WS-TALLY-HOLDS
               ADD 1 TO WS-HELD-COUNT
           END-IF.
       6200-EXIT.
           EXIT.

       6210-CHECK-ONE-HOLD.
           ADD 1 TO WS-HOLD-SUB.
           IF WS-HLD-INSTALLATION(WS-HOLD-SUB) NOT = SPACES
               AND WS-ROW-INSTALLATION NOT = SPACES
               AND WS-HLD-INSTALLATION(WS-HOLD-SUB)
                   NOT = WS-ROW-INSTALLATION
               GO TO 6210-EXIT
           END-IF.
           IF WS-RAW-DATE < WS-HLD-FROM-DATE(WS-HOLD-SUB)
               OR WS-RAW-DATE > WS-HLD-TO-DATE(WS-HOLD-SUB)
               GO TO 6210-EXIT
           END-IF.
           SET WS-ROW-HELD TO TRUE.
           IF WS-TALLY-HOLDS
               ADD 1 TO WS-HLD-PROTECTED(WS-HOLD-SUB)
           END-IF.
       6210-EXIT.
           EXIT.

       7100-OPEN-LOG-INPUT.
           MOVE "N" TO WS-EOF-SWITCH.
           EVALUATE WS-LOG-ID
                   OPEN INPUT SECURITY-LOG-FILE
               WHEN 5
                   OPEN INPUT GREETING-FILE
               WHEN 6
                   OPEN INPUT ACCESS-LOG-FILE
           END-EVALUATE.
       7100-EXIT.
           EXIT.
                       AT END SET WS-EOF TO TRUE
                   NOT AT END MOVE GREETING-RAW-LINE TO WS-RAW-LINE
                   END-READ
               WHEN 6
                   READ ACCESS-LOG-FILE
                       AT END SET WS-EOF TO TRUE
                   NOT AT END MOVE ACCESS-RAW-LINE TO WS-RAW-LINE
                   END-READ
           END-EVALUATE.
       7200-EXIT.
           EXIT.
               WHEN 5
                   MOVE WS-RAW-LINE TO GREETING-ARCH-LINE
                   WRITE GREETING-ARCH-LINE
               WHEN 6
                   MOVE WS-RAW-LINE TO ACCESS-ARCH-LINE
                   WRITE ACCESS-ARCH-LINE
           END-EVALUATE.
       7300-EXIT.
           EXIT.
                   CLOSE SECURITY-LOG-FILE
               WHEN 5
                   CLOSE GREETING-FILE
               WHEN 6
                   CLOSE ACCESS-LOG-FILE
           END-EVALUATE.
       7400-EXIT.
           EXIT.
                   OPEN EXTEND SECURITY-ARCH-FILE
               WHEN 5
                   OPEN EXTEND GREETING-ARCH-FILE
               WHEN 6
                   OPEN EXTEND ACCESS-ARCH-FILE
           END-EVALUATE.
           IF WS-ARCH-STATUS = "35"
               EVALUATE WS-LOG-ID
                       OPEN OUTPUT SECURITY-ARCH-FILE
                   WHEN 5
                       OPEN OUTPUT GREETING-ARCH-FILE
                   WHEN 6
                       OPEN OUTPUT ACCESS-ARCH-FILE
               END-EVALUATE
           END-IF.
       7500-EXIT.
                   CLOSE SECURITY-ARCH-FILE
               WHEN 5
                   CLOSE GREETING-ARCH-FILE
               WHEN 6
                   CLOSE ACCESS-ARCH-FILE
           END-EVALUATE.
       7600-EXIT.
           EXIT.
                   OPEN OUTPUT SECURITY-LOG-FILE
               WHEN 5
                   OPEN OUTPUT GREETING-FILE
               WHEN 6
                   OPEN OUTPUT ACCESS-LOG-FILE
           END-EVALUATE.
       7700-EXIT.
           EXIT.
               WHEN 5
                   MOVE WS-RAW-LINE TO GREETING-RAW-LINE
                   WRITE GREETING-RAW-LINE
               WHEN 6
                   MOVE WS-RAW-LINE TO ACCESS-RAW-LINE
                   WRITE ACCESS-RAW-LINE
           END-EVALUATE.
       7800-EXIT.
           EXIT.
