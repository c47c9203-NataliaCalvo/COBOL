      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Month-end statements - one printed statement for
      *           every installation in a single run, each starting
      *           on its own page: the site's name and address, the
      *           opening balance for the month, one line per batch
      *           run that moved the balance during the month with
      *           its movement and the surcharge inside it, and the
      *           closing balance. Where operationsBalanceInquiry
      *           answers one site at a time on screen, this goes
      *           through operationsReportWriter so the whole set is
      *           cataloged and can be reprinted, and every statement
      *           issued is recorded on STMTHISTFILE with the report
      *           id and page it sits on.
      *           The figures are anchored on the balance master: the
      *           month's closing balance is today's BAL-CLOSING less
      *           whatever later runs have moved it since the month
      *           ended, and the opening is that closing less the
      *           month's own movement - so the statement agrees with
      *           the balance the site sees on inquiry. Only history
      *           rows the batch driver and the held-item release
      *           wrote count, because those are the two programs
      *           that post the balance master; HISTARCHFILE is read
      *           as well as HISTFILE so an archived month still
      *           states in full. A closed site gets a statement only
      *           while it still has a balance or had runs in the
      *           month.
      *           Every prompt can instead be answered by a
      *           RUNPARMFILE card (see operationsRunParm), so the
      *           report can run unattended as a close step.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsMonthStatement.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTALL-FILE ASSIGN TO "INSTALLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INST-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "BALANCEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT HIST-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "HISTARCHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT STMT-HIST-FILE ASSIGN TO "STMTHISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTALL-FILE.
           COPY INSTALLREC.

       FD  BALANCE-FILE.
           COPY BALREC.

       FD  HIST-FILE.
           COPY HISTREC.

       FD  ARCHIVE-FILE.
           COPY HISTREC REPLACING ==HIST-RECORD== BY ==ARCH-RECORD==
               ==HIST-DATE== BY ==ARCH-DATE==
               ==HIST-TIME== BY ==ARCH-TIME==
               ==HIST-PROGRAM== BY ==ARCH-PROGRAM==
               ==HIST-NUM1== BY ==ARCH-NUM1==
               ==HIST-NUM2== BY ==ARCH-NUM2==
               ==HIST-RESULT== BY ==ARCH-RESULT==
               ==HIST-USER-ID== BY ==ARCH-USER-ID==
               ==HIST-INSTALLATION== BY ==ARCH-INSTALLATION==
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

       FD  STMT-HIST-FILE.
           COPY STMTHISTREC.

       WORKING-STORAGE SECTION.
           COPY RPTFLDS.
           COPY PARMFLDS.
           01 WS-INST-STATUS PIC X(02) VALUE "00".
           01 WS-BAL-STATUS PIC X(02) VALUE "00".
           01 WS-HIST-STATUS PIC X(02) VALUE "00".
           01 WS-ARCH-STATUS PIC X(02) VALUE "00".
           01 WS-STH-STATUS PIC X(02) VALUE "00".
           01 WS-INST-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-INST-EOF VALUE "Y".
           01 WS-BAL-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-BAL-EOF VALUE "Y".
           01 WS-HIST-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-HIST-EOF VALUE "Y".
           01 WS-ARCH-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-ARCH-EOF VALUE "Y".
           01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
               88 WS-FOUND VALUE "Y".
           01 WS-INST-CAP-SWITCH PIC X(01) VALUE "N".
               88 WS-INST-CAP-HIT VALUE "Y".
           01 WS-RUN-CAP-SWITCH PIC X(01) VALUE "N".
               88 WS-RUN-CAP-HIT VALUE "Y".
           01 WS-TODAY PIC 9(08).
           01 WS-TODAY-PARTS REDEFINES WS-TODAY.
               05 WS-TODAY-YEAR PIC 9(04).
               05 WS-TODAY-MONTH PIC 9(02).
               05 WS-TODAY-DAY PIC 9(02).
           01 WS-NOW-TIME PIC 9(08).
           01 WS-CURRENT-MONTH PIC 9(06).
           01 WS-STMT-MONTH PIC 9(06).
           01 WS-STMT-MONTH-PARTS REDEFINES WS-STMT-MONTH.
               05 WS-STMT-YEAR PIC 9(04).
               05 WS-STMT-MM PIC 9(02).
           01 WS-MONTH-START PIC 9(08).
           01 WS-MONTH-END PIC 9(08).
      * One history row, from either file, as the roll-up sees it.
           01 WS-ROW-DATE PIC 9(08).
           01 WS-ROW-PROGRAM PIC X(20).
           01 WS-MOVES-BALANCE-SWITCH PIC X(01).
               88 WS-MOVES-BALANCE VALUE "Y".
           01 WS-ROW-INSTALLATION PIC X(04).
           01 WS-ROW-RUN-NUM PIC 9(05).
           01 WS-ROW-RESULT PIC S9(7)V99 SIGN LEADING SEPARATE.
           01 WS-ROW-SURCHARGE PIC S9(7)V99 SIGN LEADING SEPARATE.
      * Where the report writer put the statement now being printed.
           01 WS-PAGE-REPLY.
               05 WS-REPLY-REPORT-ID PIC 9(07).
               05 WS-REPLY-PAGE-NUM PIC 9(04).
           01 WS-OPENING PIC S9(11)V99 SIGN LEADING SEPARATE.
           01 WS-CLOSING PIC S9(11)V99 SIGN LEADING SEPARATE.
           01 WS-ISSUED-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-SKIPPED-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-UNKNOWN-BAL-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-AMOUNT-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           01 WS-SURCH-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           01 WS-COUNT-EDIT PIC ZZ,ZZ9.
           01 WS-INST-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-INST-SUB PIC 9(03) COMP.
           01 WS-RUN-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-RUN-SUB PIC 9(05) COMP.
           01 WS-INST-TABLE.
               05 WS-INST-ENTRY OCCURS 500 TIMES.
                   10 WS-IT-CODE PIC X(04).
                   10 WS-IT-NAME PIC X(24).
                   10 WS-IT-REGION PIC X(08).
                   10 WS-IT-ADDRESS PIC X(35).
                   10 WS-IT-STATUS PIC X(01).
                       88 WS-IT-CLOSED VALUE "C".
                   10 WS-IT-CLOSING-NOW PIC S9(11)V99
                       SIGN LEADING SEPARATE.
                   10 WS-IT-LATER-MOVEMENT PIC S9(11)V99
                       SIGN LEADING SEPARATE.
                   10 WS-IT-MOVEMENT PIC S9(11)V99
                       SIGN LEADING SEPARATE.
                   10 WS-IT-SURCHARGE PIC S9(11)V99
                       SIGN LEADING SEPARATE.
                   10 WS-IT-RUN-COUNT PIC 9(05) COMP.
           01 WS-RUN-TABLE.
               05 WS-RUN-ENTRY OCCURS 3000 TIMES.
                   10 WS-RT-INSTALLATION PIC X(04).
                   10 WS-RT-RUN-NUM PIC 9(05).
                   10 WS-RT-DATE PIC 9(08).
                   10 WS-RT-MOVEMENT PIC S9(11)V99
                       SIGN LEADING SEPARATE.
                   10 WS-RT-SURCHARGE PIC S9(11)V99
                       SIGN LEADING SEPARATE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-STMT-MONTH = ZERO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1100-LOAD-INSTALLATIONS THRU 1100-EXIT.
           IF WS-INST-COUNT = ZERO
               DISPLAY "No installations on INSTALLFILE - no "
                   "statements to print."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1300-LOAD-BALANCES THRU 1300-EXIT.
           PERFORM 2000-SCAN-ARCHIVE THRU 2000-EXIT.
           PERFORM 2100-SCAN-HISTORY THRU 2100-EXIT.
           PERFORM 9700-OPEN-REPORT THRU 9700-EXIT.
           OPEN EXTEND STMT-HIST-FILE.
           IF WS-STH-STATUS = "35"
               OPEN OUTPUT STMT-HIST-FILE
           END-IF.
           MOVE ZERO TO WS-INST-SUB.
           PERFORM 3000-PRINT-STATEMENT THRU 3000-EXIT
               UNTIL WS-INST-SUB NOT < WS-INST-COUNT.
           CLOSE STMT-HIST-FILE.
           PERFORM 4000-PRINT-RUN-SUMMARY THRU 4000-EXIT.
           PERFORM 9900-CLOSE-REPORT THRU 9900-EXIT.
           GOBACK.

      * A month still in progress is stated to date; a month that has
      * not started yet is refused.
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           COMPUTE WS-CURRENT-MONTH =
               WS-TODAY-YEAR * 100 + WS-TODAY-MONTH.
           MOVE "MONTH" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-NUMBER TO WS-STMT-MONTH
           ELSE
               DISPLAY "Statement month (YYYYMM, 0 = last month):"
               ACCEPT WS-STMT-MONTH
           END-IF.
           IF WS-STMT-MONTH = ZERO
               MOVE WS-TODAY-YEAR TO WS-STMT-YEAR
               IF WS-TODAY-MONTH = 1
                   SUBTRACT 1 FROM WS-STMT-YEAR
                   MOVE 12 TO WS-STMT-MM
               ELSE
                   COMPUTE WS-STMT-MM = WS-TODAY-MONTH - 1
               END-IF
               DISPLAY "Defaulting to " WS-STMT-MONTH "."
           END-IF.
           IF WS-STMT-MM < 1 OR WS-STMT-MM > 12
               OR WS-STMT-YEAR = ZERO
               DISPLAY "Invalid month " WS-STMT-MONTH
                   " - no statements printed."
               MOVE ZERO TO WS-STMT-MONTH
               GO TO 1000-EXIT
           END-IF.
           IF WS-STMT-MONTH > WS-CURRENT-MONTH
               DISPLAY "Month " WS-STMT-MONTH " has not started - "
                   "no statements printed."
               MOVE ZERO TO WS-STMT-MONTH
               GO TO 1000-EXIT
           END-IF.
           IF WS-STMT-MONTH = WS-CURRENT-MONTH
               DISPLAY "NOTE: month " WS-STMT-MONTH " is still in "
                   "progress - statements show activity to date."
           END-IF.
           COMPUTE WS-MONTH-START = WS-STMT-MONTH * 100 + 1.
           COMPUTE WS-MONTH-END = WS-STMT-MONTH * 100 + 31.
       1000-EXIT.
           EXIT.

       1100-LOAD-INSTALLATIONS.
           OPEN INPUT INSTALL-FILE.
           IF WS-INST-STATUS = "35"
               GO TO 1100-EXIT
           END-IF.
           READ INSTALL-FILE
               AT END SET WS-INST-EOF TO TRUE
           END-READ.
           PERFORM 1200-LOAD-INST-LINE THRU 1200-EXIT
               UNTIL WS-INST-EOF.
           CLOSE INSTALL-FILE.
       1100-EXIT.
           EXIT.

       1200-LOAD-INST-LINE.
           IF WS-INST-COUNT < 500
               ADD 1 TO WS-INST-COUNT
               MOVE INST-CODE TO WS-IT-CODE(WS-INST-COUNT)
               MOVE INST-NAME TO WS-IT-NAME(WS-INST-COUNT)
               MOVE INST-REGION TO WS-IT-REGION(WS-INST-COUNT)
               MOVE INST-ADDRESS TO WS-IT-ADDRESS(WS-INST-COUNT)
               MOVE INST-STATUS TO WS-IT-STATUS(WS-INST-COUNT)
               MOVE ZERO TO WS-IT-CLOSING-NOW(WS-INST-COUNT)
               MOVE ZERO TO WS-IT-LATER-MOVEMENT(WS-INST-COUNT)
               MOVE ZERO TO WS-IT-MOVEMENT(WS-INST-COUNT)
               MOVE ZERO TO WS-IT-SURCHARGE(WS-INST-COUNT)
               MOVE ZERO TO WS-IT-RUN-COUNT(WS-INST-COUNT)
           ELSE
               SET WS-INST-CAP-HIT TO TRUE
           END-IF.
           READ INSTALL-FILE
               AT END SET WS-INST-EOF TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.

       1300-LOAD-BALANCES.
           OPEN INPUT BALANCE-FILE.
           IF WS-BAL-STATUS = "35"
               GO TO 1300-EXIT
           END-IF.
           READ BALANCE-FILE
               AT END SET WS-BAL-EOF TO TRUE
           END-READ.
           PERFORM 1400-MATCH-BALANCE-LINE THRU 1400-EXIT
               UNTIL WS-BAL-EOF.
           CLOSE BALANCE-FILE.
       1300-EXIT.
           EXIT.

       1400-MATCH-BALANCE-LINE.
           MOVE BAL-INSTALLATION TO WS-ROW-INSTALLATION.
           PERFORM 2300-FIND-INSTALLATION THRU 2300-EXIT.
           IF WS-FOUND
               IF BAL-CLOSING IS NUMERIC
                   MOVE BAL-CLOSING TO WS-IT-CLOSING-NOW(WS-INST-SUB)
               END-IF
           ELSE
               ADD 1 TO WS-UNKNOWN-BAL-COUNT
           END-IF.
           READ BALANCE-FILE
               AT END SET WS-BAL-EOF TO TRUE
           END-READ.
       1400-EXIT.
           EXIT.

       2000-SCAN-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCH-STATUS = "35"
               GO TO 2000-EXIT
           END-IF.
           READ ARCHIVE-FILE
               AT END SET WS-ARCH-EOF TO TRUE
           END-READ.
           PERFORM 2010-TAKE-ARCHIVE-ROW THRU 2010-EXIT
               UNTIL WS-ARCH-EOF.
           CLOSE ARCHIVE-FILE.
       2000-EXIT.
           EXIT.

       2010-TAKE-ARCHIVE-ROW.
           MOVE ARCH-DATE TO WS-ROW-DATE.
           MOVE ARCH-PROGRAM TO WS-ROW-PROGRAM.
           MOVE ARCH-INSTALLATION TO WS-ROW-INSTALLATION.
           MOVE ARCH-RUN-NUM TO WS-ROW-RUN-NUM.
           IF ARCH-RESULT IS NUMERIC
               MOVE ARCH-RESULT TO WS-ROW-RESULT
           ELSE
               MOVE ZERO TO WS-ROW-RESULT
           END-IF.
           IF ARCH-SURCHARGE IS NUMERIC
               MOVE ARCH-SURCHARGE TO WS-ROW-SURCHARGE
           ELSE
               MOVE ZERO TO WS-ROW-SURCHARGE
           END-IF.
           PERFORM 2200-ROLL-UP-ROW THRU 2200-EXIT.
           READ ARCHIVE-FILE
               AT END SET WS-ARCH-EOF TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.

       2100-SCAN-HISTORY.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS = "35"
               GO TO 2100-EXIT
           END-IF.
           READ HIST-FILE
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.
           PERFORM 2110-TAKE-HISTORY-ROW THRU 2110-EXIT
               UNTIL WS-HIST-EOF.
           CLOSE HIST-FILE.
       2100-EXIT.
           EXIT.

       2110-TAKE-HISTORY-ROW.
           MOVE HIST-DATE TO WS-ROW-DATE.
           MOVE HIST-PROGRAM TO WS-ROW-PROGRAM.
           MOVE HIST-INSTALLATION TO WS-ROW-INSTALLATION.
           MOVE HIST-RUN-NUM TO WS-ROW-RUN-NUM.
           IF HIST-RESULT IS NUMERIC
               MOVE HIST-RESULT TO WS-ROW-RESULT
           ELSE
               MOVE ZERO TO WS-ROW-RESULT
           END-IF.
           IF HIST-SURCHARGE IS NUMERIC
               MOVE HIST-SURCHARGE TO WS-ROW-SURCHARGE
           ELSE
               MOVE ZERO TO WS-ROW-SURCHARGE
           END-IF.
           PERFORM 2200-ROLL-UP-ROW THRU 2200-EXIT.
           READ HIST-FILE
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.
       2110-EXIT.
           EXIT.

      * A row after the month only walks today's balance back to the
      * month's close; a row inside the month is stated against its
      * run. Rows from before the month are already in the opening.
      * Only rows that moved BALANCEFILE belong in a balance, and
      * operationsBalanceMoveCheck says which rows those are.
       2200-ROLL-UP-ROW.
           CALL "operationsBalanceMoveCheck" USING WS-ROW-PROGRAM,
               WS-MOVES-BALANCE-SWITCH.
           IF NOT WS-MOVES-BALANCE
               GO TO 2200-EXIT
           END-IF.
           IF WS-ROW-DATE < WS-MONTH-START
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2300-FIND-INSTALLATION THRU 2300-EXIT.
           IF NOT WS-FOUND
               GO TO 2200-EXIT
           END-IF.
           IF WS-ROW-DATE > WS-MONTH-END
               ADD WS-ROW-RESULT TO WS-IT-LATER-MOVEMENT(WS-INST-SUB)
               GO TO 2200-EXIT
           END-IF.
           ADD WS-ROW-RESULT TO WS-IT-MOVEMENT(WS-INST-SUB).
           ADD WS-ROW-SURCHARGE TO WS-IT-SURCHARGE(WS-INST-SUB).
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-RUN-SUB.
           PERFORM 2400-FIND-RUN THRU 2400-EXIT
               UNTIL WS-FOUND OR WS-RUN-SUB NOT < WS-RUN-COUNT.
           IF WS-FOUND
               ADD WS-ROW-RESULT TO WS-RT-MOVEMENT(WS-RUN-SUB)
               ADD WS-ROW-SURCHARGE TO WS-RT-SURCHARGE(WS-RUN-SUB)
               GO TO 2200-EXIT
           END-IF.
           IF WS-RUN-COUNT NOT < 3000
               SET WS-RUN-CAP-HIT TO TRUE
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-RUN-COUNT.
           MOVE WS-ROW-INSTALLATION TO WS-RT-INSTALLATION(WS-RUN-COUNT).
           MOVE WS-ROW-RUN-NUM TO WS-RT-RUN-NUM(WS-RUN-COUNT).
           MOVE WS-ROW-DATE TO WS-RT-DATE(WS-RUN-COUNT).
           MOVE WS-ROW-RESULT TO WS-RT-MOVEMENT(WS-RUN-COUNT).
           MOVE WS-ROW-SURCHARGE TO WS-RT-SURCHARGE(WS-RUN-COUNT).
           ADD 1 TO WS-IT-RUN-COUNT(WS-INST-SUB).
       2200-EXIT.
           EXIT.

      * A site merged or re-coded away is first rolled up to the
      * code it now lives under.
       2300-FIND-INSTALLATION.
           CALL "operationsInstallRollup" USING WS-ROW-INSTALLATION.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-INST-SUB.
           PERFORM 2310-SCAN-INST-TABLE THRU 2310-EXIT
               UNTIL WS-FOUND OR WS-INST-SUB NOT < WS-INST-COUNT.
       2300-EXIT.
           EXIT.

       2310-SCAN-INST-TABLE.
           ADD 1 TO WS-INST-SUB.
           IF WS-IT-CODE(WS-INST-SUB) = WS-ROW-INSTALLATION
               SET WS-FOUND TO TRUE
           END-IF.
       2310-EXIT.
           EXIT.

       2400-FIND-RUN.
           ADD 1 TO WS-RUN-SUB.
           IF WS-RT-INSTALLATION(WS-RUN-SUB) = WS-ROW-INSTALLATION
               AND WS-RT-RUN-NUM(WS-RUN-SUB) = WS-ROW-RUN-NUM
               SET WS-FOUND TO TRUE
           END-IF.
       2400-EXIT.
           EXIT.

      * One statement per site, each on its own page, and one row on
      * the statement history for each statement printed.
       3000-PRINT-STATEMENT.
           ADD 1 TO WS-INST-SUB.
           COMPUTE WS-CLOSING = WS-IT-CLOSING-NOW(WS-INST-SUB)
               - WS-IT-LATER-MOVEMENT(WS-INST-SUB).
           COMPUTE WS-OPENING = WS-CLOSING
               - WS-IT-MOVEMENT(WS-INST-SUB).
           IF WS-IT-CLOSED(WS-INST-SUB)
               AND WS-IT-RUN-COUNT(WS-INST-SUB) = ZERO
               AND WS-CLOSING = ZERO
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 3000-EXIT
           END-IF.
           MOVE "PAGE" TO WS-RPT-ACTION.
           CALL "operationsReportWriter" USING WS-RPT-ACTION,
               WS-RPT-NAME, WS-RPT-OPERATOR, WS-RPT-TEXT.
           MOVE WS-RPT-TEXT TO WS-PAGE-REPLY.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING "STATEMENT FOR MONTH " DELIMITED BY SIZE
               WS-STMT-MONTH DELIMITED BY SIZE
               "      INSTALLATION " DELIMITED BY SIZE
               WS-IT-CODE(WS-INST-SUB) DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           STRING "    " DELIMITED BY SIZE
               WS-IT-NAME(WS-INST-SUB) DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           IF WS-IT-ADDRESS(WS-INST-SUB) = SPACES
               MOVE "    (no address on file)" TO WS-RPT-TEXT
           ELSE
               STRING "    " DELIMITED BY SIZE
                   WS-IT-ADDRESS(WS-INST-SUB) DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
           END-IF.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           IF WS-IT-CLOSED(WS-INST-SUB)
               STRING "    REGION " DELIMITED BY SIZE
                   WS-IT-REGION(WS-INST-SUB) DELIMITED BY SIZE
                   "    SITE CLOSED" DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
           ELSE
               STRING "    REGION " DELIMITED BY SIZE
                   WS-IT-REGION(WS-INST-SUB) DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
           END-IF.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE WS-OPENING TO WS-AMOUNT-EDIT.
           STRING "OPENING BALANCE               " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           IF WS-IT-RUN-COUNT(WS-INST-SUB) = ZERO
               MOVE "No batch runs moved the balance during the month"
                   TO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
           ELSE
               STRING "RUN    DATE                             MOVEMENT"
                       DELIMITED BY SIZE
                   "    OF WHICH SURCHARGE" DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
               MOVE ZERO TO WS-RUN-SUB
               PERFORM 3100-PRINT-RUN-LINE THRU 3100-EXIT
                   UNTIL WS-RUN-SUB NOT < WS-RUN-COUNT
           END-IF.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE WS-IT-MOVEMENT(WS-INST-SUB) TO WS-AMOUNT-EDIT.
           MOVE WS-IT-SURCHARGE(WS-INST-SUB) TO WS-SURCH-EDIT.
           STRING "TOTAL FOR THE MONTH           " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-SURCH-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE WS-CLOSING TO WS-AMOUNT-EDIT.
           STRING "CLOSING BALANCE               " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           PERFORM 3200-RECORD-STATEMENT THRU 3200-EXIT.
       3000-EXIT.
           EXIT.

       3100-PRINT-RUN-LINE.
           ADD 1 TO WS-RUN-SUB.
           IF WS-RT-INSTALLATION(WS-RUN-SUB) NOT =
               WS-IT-CODE(WS-INST-SUB)
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-RT-MOVEMENT(WS-RUN-SUB) TO WS-AMOUNT-EDIT.
           MOVE WS-RT-SURCHARGE(WS-RUN-SUB) TO WS-SURCH-EDIT.
           STRING WS-RT-RUN-NUM(WS-RUN-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RT-DATE(WS-RUN-SUB) DELIMITED BY SIZE
               "               " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-SURCH-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
       3100-EXIT.
           EXIT.

       3200-RECORD-STATEMENT.
           MOVE WS-IT-CODE(WS-INST-SUB) TO STH-INSTALLATION.
           MOVE WS-STMT-MONTH TO STH-MONTH.
           MOVE WS-REPLY-REPORT-ID TO STH-REPORT-ID.
           MOVE WS-REPLY-PAGE-NUM TO STH-PAGE-NUM.
           MOVE WS-OPENING TO STH-OPENING.
           MOVE WS-IT-MOVEMENT(WS-INST-SUB) TO STH-MOVEMENT.
           MOVE WS-IT-SURCHARGE(WS-INST-SUB) TO STH-SURCHARGE.
           MOVE WS-CLOSING TO STH-CLOSING.
           MOVE WS-IT-RUN-COUNT(WS-INST-SUB) TO STH-RUN-COUNT.
           MOVE WS-TODAY TO STH-ISSUED-DATE.
           MOVE WS-NOW-TIME TO STH-ISSUED-TIME.
           MOVE WS-RPT-OPERATOR TO STH-OPERATOR.
           WRITE STMT-HIST-RECORD.
           ADD 1 TO WS-ISSUED-COUNT.
       3200-EXIT.
           EXIT.

      * The run's own tally goes on a page of its own after the last
      * statement, so no site's page carries another site's figures.
       4000-PRINT-RUN-SUMMARY.
           MOVE "PAGE" TO WS-RPT-ACTION.
           CALL "operationsReportWriter" USING WS-RPT-ACTION,
               WS-RPT-NAME, WS-RPT-OPERATOR, WS-RPT-TEXT.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING "MONTH-END STATEMENT RUN FOR " DELIMITED BY SIZE
               WS-STMT-MONTH DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE WS-ISSUED-COUNT TO WS-COUNT-EDIT.
           STRING "STATEMENTS ISSUED:              " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-EDIT.
           STRING "CLOSED SITES WITH NOTHING TO STATE:"
                   DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           IF WS-UNKNOWN-BAL-COUNT > ZERO
               MOVE WS-UNKNOWN-BAL-COUNT TO WS-COUNT-EDIT
               STRING "WARNING: balance rows for codes not on "
                       DELIMITED BY SIZE
                   "INSTALLFILE, not stated:" DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
           END-IF.
           IF WS-INST-CAP-HIT
               STRING "WARNING: more than 500 installations on file "
                       DELIMITED BY SIZE
                   "- the sites past the first 500 have no statement."
                       DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
           END-IF.
           IF WS-RUN-CAP-HIT
               STRING "WARNING: more than 3000 site runs in the month "
                       DELIMITED BY SIZE
                   "- later runs are in the totals but not listed."
                       DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      * This report's run-parameter card for WS-PARM-NAME, if any.
       9600-GET-RUN-PARM.
           MOVE "operationsMonthStatement" TO WS-PARM-PROGRAM.
           CALL "operationsRunParm" USING WS-PARM-PROGRAM,
               WS-PARM-NAME, WS-PARM-VALUE, WS-PARM-NUMBER,
               WS-PARM-FOUND-SWITCH.
       9600-EXIT.
           EXIT.

      * Shared report-writer plumbing: the writer puts every line on
      * the console, the print file and the reprint archive at once,
      * with the standard page heading.
       9700-OPEN-REPORT.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RPT-OPERATOR FROM ENVIRONMENT-VALUE.
           MOVE "MONTH-END STATEMENTS" TO WS-RPT-NAME.
           MOVE "OPEN" TO WS-RPT-ACTION.
           MOVE SPACES TO WS-RPT-TEXT.
           CALL "operationsReportWriter" USING WS-RPT-ACTION,
               WS-RPT-NAME, WS-RPT-OPERATOR, WS-RPT-TEXT.
       9700-EXIT.
           EXIT.

       9800-PUT-REPORT-LINE.
           MOVE "LINE" TO WS-RPT-ACTION.
           CALL "operationsReportWriter" USING WS-RPT-ACTION,
               WS-RPT-NAME, WS-RPT-OPERATOR, WS-RPT-TEXT.
           MOVE SPACES TO WS-RPT-TEXT.
       9800-EXIT.
           EXIT.

       9900-CLOSE-REPORT.
           MOVE "CLOSE" TO WS-RPT-ACTION.
           CALL "operationsReportWriter" USING WS-RPT-ACTION,
               WS-RPT-NAME, WS-RPT-OPERATOR, WS-RPT-TEXT.
       9900-EXIT.
           EXIT.

       END PROGRAM operationsMonthStatement.
