      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Year-end close. Refuses a year unless every one of
      *           its twelve months has been reconciled on
      *           PERIODRECONLOG with no variance (the latest row for
      *           a month wins, as on the daily log). It then copies
      *           the year's history, archived rows and live rows,
      *           to its own year file (HISTYEARFILE.yyyy) and prints
      *           the year total by installation and operation on the
      *           cataloged report. Once a supervisor confirms, every
      *           BALANCEFILE row has its BAL-OPENING set to the
      *           installation's closing as at the last day of the
      *           year - BAL-CLOSING less whatever history shows has
      *           moved it since - with the new year's movement so far
      *           as BAL-MOVEMENT, each row going on the maintenance
      *           change log; and one seal row (YYYY0000, status "Y")
      *           is appended to CLOSEDPERFILE, closing every date of
      *           the year in one step. A date in a sealed year can
      *           then only be reopened by an administrator.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsYearEndClose.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSED-PERIOD-FILE ASSIGN TO "CLOSEDPERFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLP-STATUS.
           SELECT PERIOD-RECON-LOG-FILE ASSIGN TO "PERIODRECONLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRCN-STATUS.
           SELECT HIST-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "HISTARCHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT YEAR-FILE ASSIGN TO WS-YEAR-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEAR-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "BALANCEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSED-PERIOD-FILE.
           COPY CLOSEDPER.

       FD  PERIOD-RECON-LOG-FILE.
           COPY RECONLOG REPLACING
               ==RECON-LOG-RECORD== BY ==PERIOD-RECON-LOG-RECORD==
               ==RCN-CTL-DATE== BY ==PRCN-CTL-DATE==
               ==RCN-RUN-DATE== BY ==PRCN-RUN-DATE==
               ==RCN-RUN-TIME== BY ==PRCN-RUN-TIME==
               ==RCN-VARIANCE== BY ==PRCN-VARIANCE==.

       FD  HIST-FILE.
           COPY HISTREC.

      * Archived rows are moved into the (not yet opened) live record
      * area so one paragraph handles both shapes of the data.
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

      * The year's rows exactly as they stood on history - HISTREC
      * layout, archived rows first.
       FD  YEAR-FILE.
       01  YEAR-RECORD PIC X(192).

       FD  BALANCE-FILE.
           COPY BALREC.

       WORKING-STORAGE SECTION.
           COPY RPTFLDS.
      * Program name handed to the shared sign-on module - kept in
      * working storage (truncated to the X(20) the module declares)
      * because a literal is not a valid BY REFERENCE argument.
           01 WS-SIGNON-PROGRAM PIC X(20) VALUE
               "operationsYearEndClo".
           01 WS-REQUIRED-LEVEL PIC X(01) VALUE "S".
           01 WS-OPERATOR-ID PIC X(08).
           01 WS-USER-LEVEL PIC X(01).
           01 WS-SIGNON-OK-SWITCH PIC X(01).
               88 WS-SIGNON-OK VALUE "Y".
      * Fields handed to the shared maintenance change-log writer.
           01 WS-MLOG-ACTION PIC X(10).
           01 WS-MLOG-KEY PIC X(20).
           01 WS-MLOG-BEFORE PIC X(80).
           01 WS-MLOG-AFTER PIC X(80).
           01 WS-CLP-STATUS PIC X(02) VALUE "00".
           01 WS-PRCN-STATUS PIC X(02) VALUE "00".
           01 WS-HIST-STATUS PIC X(02) VALUE "00".
           01 WS-ARCH-STATUS PIC X(02) VALUE "00".
           01 WS-YEAR-STATUS PIC X(02) VALUE "00".
           01 WS-BAL-STATUS PIC X(02) VALUE "00".
           01 WS-CLP-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-CLP-EOF VALUE "Y".
           01 WS-PRCN-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-PRCN-EOF VALUE "Y".
           01 WS-HIST-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-HIST-EOF VALUE "Y".
           01 WS-ARCH-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-ARCH-EOF VALUE "Y".
           01 WS-BAL-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-BAL-EOF VALUE "Y".
           01 WS-SEALED-SWITCH PIC X(01) VALUE "N".
               88 WS-YEAR-SEALED VALUE "Y".
           01 WS-FOUND-SWITCH PIC X(01).
               88 WS-FOUND VALUE "Y".
           01 WS-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 WS-TABLE-OVERFLOW VALUE "Y".
           01 WS-MOVES-BALANCE-SWITCH PIC X(01).
               88 WS-MOVES-BALANCE VALUE "Y".
           01 WS-CLOSE-ANSWER PIC X(01).
               88 WS-CLOSE-CONFIRMED VALUE "Y" "y".
           01 WS-TODAY PIC 9(08).
           01 WS-TODAY-PARTS REDEFINES WS-TODAY.
               05 WS-TODAY-YEAR PIC 9(04).
               05 WS-TODAY-MMDD PIC 9(04).
           01 WS-CLOSE-YEAR PIC 9(04).
           01 WS-YEAR-START PIC 9(08).
           01 WS-YEAR-END PIC 9(08).
           01 WS-SEAL-DATE PIC 9(08).
           01 WS-YEAR-DSN PIC X(24).
      * A period reconciliation row carries its period as YYYYMM00.
           01 WS-LOG-PERIOD PIC 9(08).
           01 WS-LOG-PERIOD-PARTS REDEFINES WS-LOG-PERIOD.
               05 WS-LOG-YEAR PIC 9(04).
               05 WS-LOG-MONTH PIC 9(02).
               05 WS-LOG-DAY PIC 9(02).
           01 WS-MONTH-SUB PIC 9(02) COMP.
           01 WS-MONTHS-OPEN PIC 9(02) COMP VALUE ZERO.
           01 WS-MONTH-TABLE.
               05 WS-MONTH-ENTRY OCCURS 12 TIMES.
                   10 WS-MON-LOGGED-SWITCH PIC X(01).
                       88 WS-MON-LOGGED VALUE "Y".
                   10 WS-MON-VARIANCE PIC S9(9)V99
                       SIGN LEADING SEPARATE.
           01 WS-MONTH-EDIT PIC 99.
      * Operation letters as HIST-OP-CODE carries them; the last
      * bucket takes rows written before the column existed.
           01 WS-OP-LETTERS PIC X(06) VALUE "ASMDP ".
           01 WS-OP-LETTER-TABLE REDEFINES WS-OP-LETTERS.
               05 WS-OP-LETTER PIC X(01) OCCURS 6 TIMES.
           01 WS-OP-NAMES.
               05 FILLER PIC X(10) VALUE "ADD".
               05 FILLER PIC X(10) VALUE "SUBTRACT".
               05 FILLER PIC X(10) VALUE "MULTIPLY".
               05 FILLER PIC X(10) VALUE "DIVIDE".
               05 FILLER PIC X(10) VALUE "PERCENT".
               05 FILLER PIC X(10) VALUE "UNCODED".
           01 WS-OP-NAME-TABLE REDEFINES WS-OP-NAMES.
               05 WS-OP-NAME PIC X(10) OCCURS 6 TIMES.
           01 WS-OP-SUB PIC 9(02) COMP.
      * One row per installation on the balance master or in
      * history: its year totals by operation, what history shows
      * posted after the year end, and its balance row as read.
           01 WS-FIND-INSTALL PIC X(04).
           01 WS-INST-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-INST-SUB PIC 9(03) COMP.
           01 WS-INST-TABLE.
               05 WS-INST-ENTRY OCCURS 200 TIMES.
                   10 WS-INS-INSTALLATION PIC X(04).
                   10 WS-INS-ON-MASTER-SWITCH PIC X(01).
                       88 WS-INS-ON-MASTER VALUE "Y".
                   10 WS-INS-MASTER-ROW PIC X(59).
                   10 WS-INS-YEAR-ROWS PIC 9(07) COMP.
                   10 WS-INS-YEAR-TOTAL PIC S9(11)V99
                       SIGN LEADING SEPARATE.
                   10 WS-INS-AFTER-YEAR PIC S9(11)V99
                       SIGN LEADING SEPARATE.
                   10 WS-INS-CARRIED PIC S9(11)V99
                       SIGN LEADING SEPARATE.
                   10 WS-INS-OP-BUCKET OCCURS 6 TIMES.
                       15 WS-INS-OP-ROWS PIC 9(07) COMP.
                       15 WS-INS-OP-TOTAL PIC S9(11)V99
                           SIGN LEADING SEPARATE.
           01 WS-YEAR-ROWS PIC 9(07) COMP VALUE ZERO.
           01 WS-ARCH-ROWS PIC 9(07) COMP VALUE ZERO.
           01 WS-YEAR-TOTAL PIC S9(11)V99 SIGN LEADING SEPARATE
               VALUE ZERO.
           01 WS-CARRIED-TOTAL PIC S9(11)V99 SIGN LEADING SEPARATE
               VALUE ZERO.
           01 WS-BAL-ROWS PIC 9(03) COMP VALUE ZERO.
           01 WS-ROWS-EDIT PIC Z,ZZZ,ZZ9.
           01 WS-ARCH-EDIT PIC Z,ZZZ,ZZ9.
           01 WS-TOTAL-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           01 WS-VARIANCE-EDIT PIC ZZZ,ZZZ,ZZ9.99-.
           01 WS-COUNT-EDIT PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "operationsSignOn" USING WS-SIGNON-PROGRAM,
               WS-REQUIRED-LEVEL, WS-OPERATOR-ID, WS-USER-LEVEL,
               WS-SIGNON-OK-SWITCH.
           IF NOT WS-SIGNON-OK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Close which year (YYYY)?".
           ACCEPT WS-CLOSE-YEAR.
           IF WS-CLOSE-YEAR NOT NUMERIC
               OR WS-CLOSE-YEAR NOT < WS-TODAY-YEAR
               DISPLAY "Year " WS-CLOSE-YEAR " is not over - only "
                   "a past year can be closed."
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-YEAR-START = (WS-CLOSE-YEAR * 10000) + 101.
           COMPUTE WS-YEAR-END = (WS-CLOSE-YEAR * 10000) + 1231.
           COMPUTE WS-SEAL-DATE = WS-CLOSE-YEAR * 10000.
           PERFORM 1000-CHECK-SEAL THRU 1000-EXIT.
           IF WS-YEAR-SEALED
               DISPLAY "Year " WS-CLOSE-YEAR " is already sealed."
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-CHECK-MONTHS THRU 2000-EXIT.
           IF WS-MONTHS-OPEN > ZERO
               MOVE WS-MONTHS-OPEN TO WS-COUNT-EDIT
               DISPLAY "Year " WS-CLOSE-YEAR " not closed - "
                   WS-COUNT-EDIT " month(s) not reconciled clean."
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 3000-LOAD-BALANCES THRU 3000-EXIT.
           PERFORM 4000-COPY-YEAR THRU 4000-EXIT.
           IF WS-TABLE-OVERFLOW
               DISPLAY "MORE THAN 200 INSTALLATIONS - the year "
                   "totals are incomplete and the year cannot be "
                   "closed from them."
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 5000-PRINT-YEAR-TOTALS THRU 5000-EXIT.
           DISPLAY "Seal " WS-CLOSE-YEAR " and carry balances into "
               "the new year (Y/N)?".
           ACCEPT WS-CLOSE-ANSWER.
           IF NOT WS-CLOSE-CONFIRMED
               DISPLAY "Year " WS-CLOSE-YEAR " left open."
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 6000-CARRY-FORWARD THRU 6000-EXIT.
           PERFORM 7000-SEAL-YEAR THRU 7000-EXIT.
           MOVE WS-BAL-ROWS TO WS-COUNT-EDIT.
           DISPLAY "Year " WS-CLOSE-YEAR " sealed - " WS-COUNT-EDIT
               " balance row(s) carried forward.".
           PERFORM 9950-SIGN-OFF THRU 9950-EXIT.
           GOBACK.

      * The latest year-level row for the year decides, the same
      * last-row-wins reading the closed-period check uses.
       1000-CHECK-SEAL.
           OPEN INPUT CLOSED-PERIOD-FILE.
           IF WS-CLP-STATUS = "35"
               GO TO 1000-EXIT
           END-IF.
           READ CLOSED-PERIOD-FILE
               AT END SET WS-CLP-EOF TO TRUE
           END-READ.
           PERFORM 1100-SCAN-SEAL-ROW THRU 1100-EXIT
               UNTIL WS-CLP-EOF.
           CLOSE CLOSED-PERIOD-FILE.
       1000-EXIT.
           EXIT.

       1100-SCAN-SEAL-ROW.
           IF CLP-DATE = WS-SEAL-DATE
               IF CLP-YEAR-SEALED
                   MOVE "Y" TO WS-SEALED-SWITCH
               ELSE
                   MOVE "N" TO WS-SEALED-SWITCH
               END-IF
           END-IF.
           READ CLOSED-PERIOD-FILE
               AT END SET WS-CLP-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      * Every month of the year must have a period reconciliation row
      * and the latest one must show no variance.
       2000-CHECK-MONTHS.
           MOVE ZERO TO WS-MONTH-SUB.
           PERFORM 2050-CLEAR-MONTH THRU 2050-EXIT
               UNTIL WS-MONTH-SUB NOT < 12.
           OPEN INPUT PERIOD-RECON-LOG-FILE.
           IF WS-PRCN-STATUS NOT = "35"
               READ PERIOD-RECON-LOG-FILE
                   AT END SET WS-PRCN-EOF TO TRUE
               END-READ
               PERFORM 2100-TAKE-LOG-ROW THRU 2100-EXIT
                   UNTIL WS-PRCN-EOF
               CLOSE PERIOD-RECON-LOG-FILE
           END-IF.
           MOVE ZERO TO WS-MONTH-SUB.
           PERFORM 2200-PROVE-MONTH THRU 2200-EXIT
               UNTIL WS-MONTH-SUB NOT < 12.
       2000-EXIT.
           EXIT.

       2050-CLEAR-MONTH.
           ADD 1 TO WS-MONTH-SUB.
           MOVE "N" TO WS-MON-LOGGED-SWITCH(WS-MONTH-SUB).
           MOVE ZERO TO WS-MON-VARIANCE(WS-MONTH-SUB).
       2050-EXIT.
           EXIT.

       2100-TAKE-LOG-ROW.
           MOVE PRCN-CTL-DATE TO WS-LOG-PERIOD.
           IF WS-LOG-YEAR = WS-CLOSE-YEAR
               AND WS-LOG-MONTH > ZERO AND WS-LOG-MONTH < 13
               MOVE "Y" TO WS-MON-LOGGED-SWITCH(WS-LOG-MONTH)
               MOVE PRCN-VARIANCE TO WS-MON-VARIANCE(WS-LOG-MONTH)
           END-IF.
           READ PERIOD-RECON-LOG-FILE
               AT END SET WS-PRCN-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-PROVE-MONTH.
           ADD 1 TO WS-MONTH-SUB.
           MOVE WS-MONTH-SUB TO WS-MONTH-EDIT.
           IF NOT WS-MON-LOGGED(WS-MONTH-SUB)
               ADD 1 TO WS-MONTHS-OPEN
               DISPLAY "PERIOD " WS-CLOSE-YEAR WS-MONTH-EDIT
                   " HAS NOT BEEN RECONCILED"
               GO TO 2200-EXIT
           END-IF.
           IF WS-MON-VARIANCE(WS-MONTH-SUB) NOT = ZERO
               ADD 1 TO WS-MONTHS-OPEN
               MOVE WS-MON-VARIANCE(WS-MONTH-SUB) TO WS-VARIANCE-EDIT
               DISPLAY "PERIOD " WS-CLOSE-YEAR WS-MONTH-EDIT
                   " RECONCILED WITH A VARIANCE OF " WS-VARIANCE-EDIT
           END-IF.
       2200-EXIT.
           EXIT.

      * The balance master is loaded first so it is rewritten in the
      * order it was read.
       3000-LOAD-BALANCES.
           OPEN INPUT BALANCE-FILE.
           IF WS-BAL-STATUS = "35"
               GO TO 3000-EXIT
           END-IF.
           READ BALANCE-FILE
               AT END SET WS-BAL-EOF TO TRUE
           END-READ.
           PERFORM 3100-LOAD-BALANCE-LINE THRU 3100-EXIT
               UNTIL WS-BAL-EOF.
           CLOSE BALANCE-FILE.
       3000-EXIT.
           EXIT.

       3100-LOAD-BALANCE-LINE.
           MOVE BAL-INSTALLATION TO WS-FIND-INSTALL.
           PERFORM 8000-FIND-INSTALLATION THRU 8000-EXIT.
           IF WS-FOUND
               SET WS-INS-ON-MASTER(WS-INST-SUB) TO TRUE
               MOVE BALANCE-RECORD TO WS-INS-MASTER-ROW(WS-INST-SUB)
           END-IF.
           READ BALANCE-FILE
               AT END SET WS-BAL-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      * Archive first, then the live file, so the year file runs in
      * the order the rows were posted. Rows dated after the year
      * are not copied; those that moved the balance master (by
      * operationsBalanceMoveCheck) are totalled by installation:
      * they are what BAL-CLOSING already holds of the new year.
       4000-COPY-YEAR.
           MOVE SPACES TO WS-YEAR-DSN.
           STRING "HISTYEARFILE." DELIMITED BY SIZE
               WS-CLOSE-YEAR DELIMITED BY SIZE
               INTO WS-YEAR-DSN.
           OPEN OUTPUT YEAR-FILE.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCH-STATUS NOT = "35"
               READ ARCHIVE-FILE
                   AT END SET WS-ARCH-EOF TO TRUE
               END-READ
               PERFORM 4100-TAKE-ARCH-ROW THRU 4100-EXIT
                   UNTIL WS-ARCH-EOF
               CLOSE ARCHIVE-FILE
           END-IF.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS NOT = "35"
               READ HIST-FILE
                   AT END SET WS-HIST-EOF TO TRUE
               END-READ
               PERFORM 4200-TAKE-HIST-ROW THRU 4200-EXIT
                   UNTIL WS-HIST-EOF
               CLOSE HIST-FILE
           END-IF.
           CLOSE YEAR-FILE.
       4000-EXIT.
           EXIT.

       4100-TAKE-ARCH-ROW.
           MOVE ARCH-RECORD TO HIST-RECORD.
           PERFORM 4500-TAKE-ROW THRU 4500-EXIT.
           IF HIST-DATE NOT < WS-YEAR-START
               AND HIST-DATE NOT > WS-YEAR-END
               ADD 1 TO WS-ARCH-ROWS
           END-IF.
           READ ARCHIVE-FILE
               AT END SET WS-ARCH-EOF TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

       4200-TAKE-HIST-ROW.
           PERFORM 4500-TAKE-ROW THRU 4500-EXIT.
           READ HIST-FILE
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.
       4200-EXIT.
           EXIT.

       4500-TAKE-ROW.
           IF HIST-DATE < WS-YEAR-START
               GO TO 4500-EXIT
           END-IF.
           MOVE HIST-INSTALLATION TO WS-FIND-INSTALL.
           PERFORM 8000-FIND-INSTALLATION THRU 8000-EXIT.
           IF NOT WS-FOUND
               GO TO 4500-EXIT
           END-IF.
           IF HIST-DATE > WS-YEAR-END
               CALL "operationsBalanceMoveCheck" USING HIST-PROGRAM,
                   WS-MOVES-BALANCE-SWITCH
               IF WS-MOVES-BALANCE
                   ADD HIST-RESULT TO WS-INS-AFTER-YEAR(WS-INST-SUB)
               END-IF
               GO TO 4500-EXIT
           END-IF.
           MOVE HIST-RECORD TO YEAR-RECORD.
           WRITE YEAR-RECORD.
           ADD 1 TO WS-YEAR-ROWS.
           ADD HIST-RESULT TO WS-YEAR-TOTAL.
           ADD 1 TO WS-INS-YEAR-ROWS(WS-INST-SUB).
           ADD HIST-RESULT TO WS-INS-YEAR-TOTAL(WS-INST-SUB).
           MOVE ZERO TO WS-OP-SUB.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM 4600-SCAN-OP-LETTER THRU 4600-EXIT
               UNTIL WS-FOUND OR WS-OP-SUB NOT < 5.
           IF NOT WS-FOUND
               MOVE 6 TO WS-OP-SUB
           END-IF.
           ADD 1 TO WS-INS-OP-ROWS(WS-INST-SUB, WS-OP-SUB).
           ADD HIST-RESULT TO WS-INS-OP-TOTAL(WS-INST-SUB, WS-OP-SUB).
       4500-EXIT.
           EXIT.

       4600-SCAN-OP-LETTER.
           ADD 1 TO WS-OP-SUB.
           IF WS-OP-LETTER(WS-OP-SUB) = HIST-OP-CODE
               SET WS-FOUND TO TRUE
           END-IF.
       4600-EXIT.
           EXIT.

      * One line per operation an installation used in the year, its
      * year total, and the closing it carries into the new year.
       5000-PRINT-YEAR-TOTALS.
           PERFORM 9700-OPEN-REPORT THRU 9700-EXIT.
           STRING "YEAR-END CLOSE FOR " DELIMITED BY SIZE
               WS-CLOSE-YEAR DELIMITED BY SIZE
               " - RUN " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE WS-YEAR-ROWS TO WS-ROWS-EDIT.
           MOVE WS-ARCH-ROWS TO WS-ARCH-EDIT.
           STRING "HISTORY ROWS " DELIMITED BY SIZE
               WS-ROWS-EDIT DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-ARCH-EDIT DELIMITED BY SIZE
               " FROM ARCHIVE) COPIED TO " DELIMITED BY SIZE
               WS-YEAR-DSN DELIMITED BY SPACE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           STRING "INST  OPERATION        ROWS" DELIMITED BY SIZE
               "         YEAR TOTAL" DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE ZERO TO WS-INST-SUB.
           PERFORM 5100-PRINT-INSTALLATION THRU 5100-EXIT
               UNTIL WS-INST-SUB NOT < WS-INST-COUNT.
           MOVE WS-YEAR-ROWS TO WS-ROWS-EDIT.
           MOVE WS-YEAR-TOTAL TO WS-TOTAL-EDIT.
           STRING "ALL   YEAR TOTAL  " DELIMITED BY SIZE
               WS-ROWS-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE WS-CARRIED-TOTAL TO WS-TOTAL-EDIT.
           STRING "ALL   CARRIED FORWARD     " DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           PERFORM 9900-CLOSE-REPORT THRU 9900-EXIT.
       5000-EXIT.
           EXIT.

       5100-PRINT-INSTALLATION.
           ADD 1 TO WS-INST-SUB.
           IF WS-INS-YEAR-ROWS(WS-INST-SUB) = ZERO
               AND NOT WS-INS-ON-MASTER(WS-INST-SUB)
               GO TO 5100-EXIT
           END-IF.
           MOVE ZERO TO WS-OP-SUB.
           PERFORM 5200-PRINT-OPERATION THRU 5200-EXIT
               UNTIL WS-OP-SUB NOT < 6.
           MOVE WS-INS-YEAR-ROWS(WS-INST-SUB) TO WS-ROWS-EDIT.
           MOVE WS-INS-YEAR-TOTAL(WS-INST-SUB) TO WS-TOTAL-EDIT.
           STRING WS-INS-INSTALLATION(WS-INST-SUB) DELIMITED BY SIZE
               "  YEAR TOTAL  " DELIMITED BY SIZE
               WS-ROWS-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           IF NOT WS-INS-ON-MASTER(WS-INST-SUB)
               GO TO 5100-EXIT
           END-IF.
           MOVE WS-INS-MASTER-ROW(WS-INST-SUB) TO BALANCE-RECORD.
           COMPUTE WS-INS-CARRIED(WS-INST-SUB) =
               BAL-CLOSING - WS-INS-AFTER-YEAR(WS-INST-SUB).
           ADD WS-INS-CARRIED(WS-INST-SUB) TO WS-CARRIED-TOTAL.
           MOVE WS-INS-CARRIED(WS-INST-SUB) TO WS-TOTAL-EDIT.
           STRING WS-INS-INSTALLATION(WS-INST-SUB) DELIMITED BY SIZE
               "  CARRIED FORWARD     " DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
       5100-EXIT.
           EXIT.

       5200-PRINT-OPERATION.
           ADD 1 TO WS-OP-SUB.
           IF WS-INS-OP-ROWS(WS-INST-SUB, WS-OP-SUB) = ZERO
               GO TO 5200-EXIT
           END-IF.
           MOVE WS-INS-OP-ROWS(WS-INST-SUB, WS-OP-SUB)
               TO WS-ROWS-EDIT.
           MOVE WS-INS-OP-TOTAL(WS-INST-SUB, WS-OP-SUB)
               TO WS-TOTAL-EDIT.
           STRING WS-INS-INSTALLATION(WS-INST-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OP-NAME(WS-OP-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ROWS-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
       5200-EXIT.
           EXIT.

      * Each balance row opens the new year at its year-end closing;
      * whatever history shows posted since stays as the movement,
      * so opening plus movement still comes to BAL-CLOSING.
       6000-CARRY-FORWARD.
           IF WS-BAL-STATUS = "35"
               GO TO 6000-EXIT
           END-IF.
           MOVE "YEAREND" TO WS-MLOG-ACTION.
           OPEN OUTPUT BALANCE-FILE.
           MOVE ZERO TO WS-INST-SUB.
           PERFORM 6100-CARRY-ONE THRU 6100-EXIT
               UNTIL WS-INST-SUB NOT < WS-INST-COUNT.
           CLOSE BALANCE-FILE.
       6000-EXIT.
           EXIT.

       6100-CARRY-ONE.
           ADD 1 TO WS-INST-SUB.
           IF NOT WS-INS-ON-MASTER(WS-INST-SUB)
               GO TO 6100-EXIT
           END-IF.
           MOVE WS-INS-MASTER-ROW(WS-INST-SUB) TO BALANCE-RECORD.
           MOVE WS-INS-MASTER-ROW(WS-INST-SUB) TO WS-MLOG-BEFORE.
           MOVE WS-INS-CARRIED(WS-INST-SUB) TO BAL-OPENING.
           COMPUTE BAL-MOVEMENT = BAL-CLOSING - BAL-OPENING.
           MOVE BALANCE-RECORD TO WS-MLOG-AFTER.
           WRITE BALANCE-RECORD.
           ADD 1 TO WS-BAL-ROWS.
           MOVE SPACES TO WS-MLOG-KEY.
           STRING "BAL " DELIMITED BY SIZE
               BAL-INSTALLATION DELIMITED BY SIZE
               INTO WS-MLOG-KEY.
           PERFORM 8500-WRITE-MAINT-LOG THRU 8500-EXIT.
       6100-EXIT.
           EXIT.

      * One row seals the whole year; the seal itself goes on the
      * maintenance change log with the year file it was taken to.
       7000-SEAL-YEAR.
           OPEN EXTEND CLOSED-PERIOD-FILE.
           IF WS-CLP-STATUS = "35"
               OPEN OUTPUT CLOSED-PERIOD-FILE
           END-IF.
           MOVE WS-SEAL-DATE TO CLP-DATE.
           MOVE "Y" TO CLP-STATUS.
           MOVE WS-OPERATOR-ID TO CLP-SET-BY.
           ACCEPT CLP-SET-DATE FROM DATE YYYYMMDD.
           ACCEPT CLP-SET-TIME FROM TIME.
           WRITE CLOSED-PERIOD-RECORD.
           CLOSE CLOSED-PERIOD-FILE.
           MOVE "SEAL" TO WS-MLOG-ACTION.
           MOVE SPACES TO WS-MLOG-KEY.
           STRING "YEAR " DELIMITED BY SIZE
               WS-CLOSE-YEAR DELIMITED BY SIZE
               INTO WS-MLOG-KEY.
           MOVE SPACES TO WS-MLOG-BEFORE.
           MOVE CLOSED-PERIOD-RECORD TO WS-MLOG-AFTER.
           PERFORM 8500-WRITE-MAINT-LOG THRU 8500-EXIT.
       7000-EXIT.
           EXIT.

      * Finds WS-FIND-INSTALL on the installation table, adding it
      * the first time it is seen. WS-INST-SUB is left on the row;
      * WS-FOUND is off only when the table is full.
      * A site merged or re-coded away is first rolled up to the
      * code it now lives under.
       8000-FIND-INSTALLATION.
           CALL "operationsInstallRollup" USING WS-FIND-INSTALL.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-INST-SUB.
           PERFORM 8100-SCAN-INST-TABLE THRU 8100-EXIT
               UNTIL WS-FOUND OR WS-INST-SUB NOT < WS-INST-COUNT.
           IF WS-FOUND
               GO TO 8000-EXIT
           END-IF.
           IF WS-INST-COUNT NOT < 200
               SET WS-TABLE-OVERFLOW TO TRUE
               GO TO 8000-EXIT
           END-IF.
           ADD 1 TO WS-INST-COUNT.
           MOVE WS-INST-COUNT TO WS-INST-SUB.
           INITIALIZE WS-INST-ENTRY(WS-INST-SUB).
           MOVE WS-FIND-INSTALL TO WS-INS-INSTALLATION(WS-INST-SUB).
           MOVE "N" TO WS-INS-ON-MASTER-SWITCH(WS-INST-SUB).
           SET WS-FOUND TO TRUE.
       8000-EXIT.
           EXIT.

       8100-SCAN-INST-TABLE.
           ADD 1 TO WS-INST-SUB.
           IF WS-INS-INSTALLATION(WS-INST-SUB) = WS-FIND-INSTALL
               SET WS-FOUND TO TRUE
           END-IF.
       8100-EXIT.
           EXIT.

       8500-WRITE-MAINT-LOG.
           CALL "operationsMaintLog" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID, WS-MLOG-ACTION, WS-MLOG-KEY,
               WS-MLOG-BEFORE, WS-MLOG-AFTER.
       8500-EXIT.
           EXIT.

       9700-OPEN-REPORT.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RPT-OPERATOR FROM ENVIRONMENT-VALUE.
           MOVE "YEAR-END CLOSE" TO WS-RPT-NAME.
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

       9950-SIGN-OFF.
           CALL "operationsSignOff" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID.
       9950-EXIT.
           EXIT.

       END PROGRAM operationsYearEndClose.
