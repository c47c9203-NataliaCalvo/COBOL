      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Budget versus actual by installation - answers the
      *           question every manager asks of the period rollup,
      *           "is that above or below plan?". For the month the
      *           operator names, totals each site's actual RESULT
      *           from HISTFILE (and HISTARCHFILE, so a month or a
      *           year reaching back past the archive cutoff is still
      *           complete) for the month and for the year to date,
      *           sets them against the month's and the year-to-date
      *           figures on BUDGETFILE (loaded by
      *           operationsBudgetLoad), and prints the variance and
      *           variance percent, flagging every site that is
      *           outside the operator's tolerance either way. A site
      *           with actuals but no budget, or a budget but no
      *           actuals, is still listed - a missing plan is as much
      *           a question for Finance as a missed one.
      *           Every prompt can instead be answered by a
      *           RUNPARMFILE card (see operationsRunParm), so the
      *           report can run unattended as a close step.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsBudgetReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "HISTARCHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "BUDGETFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
           COPY HISTREC.

      * The archive written by operationsHistoryArchive - read first
      * so a year reaching back past the live file's purge cutoff
      * still totals every row in it.
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

       FD  BUDGET-FILE.
           COPY BUDGETREC.

       WORKING-STORAGE SECTION.
           COPY RPTFLDS.
           COPY PARMFLDS.
           01 WS-HIST-STATUS PIC X(02) VALUE "00".
           01 WS-ARCH-STATUS PIC X(02) VALUE "00".
           01 WS-BUD-STATUS PIC X(02) VALUE "00".
           01 WS-HIST-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-HIST-EOF VALUE "Y".
           01 WS-ARCH-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-ARCH-EOF VALUE "Y".
           01 WS-BUD-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-BUD-EOF VALUE "Y".
           01 WS-NO-BUDGET-SWITCH PIC X(01) VALUE "N".
               88 WS-NO-BUDGET-FILE VALUE "Y".
           01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
               88 WS-FOUND VALUE "Y".
           01 WS-CAP-SWITCH PIC X(01) VALUE "N".
               88 WS-CAP-HIT VALUE "Y".
           01 WS-ARCH-USED-COUNT PIC 9(7) COMP VALUE ZERO.
           01 WS-PERIOD-ENTRY PIC X(06).
           01 WS-PERIOD PIC 9(06).
           01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
               05 WS-PERIOD-YEAR PIC 9(04).
               05 WS-PERIOD-MONTH PIC 9(02).
           01 WS-TODAY PIC 9(08).
           01 WS-TOLERANCE-ENTRY PIC X(06).
           01 WS-TOLERANCE PIC 9(3)V99.
           01 WS-NUM-CHECK PIC S9(4) COMP.
      * The year-to-date window: 1 January of the report year
      * through the last possible day of the report month.
           01 WS-YTD-START PIC 9(08).
           01 WS-MONTH-START PIC 9(08).
           01 WS-MONTH-END PIC 9(08).
           01 WS-ROW-DATE PIC 9(08).
           01 WS-ROW-INSTALLATION PIC X(04).
           01 WS-ROW-AMOUNT PIC S9(9)V99 SIGN LEADING SEPARATE.
           01 WS-ROW-IN-MONTH-SWITCH PIC X(01).
               88 WS-ROW-IN-MONTH VALUE "Y".
           01 WS-INST-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-INST-SUB PIC 9(03) COMP.
           01 WS-INS-POS PIC 9(03) COMP.
           01 WS-SHIFT-SUB PIC 9(03) COMP.
           01 WS-INST-TABLE.
               05 WS-INST-ENTRY OCCURS 200 TIMES.
                   10 WS-INST-CODE PIC X(04).
                   10 WS-INST-MONTH-ACTUAL PIC S9(11)V99
                       SIGN LEADING SEPARATE.
                   10 WS-INST-YTD-ACTUAL PIC S9(11)V99
                       SIGN LEADING SEPARATE.
                   10 WS-INST-MONTH-BUDGET PIC S9(11)V99
                       SIGN LEADING SEPARATE.
                   10 WS-INST-YTD-BUDGET PIC S9(11)V99
                       SIGN LEADING SEPARATE.
                   10 WS-INST-BUDGET-SWITCH PIC X(01).
                       88 WS-INST-HAS-BUDGET VALUE "Y".
      * One line's figures, whichever of month or year to date is
      * being printed.
           01 WS-LINE-LABEL PIC X(06).
           01 WS-LINE-ACTUAL PIC S9(11)V99 SIGN LEADING SEPARATE.
           01 WS-LINE-BUDGET PIC S9(11)V99 SIGN LEADING SEPARATE.
           01 WS-LINE-VARIANCE PIC S9(11)V99 SIGN LEADING SEPARATE.
           01 WS-LINE-BASE PIC S9(11)V99 SIGN LEADING SEPARATE.
           01 WS-LINE-PCT PIC S9(5)V9 SIGN LEADING SEPARATE.
           01 WS-LINE-PCT-SIZE PIC 9(5)V9.
           01 WS-LINE-FLAG PIC X(24).
           01 WS-TOT-MONTH-ACTUAL PIC S9(11)V99 SIGN LEADING SEPARATE
               VALUE ZERO.
           01 WS-TOT-YTD-ACTUAL PIC S9(11)V99 SIGN LEADING SEPARATE
               VALUE ZERO.
           01 WS-TOT-MONTH-BUDGET PIC S9(11)V99 SIGN LEADING SEPARATE
               VALUE ZERO.
           01 WS-TOT-YTD-BUDGET PIC S9(11)V99 SIGN LEADING SEPARATE
               VALUE ZERO.
           01 WS-FLAGGED-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-ACTUAL-EDIT PIC ZZZ,ZZZ,ZZ9.99-.
           01 WS-BUDGET-EDIT PIC ZZZ,ZZZ,ZZ9.99-.
           01 WS-VARIANCE-EDIT PIC ZZZ,ZZZ,ZZ9.99-.
           01 WS-PCT-EDIT PIC ZZZZ9.9-.
           01 WS-TOL-EDIT PIC ZZ9.99.
           01 WS-COUNT-EDIT PIC Z,ZZZ,ZZ9.
      * Answers handed back by the installation master lookup.
           01 WS-SITE-NAME PIC X(24).
           01 WS-SITE-STATUS PIC X(01).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-TOTAL-ARCHIVE THRU 1500-EXIT.
           PERFORM 1600-OPEN-HISTORY THRU 1600-EXIT.
           PERFORM 2000-TOTAL-RECORD THRU 2000-EXIT
               UNTIL WS-HIST-EOF.
           IF WS-HIST-STATUS NOT = "35"
               CLOSE HIST-FILE
           END-IF.
           PERFORM 2500-LOAD-BUDGET THRU 2500-EXIT.
           PERFORM 9700-OPEN-REPORT THRU 9700-EXIT.
           PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
           PERFORM 9900-CLOSE-REPORT THRU 9900-EXIT.
           GOBACK.

      * A blank month means the current one, and a blank tolerance
      * the usual 10 percent either way.
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE "MONTH" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WS-PERIOD-ENTRY
           ELSE
               DISPLAY "Report month (YYYYMM, blank for this month):"
               ACCEPT WS-PERIOD-ENTRY
           END-IF.
           IF WS-PERIOD-ENTRY = SPACES
               MOVE WS-TODAY(1:6) TO WS-PERIOD-ENTRY
           END-IF.
           IF WS-PERIOD-ENTRY IS NOT NUMERIC
               MOVE WS-TODAY(1:6) TO WS-PERIOD-ENTRY
               DISPLAY "Not a YYYYMM month - reporting this month."
           END-IF.
           MOVE WS-PERIOD-ENTRY TO WS-PERIOD.
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               MOVE WS-TODAY(1:6) TO WS-PERIOD
               DISPLAY "Not a real month - reporting this month."
           END-IF.
           MOVE "TOLERANCE" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WS-TOLERANCE-ENTRY
           ELSE
               DISPLAY "Flag sites outside what percentage of budget "
                   "(blank for 10)?"
               ACCEPT WS-TOLERANCE-ENTRY
           END-IF.
           MOVE 10 TO WS-TOLERANCE.
           IF WS-TOLERANCE-ENTRY NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(WS-TOLERANCE-ENTRY)
                   TO WS-NUM-CHECK
               IF WS-NUM-CHECK = 0
                   COMPUTE WS-TOLERANCE =
                       FUNCTION NUMVAL(WS-TOLERANCE-ENTRY)
                       ON SIZE ERROR
                           MOVE 10 TO WS-TOLERANCE
                   END-COMPUTE
               ELSE
                   DISPLAY "Not a number - defaulting to 10 percent."
               END-IF
           END-IF.
           COMPUTE WS-YTD-START = WS-PERIOD-YEAR * 10000 + 0101.
           COMPUTE WS-MONTH-START = WS-PERIOD * 100 + 01.
           COMPUTE WS-MONTH-END = WS-PERIOD * 100 + 31.
       1000-EXIT.
           EXIT.

      * Archive rows run through the same totalling as live rows -
      * moved into the live record area, before the live file is
      * opened, so 2050 sees one shape of data.
       1500-TOTAL-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCH-STATUS = "35"
               GO TO 1500-EXIT
           END-IF.
           READ ARCHIVE-FILE
               AT END SET WS-ARCH-EOF TO TRUE
           END-READ.
           PERFORM 1510-TOTAL-ARCH-ROW THRU 1510-EXIT
               UNTIL WS-ARCH-EOF.
           CLOSE ARCHIVE-FILE.
       1500-EXIT.
           EXIT.

       1510-TOTAL-ARCH-ROW.
           IF ARCH-DATE NOT < WS-YTD-START
               AND ARCH-DATE NOT > WS-MONTH-END
               MOVE ARCH-RECORD TO HIST-RECORD
               ADD 1 TO WS-ARCH-USED-COUNT
               PERFORM 2050-TOTAL-ROW THRU 2050-EXIT
           END-IF.
           READ ARCHIVE-FILE
               AT END SET WS-ARCH-EOF TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

       1600-OPEN-HISTORY.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS = "35"
               SET WS-HIST-EOF TO TRUE
               GO TO 1600-EXIT
           END-IF.
           READ HIST-FILE
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.
       1600-EXIT.
           EXIT.

       2000-TOTAL-RECORD.
           IF HIST-DATE OF HIST-RECORD NOT < WS-YTD-START
               AND HIST-DATE OF HIST-RECORD NOT > WS-MONTH-END
               PERFORM 2050-TOTAL-ROW THRU 2050-EXIT
           END-IF.
           READ HIST-FILE
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       2050-TOTAL-ROW.
           MOVE HIST-DATE OF HIST-RECORD TO WS-ROW-DATE.
           MOVE HIST-INSTALLATION OF HIST-RECORD
               TO WS-ROW-INSTALLATION.
           PERFORM 2100-FIND-INSTALLATION THRU 2100-EXIT.
           IF NOT WS-FOUND
               GO TO 2050-EXIT
           END-IF.
           ADD HIST-RESULT OF HIST-RECORD
               TO WS-INST-YTD-ACTUAL(WS-INST-SUB).
           ADD HIST-RESULT OF HIST-RECORD TO WS-TOT-YTD-ACTUAL.
           IF WS-ROW-DATE NOT < WS-MONTH-START
               ADD HIST-RESULT OF HIST-RECORD
                   TO WS-INST-MONTH-ACTUAL(WS-INST-SUB)
               ADD HIST-RESULT OF HIST-RECORD TO WS-TOT-MONTH-ACTUAL
           END-IF.
       2050-EXIT.
           EXIT.

      * Finds WS-ROW-INSTALLATION in the site table, adding it in
      * code order when it is new; the entry is left in WS-INST-SUB.
      * WS-FOUND is off only when the table is full.
      * A site merged or re-coded away is first rolled up to the
      * code it now lives under.
       2100-FIND-INSTALLATION.
           CALL "operationsInstallRollup" USING WS-ROW-INSTALLATION.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-INST-SUB.
           MOVE ZERO TO WS-INS-POS.
           PERFORM 2110-SCAN-INST-TABLE THRU 2110-EXIT
               UNTIL WS-FOUND OR WS-INS-POS > ZERO
                   OR WS-INST-SUB NOT < WS-INST-COUNT.
           IF WS-FOUND
               GO TO 2100-EXIT
           END-IF.
           IF WS-INST-COUNT NOT < 200
               IF NOT WS-CAP-HIT
                   DISPLAY "WARNING: more than 200 installations - "
                       "later sites are left off the report."
                   SET WS-CAP-HIT TO TRUE
               END-IF
               GO TO 2100-EXIT
           END-IF.
           IF WS-INS-POS = ZERO
               COMPUTE WS-INS-POS = WS-INST-COUNT + 1
           END-IF.
           MOVE WS-INST-COUNT TO WS-SHIFT-SUB.
           PERFORM 2120-SHIFT-UP THRU 2120-EXIT
               UNTIL WS-SHIFT-SUB < WS-INS-POS.
           ADD 1 TO WS-INST-COUNT.
           MOVE WS-ROW-INSTALLATION TO WS-INST-CODE(WS-INS-POS).
           MOVE ZERO TO WS-INST-MONTH-ACTUAL(WS-INS-POS).
           MOVE ZERO TO WS-INST-YTD-ACTUAL(WS-INS-POS).
           MOVE ZERO TO WS-INST-MONTH-BUDGET(WS-INS-POS).
           MOVE ZERO TO WS-INST-YTD-BUDGET(WS-INS-POS).
           MOVE "N" TO WS-INST-BUDGET-SWITCH(WS-INS-POS).
           MOVE WS-INS-POS TO WS-INST-SUB.
           SET WS-FOUND TO TRUE.
       2100-EXIT.
           EXIT.

       2110-SCAN-INST-TABLE.
           ADD 1 TO WS-INST-SUB.
           IF WS-INST-CODE(WS-INST-SUB) = WS-ROW-INSTALLATION
               SET WS-FOUND TO TRUE
           ELSE
               IF WS-INST-CODE(WS-INST-SUB) > WS-ROW-INSTALLATION
                   MOVE WS-INST-SUB TO WS-INS-POS
               END-IF
           END-IF.
       2110-EXIT.
           EXIT.

       2120-SHIFT-UP.
           MOVE WS-INST-ENTRY(WS-SHIFT-SUB)
               TO WS-INST-ENTRY(WS-SHIFT-SUB + 1).
           SUBTRACT 1 FROM WS-SHIFT-SUB.
       2120-EXIT.
           EXIT.

      * Only the report year's months up to the report month count.
       2500-LOAD-BUDGET.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUD-STATUS = "35"
               SET WS-NO-BUDGET-FILE TO TRUE
               GO TO 2500-EXIT
           END-IF.
           READ BUDGET-FILE
               AT END SET WS-BUD-EOF TO TRUE
           END-READ.
           PERFORM 2510-LOAD-BUDGET-LINE THRU 2510-EXIT
               UNTIL WS-BUD-EOF.
           CLOSE BUDGET-FILE.
       2500-EXIT.
           EXIT.

       2510-LOAD-BUDGET-LINE.
           IF BUD-YEAR NOT = WS-PERIOD-YEAR
               OR BUD-MONTH > WS-PERIOD-MONTH
               OR BUD-AMOUNT IS NOT NUMERIC
               GO TO 2510-NEXT
           END-IF.
           MOVE BUD-INSTALLATION TO WS-ROW-INSTALLATION.
           PERFORM 2100-FIND-INSTALLATION THRU 2100-EXIT.
           IF NOT WS-FOUND
               GO TO 2510-NEXT
           END-IF.
           SET WS-INST-HAS-BUDGET(WS-INST-SUB) TO TRUE.
           ADD BUD-AMOUNT TO WS-INST-YTD-BUDGET(WS-INST-SUB).
           ADD BUD-AMOUNT TO WS-TOT-YTD-BUDGET.
           IF BUD-MONTH = WS-PERIOD-MONTH
               ADD BUD-AMOUNT TO WS-INST-MONTH-BUDGET(WS-INST-SUB)
               ADD BUD-AMOUNT TO WS-TOT-MONTH-BUDGET
           END-IF.
       2510-NEXT.
           READ BUDGET-FILE
               AT END SET WS-BUD-EOF TO TRUE
           END-READ.
       2510-EXIT.
           EXIT.

       3000-PRINT-REPORT.
           STRING "BUDGET VERSUS ACTUAL FOR " DELIMITED BY SIZE
               WS-PERIOD-YEAR DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-PERIOD-MONTH DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE WS-TOLERANCE TO WS-TOL-EDIT.
           STRING "SITES MORE THAN " DELIMITED BY SIZE
               WS-TOL-EDIT DELIMITED BY SIZE
               " PCT EITHER SIDE OF BUDGET ARE FLAGGED."
                   DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           IF WS-ARCH-USED-COUNT > ZERO
               MOVE WS-ARCH-USED-COUNT TO WS-COUNT-EDIT
               STRING "INCLUDES " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " RECORDS FROM THE HISTORY ARCHIVE."
                       DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
           END-IF.
           IF WS-NO-BUDGET-FILE
               MOVE "NO BUDGETFILE ON FILE - BUDGETS SHOW AS ZERO."
                   TO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
           END-IF.
           IF WS-INST-COUNT = ZERO
               MOVE "NO ACTUALS OR BUDGET FOR THE YEAR TO DATE."
                   TO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
               GO TO 3000-EXIT
           END-IF.
           STRING "              ACTUAL          BUDGET        "
                   DELIMITED BY SIZE
               "VARIANCE     VAR%" DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE ZERO TO WS-INST-SUB.
           PERFORM 3100-PRINT-INSTALLATION THRU 3100-EXIT
               UNTIL WS-INST-SUB NOT < WS-INST-COUNT.
           MOVE "ALL SITES" TO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE "MONTH" TO WS-LINE-LABEL.
           MOVE WS-TOT-MONTH-ACTUAL TO WS-LINE-ACTUAL.
           MOVE WS-TOT-MONTH-BUDGET TO WS-LINE-BUDGET.
           PERFORM 3200-PRINT-FIGURES THRU 3200-EXIT.
           MOVE "YTD" TO WS-LINE-LABEL.
           MOVE WS-TOT-YTD-ACTUAL TO WS-LINE-ACTUAL.
           MOVE WS-TOT-YTD-BUDGET TO WS-LINE-BUDGET.
           PERFORM 3200-PRINT-FIGURES THRU 3200-EXIT.
           MOVE WS-FLAGGED-COUNT TO WS-COUNT-EDIT.
           STRING "SITES OUTSIDE TOLERANCE: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
       3000-EXIT.
           EXIT.

      * A site is counted once as outside tolerance if either its
      * month or its year to date is.
       3100-PRINT-INSTALLATION.
           ADD 1 TO WS-INST-SUB.
           CALL "operationsInstallLookup" USING
               WS-INST-CODE(WS-INST-SUB), WS-SITE-NAME,
               WS-SITE-STATUS.
           IF WS-INST-HAS-BUDGET(WS-INST-SUB)
               STRING WS-INST-CODE(WS-INST-SUB) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-SITE-NAME DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
           ELSE
               STRING WS-INST-CODE(WS-INST-SUB) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-SITE-NAME DELIMITED BY SIZE
                   "  *** NO BUDGET LOADED FOR THE YEAR"
                       DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
           END-IF.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE "MONTH" TO WS-LINE-LABEL.
           MOVE WS-INST-MONTH-ACTUAL(WS-INST-SUB) TO WS-LINE-ACTUAL.
           MOVE WS-INST-MONTH-BUDGET(WS-INST-SUB) TO WS-LINE-BUDGET.
           PERFORM 3200-PRINT-FIGURES THRU 3200-EXIT.
           MOVE "YTD" TO WS-LINE-LABEL.
           MOVE WS-INST-YTD-ACTUAL(WS-INST-SUB) TO WS-LINE-ACTUAL.
           MOVE WS-INST-YTD-BUDGET(WS-INST-SUB) TO WS-LINE-BUDGET.
           PERFORM 3200-PRINT-FIGURES THRU 3200-EXIT.
           IF WS-FOUND
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.
       3100-EXIT.
           EXIT.

      * Variance is actual less budget, as a percent of the budget's
      * size; against a zero budget any actual at all is flagged,
      * since no percentage can be worked out. WS-FOUND is set when
      * the line is flagged.
       3200-PRINT-FIGURES.
           MOVE SPACES TO WS-LINE-FLAG.
           COMPUTE WS-LINE-VARIANCE = WS-LINE-ACTUAL - WS-LINE-BUDGET.
           MOVE WS-LINE-BUDGET TO WS-LINE-BASE.
           IF WS-LINE-BASE < ZERO
               COMPUTE WS-LINE-BASE = ZERO - WS-LINE-BASE
           END-IF.
           MOVE WS-LINE-ACTUAL TO WS-ACTUAL-EDIT.
           MOVE WS-LINE-BUDGET TO WS-BUDGET-EDIT.
           MOVE WS-LINE-VARIANCE TO WS-VARIANCE-EDIT.
           IF WS-LINE-BASE = ZERO
               IF WS-LINE-VARIANCE NOT = ZERO
                   MOVE "*** NO BUDGET TO COMPARE" TO WS-LINE-FLAG
                   SET WS-FOUND TO TRUE
               END-IF
               STRING WS-LINE-LABEL DELIMITED BY SIZE
                   WS-ACTUAL-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BUDGET-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-VARIANCE-EDIT DELIMITED BY SIZE
                   "          " DELIMITED BY SIZE
                   WS-LINE-FLAG DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
               GO TO 3200-EXIT
           END-IF.
           COMPUTE WS-LINE-PCT ROUNDED =
               (WS-LINE-VARIANCE / WS-LINE-BASE) * 100
               ON SIZE ERROR
                   IF WS-LINE-VARIANCE < ZERO
                       MOVE -99999.9 TO WS-LINE-PCT
                   ELSE
                       MOVE 99999.9 TO WS-LINE-PCT
                   END-IF
           END-COMPUTE.
           MOVE WS-LINE-PCT TO WS-PCT-EDIT.
           MOVE WS-LINE-PCT TO WS-LINE-PCT-SIZE.
           IF WS-LINE-PCT-SIZE > WS-TOLERANCE
               IF WS-LINE-PCT < ZERO
                   MOVE "*** BELOW PLAN" TO WS-LINE-FLAG
               ELSE
                   MOVE "*** ABOVE PLAN" TO WS-LINE-FLAG
               END-IF
               SET WS-FOUND TO TRUE
           END-IF.
           STRING WS-LINE-LABEL DELIMITED BY SIZE
               WS-ACTUAL-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BUDGET-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VARIANCE-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PCT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LINE-FLAG DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
       3200-EXIT.
           EXIT.

      * This report's run-parameter card for WS-PARM-NAME, if any.
       9600-GET-RUN-PARM.
           MOVE "operationsBudgetReport" TO WS-PARM-PROGRAM.
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
           MOVE "BUDGET VS ACTUAL" TO WS-RPT-NAME.
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

       END PROGRAM operationsBudgetReport.
