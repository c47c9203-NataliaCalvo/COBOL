      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Run-parameter lookup - CALLed by every report that
      *           used to stop and ACCEPT its inputs, so it can run as
      *           an unattended operationsEndOfDay step. Looks up the
      *           RUNPARMFILE card for the calling report and parameter
      *           name; with no file or no card the caller is told so
      *           and prompts on the console as before. A symbolic
      *           value on the card is resolved here against the
      *           business-day calendar (operationsBusinessDayCheck):
      *           BUSINESS-DATE is today when today is a business day
      *           and otherwise the last one before it, so a report
      *           run over a weekend still reports the last trading
      *           day; PREV-BUSINESS-DAY is the business day before
      *           that; MONTH-TO-DATE the first of the business date's
      *           month; PREV-MONTH-START and PREV-MONTH-END the month
      *           before it; CURRENT-MONTH and PREVIOUS-MONTH the same
      *           two months as YYYYMM; TODAY the calendar date. Any
      *           other value is handed back as written. The value
      *           comes back both as text and, when it reads as a
      *           number, as a number, and is echoed to the console so
      *           the run log shows what the report was run with.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsRunParm.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-PARM-FILE.
           COPY RUNPARM.

       WORKING-STORAGE SECTION.
           01 WS-PARM-STATUS PIC X(02) VALUE "00".
           01 WS-PARM-EOF-SWITCH PIC X(01).
               88 WS-PARM-EOF VALUE "Y".
           01 WS-WORKING-SWITCH PIC X(01).
               88 WS-WORKING-DAY VALUE "Y".
           01 WS-TODAY PIC 9(08).
           01 WS-WORK-DATE PIC 9(08).
           01 WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
               05 WS-WORK-MONTH PIC 9(06).
               05 WS-WORK-DAY PIC 9(02).
           01 WS-BUSINESS-DATE PIC 9(08).
           01 WS-RESOLVED-DATE PIC 9(08).
           01 WS-RESOLVED-MONTH PIC 9(06).
      * A calendar with more than a month of non-working days in a
      * row is a calendar fault, not a holiday - the step back stops
      * there rather than walking off into the past.
           01 WS-STEP-COUNT PIC 9(02) COMP.
           01 WS-NUM-CHECK PIC S9(4) COMP.

       LINKAGE SECTION.
       01 LK-PARM-PROGRAM PIC X(30).
       01 LK-PARM-NAME PIC X(12).
       01 LK-PARM-VALUE PIC X(20).
       01 LK-PARM-NUMBER PIC 9(09)V99.
       01 LK-PARM-FOUND-SWITCH PIC X(01).

       PROCEDURE DIVISION USING LK-PARM-PROGRAM, LK-PARM-NAME,
           LK-PARM-VALUE, LK-PARM-NUMBER, LK-PARM-FOUND-SWITCH.
       0000-MAINLINE.
           MOVE "N" TO LK-PARM-FOUND-SWITCH.
           MOVE SPACES TO LK-PARM-VALUE.
           MOVE ZERO TO LK-PARM-NUMBER.
           MOVE "N" TO WS-PARM-EOF-SWITCH.
           OPEN INPUT RUN-PARM-FILE.
           IF WS-PARM-STATUS = "35"
               GOBACK
           END-IF.
           READ RUN-PARM-FILE
               AT END SET WS-PARM-EOF TO TRUE
           END-READ.
           PERFORM 1000-SCAN-PARM-CARD THRU 1000-EXIT
               UNTIL WS-PARM-EOF OR LK-PARM-FOUND-SWITCH = "Y".
           CLOSE RUN-PARM-FILE.
           IF LK-PARM-FOUND-SWITCH NOT = "Y"
               GOBACK
           END-IF.
           PERFORM 2000-RESOLVE-VALUE THRU 2000-EXIT.
           IF LK-PARM-VALUE NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(LK-PARM-VALUE)
                   TO WS-NUM-CHECK
               IF WS-NUM-CHECK = 0
                   COMPUTE LK-PARM-NUMBER =
                       FUNCTION NUMVAL(LK-PARM-VALUE)
                       ON SIZE ERROR
                           MOVE ZERO TO LK-PARM-NUMBER
                   END-COMPUTE
               END-IF
           END-IF.
           DISPLAY "RUN PARAMETER " LK-PARM-NAME " = " LK-PARM-VALUE
               " (RUNPARMFILE)".
           GOBACK.

       1000-SCAN-PARM-CARD.
           IF PRM-PROGRAM(1:1) NOT = "*"
               AND PRM-PROGRAM = LK-PARM-PROGRAM
               AND PRM-NAME = LK-PARM-NAME
               MOVE "Y" TO LK-PARM-FOUND-SWITCH
               MOVE PRM-VALUE TO LK-PARM-VALUE
           ELSE
               READ RUN-PARM-FILE
                   AT END SET WS-PARM-EOF TO TRUE
               END-READ
           END-IF.
       1000-EXIT.
           EXIT.

       2000-RESOLVE-VALUE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           EVALUATE LK-PARM-VALUE
               WHEN "TODAY"
                   MOVE WS-TODAY TO WS-RESOLVED-DATE
               WHEN "BUSINESS-DATE"
                   PERFORM 3000-FIND-BUSINESS-DATE THRU 3000-EXIT
                   MOVE WS-BUSINESS-DATE TO WS-RESOLVED-DATE
               WHEN "PREV-BUSINESS-DAY"
                   PERFORM 3000-FIND-BUSINESS-DATE THRU 3000-EXIT
                   MOVE WS-BUSINESS-DATE TO WS-WORK-DATE
                   PERFORM 3100-STEP-BACK-ONE-DAY THRU 3100-EXIT
                   PERFORM 3200-BACK-TO-WORKING-DAY THRU 3200-EXIT
                   MOVE WS-WORK-DATE TO WS-RESOLVED-DATE
               WHEN "MONTH-TO-DATE"
                   PERFORM 3000-FIND-BUSINESS-DATE THRU 3000-EXIT
                   MOVE WS-BUSINESS-DATE TO WS-WORK-DATE
                   MOVE 1 TO WS-WORK-DAY
                   MOVE WS-WORK-DATE TO WS-RESOLVED-DATE
               WHEN "PREV-MONTH-START"
                   PERFORM 3300-FIND-PREV-MONTH-END THRU 3300-EXIT
                   MOVE 1 TO WS-WORK-DAY
                   MOVE WS-WORK-DATE TO WS-RESOLVED-DATE
               WHEN "PREV-MONTH-END"
                   PERFORM 3300-FIND-PREV-MONTH-END THRU 3300-EXIT
                   MOVE WS-WORK-DATE TO WS-RESOLVED-DATE
               WHEN "CURRENT-MONTH"
                   PERFORM 3000-FIND-BUSINESS-DATE THRU 3000-EXIT
                   MOVE WS-BUSINESS-DATE TO WS-WORK-DATE
                   MOVE WS-WORK-MONTH TO WS-RESOLVED-MONTH
                   MOVE WS-RESOLVED-MONTH TO LK-PARM-VALUE
                   GO TO 2000-EXIT
               WHEN "PREVIOUS-MONTH"
                   PERFORM 3300-FIND-PREV-MONTH-END THRU 3300-EXIT
                   MOVE WS-WORK-MONTH TO WS-RESOLVED-MONTH
                   MOVE WS-RESOLVED-MONTH TO LK-PARM-VALUE
                   GO TO 2000-EXIT
               WHEN OTHER
                   GO TO 2000-EXIT
           END-EVALUATE.
           MOVE WS-RESOLVED-DATE TO LK-PARM-VALUE.
       2000-EXIT.
           EXIT.

       3000-FIND-BUSINESS-DATE.
           MOVE WS-TODAY TO WS-WORK-DATE.
           PERFORM 3200-BACK-TO-WORKING-DAY THRU 3200-EXIT.
           MOVE WS-WORK-DATE TO WS-BUSINESS-DATE.
       3000-EXIT.
           EXIT.

       3100-STEP-BACK-ONE-DAY.
           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1).
       3100-EXIT.
           EXIT.

      * Leaves WS-WORK-DATE on itself if it is a business day, or on
      * the last business day before it.
       3200-BACK-TO-WORKING-DAY.
           MOVE ZERO TO WS-STEP-COUNT.
           CALL "operationsBusinessDayCheck" USING WS-WORK-DATE,
               WS-WORKING-SWITCH.
           PERFORM 3210-TRY-DAY-BEFORE THRU 3210-EXIT
               UNTIL WS-WORKING-DAY OR WS-STEP-COUNT NOT < 31.
       3200-EXIT.
           EXIT.

       3210-TRY-DAY-BEFORE.
           ADD 1 TO WS-STEP-COUNT.
           PERFORM 3100-STEP-BACK-ONE-DAY THRU 3100-EXIT.
           CALL "operationsBusinessDayCheck" USING WS-WORK-DATE,
               WS-WORKING-SWITCH.
       3210-EXIT.
           EXIT.

      * The last day of the month before the business date's month.
       3300-FIND-PREV-MONTH-END.
           PERFORM 3000-FIND-BUSINESS-DATE THRU 3000-EXIT.
           MOVE WS-BUSINESS-DATE TO WS-WORK-DATE.
           MOVE 1 TO WS-WORK-DAY.
           PERFORM 3100-STEP-BACK-ONE-DAY THRU 3100-EXIT.
       3300-EXIT.
           EXIT.

       END PROGRAM operationsRunParm.
