      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Inbound-file cut-off engine, CALLed by
      *           operationsBatchDriver and operationsTranEdit once
      *           they know the as-of date a file's header carries.
      *           A file dated today that turns up after the
      *           BCT-CUTOFF-TIME on BATCHCTLFILE is late for today:
      *           it is re-dated to the next business day after today
      *           (per operationsBusinessDayCheck) and handed back
      *           with action "R", or, when the card says
      *           BCT-LATE-ACTION "F", handed back with action "F"
      *           for the caller to refuse. A file dated before today
      *           is already a deliberate catch-up file and keeps its
      *           date. No card, or no cut-off on it, means every
      *           file is on time, exactly the old behavior.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsCutoffCheck.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-CTL-FILE ASSIGN TO "BATCHCTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-CTL-FILE.
           COPY BATCHCTL.

       WORKING-STORAGE SECTION.
           01 WS-BCTL-STATUS PIC X(02) VALUE "00".
           01 WS-TODAY PIC 9(8).
           01 WS-NOW-TIME PIC 9(8).
           01 WS-NOW-TIME-PARTS REDEFINES WS-NOW-TIME.
               05 WS-NOW-HHMM PIC 9(4).
               05 FILLER PIC 9(4).
           01 WS-CUTOFF-TIME PIC 9(4) VALUE ZERO.
           01 WS-REFUSE-SWITCH PIC X(01) VALUE "N".
               88 WS-REFUSE-LATE VALUE "Y".
           01 WS-DAY-INTEGER PIC 9(7).
           01 WS-CANDIDATE-DATE PIC 9(8).
           01 WS-WORKING-SWITCH PIC X(01).
               88 WS-WORKING-DAY VALUE "Y".
      * A calendar with no working day in the next year is broken;
      * stop looking rather than loop forever.
           01 WS-DAYS-TRIED PIC 9(3) COMP.

       LINKAGE SECTION.
       01 LK-AS-OF-DATE PIC 9(8).
       01 LK-POST-DATE PIC 9(8).
       01 LK-LATE-ACTION PIC X(1).

       PROCEDURE DIVISION USING LK-AS-OF-DATE, LK-POST-DATE,
           LK-LATE-ACTION.
       0000-MAINLINE.
           MOVE LK-AS-OF-DATE TO LK-POST-DATE.
           MOVE SPACE TO LK-LATE-ACTION.
           PERFORM 1000-READ-CUTOFF THRU 1000-EXIT.
           IF WS-CUTOFF-TIME = ZERO
               GOBACK
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           IF LK-AS-OF-DATE NOT = WS-TODAY
               OR WS-NOW-HHMM NOT > WS-CUTOFF-TIME
               GOBACK
           END-IF.
           IF WS-REFUSE-LATE
               MOVE "F" TO LK-LATE-ACTION
               GOBACK
           END-IF.
           COMPUTE WS-DAY-INTEGER = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           MOVE ZERO TO WS-DAYS-TRIED.
           MOVE "N" TO WS-WORKING-SWITCH.
           PERFORM 2000-TRY-NEXT-DAY THRU 2000-EXIT
               UNTIL WS-WORKING-DAY OR WS-DAYS-TRIED > 366.
           IF WS-WORKING-DAY
               MOVE WS-CANDIDATE-DATE TO LK-POST-DATE
               MOVE "R" TO LK-LATE-ACTION
           ELSE
               MOVE "F" TO LK-LATE-ACTION
           END-IF.
           GOBACK.

       1000-READ-CUTOFF.
           MOVE ZERO TO WS-CUTOFF-TIME.
           MOVE "N" TO WS-REFUSE-SWITCH.
           OPEN INPUT BATCH-CTL-FILE.
           IF WS-BCTL-STATUS = "35"
               GO TO 1000-EXIT
           END-IF.
           READ BATCH-CTL-FILE
               AT END
                   CLOSE BATCH-CTL-FILE
                   GO TO 1000-EXIT
           END-READ.
           IF BCT-CUTOFF-TIME IS NUMERIC
               AND BCT-CUTOFF-TIME < 2400
               MOVE BCT-CUTOFF-TIME TO WS-CUTOFF-TIME
           END-IF.
           IF BCT-LATE-REFUSE
               SET WS-REFUSE-LATE TO TRUE
           END-IF.
           CLOSE BATCH-CTL-FILE.
       1000-EXIT.
           EXIT.

       2000-TRY-NEXT-DAY.
           ADD 1 TO WS-DAY-INTEGER.
           ADD 1 TO WS-DAYS-TRIED.
           COMPUTE WS-CANDIDATE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER).
           CALL "operationsBusinessDayCheck" USING WS-CANDIDATE-DATE,
               WS-WORKING-SWITCH.
       2000-EXIT.
           EXIT.

       END PROGRAM operationsCutoffCheck.
