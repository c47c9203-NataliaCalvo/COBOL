      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Four-eyes release of the results the batch driver
      *           held back on HELDFILE for coming out above their
      *           installation's RATE-THRESHOLD. A supervisor signs
      *           on and decides each pending item; the batch
      *           operator who ran the run that held it cannot decide
      *           it, whatever their level. A released item posts to
      *           AUDITFILE, HISTFILE and HISTIDXFILE exactly as the
      *           run would have posted it - under the run's own run
      *           number and business date, on the operator's name -
      *           and, if the driver or the exception rerun held it,
      *           its result is rolled into the installation's row on
      *           the balance master.
      *           A rejected item's row image goes to suspense with
      *           the supervisor's reason, to be corrected and cut
      *           back in like any other suspense item. Both
      *           decisions go on the maintenance change log, and
      *           decided rows stay on HELDFILE as the
      *           release trail. A business date that reconciliation
      *           has already closed takes no releases until it is
      *           reopened. Run it between batch runs, not during one -
      *           the driver keeps the history sequence in memory
      *           while it posts.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsHeldRelease.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELD-FILE ASSIGN TO "HELDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT HIST-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT HIST-INDEX-FILE ASSIGN TO "HISTIDXFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-IDX-KEY
               FILE STATUS IS WS-HIDX-STATUS.
           SELECT SEQ-FILE ASSIGN TO "SEQFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "BALANCEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HELD-FILE.
           COPY HELDREC.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  HIST-FILE.
           COPY HISTREC.

       FD  HIST-INDEX-FILE.
           COPY HISTIDXREC.

       FD  SEQ-FILE.
           COPY SEQREC.

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  BALANCE-FILE.
           COPY BALREC.

       WORKING-STORAGE SECTION.
      * Program name handed to the shared sign-on module - kept in
      * working storage (truncated to the X(20) the module declares)
      * because a literal is not a valid BY REFERENCE argument.
           01 WS-SIGNON-PROGRAM PIC X(20) VALUE
               "operationsHeldReleas".
           01 WS-REQUIRED-LEVEL PIC X(01) VALUE "S".
           01 WS-OPERATOR-ID PIC X(08).
           01 WS-USER-LEVEL PIC X(01).
           01 WS-SIGNON-OK-SWITCH PIC X(01).
               88 WS-SIGNON-OK VALUE "Y".
           01 WS-HELD-STATUS PIC X(02) VALUE "00".
           01 WS-AUD-STATUS PIC X(02) VALUE "00".
           01 WS-HIST-STATUS PIC X(02) VALUE "00".
           01 WS-HIDX-STATUS PIC X(02) VALUE "00".
           01 WS-SEQ-STATUS PIC X(02) VALUE "00".
           01 WS-SUSP-STATUS PIC X(02) VALUE "00".
           01 WS-BAL-STATUS PIC X(02) VALUE "00".
           01 WS-HELD-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-HELD-EOF VALUE "Y".
           01 WS-BAL-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-BAL-EOF VALUE "Y".
           01 WS-LOAD-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 WS-LOAD-OVERFLOW VALUE "Y".
           01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
               88 WS-FOUND VALUE "Y".
           01 WS-DATE-CLOSED-SWITCH PIC X(01).
               88 WS-DATE-CLOSED VALUE "Y".
           01 WS-DECISION PIC X(01).
           01 WS-REJECT-REASON PIC X(30).
           01 WS-POST-PROGRAM PIC X(20).
           01 WS-TODAY PIC 9(08).
           01 WS-HIST-SEQ-NUM PIC 9(05).
           01 WS-RELEASE-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-REJECT-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-LEFT-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-PENDING-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-NUM1-EDIT PIC -Z,ZZZ,ZZ9.99.
           01 WS-NUM2-EDIT PIC -Z,ZZZ,ZZ9.99.
           01 WS-RESULT-EDIT PIC -Z,ZZZ,ZZ9.99.
           01 WS-THRESHOLD-EDIT PIC Z,ZZZ,ZZ9.99.
           01 WS-HELD-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-HELD-SUB PIC 9(05) COMP.
           01 WS-HELD-TABLE.
               05 WS-HELD-ENTRY OCCURS 500 TIMES PIC X(240).
           01 WS-BAL-INSTALLATION PIC X(04).
           01 WS-BAL-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-BAL-SUB PIC 9(03) COMP.
           01 WS-BALANCE-TABLE.
               05 WS-BAL-ENTRY OCCURS 200 TIMES.
                   10 WS-BAL-TBL-INSTALLATION PIC X(04).
                   10 WS-BAL-TBL-OPENING PIC S9(11)V99
                       SIGN LEADING SEPARATE.
                   10 WS-BAL-TBL-MOVEMENT PIC S9(11)V99
                       SIGN LEADING SEPARATE.
                   10 WS-BAL-TBL-CLOSING PIC S9(11)V99
                       SIGN LEADING SEPARATE.
                   10 WS-BAL-TBL-RUN-NUM PIC 9(05).
                   10 WS-BAL-TBL-DATE PIC 9(08).
      * Fields handed to the shared maintenance change-log writer.
           01 WS-MLOG-ACTION PIC X(10).
           01 WS-MLOG-KEY PIC X(20).
           01 WS-MLOG-BEFORE PIC X(80).
           01 WS-MLOG-AFTER PIC X(80).
      * Before/after image of a held item for the change log.
           01 WS-HELD-IMAGE.
               05 WS-HIM-INSTALLATION PIC X(04).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-HIM-OPERATION PIC X(10).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-HIM-RESULT PIC S9(7)V99 SIGN LEADING SEPARATE.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-HIM-BUSINESS-DATE PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-HIM-OPERATOR PIC X(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-HIM-STATUS PIC X(01).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-HIM-DECIDED-BY PIC X(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-HIM-POSTED-KEY PIC X(13).

       PROCEDURE DIVISION.
      * HELDFILE and the balance master are loaded whole and rewritten
      * whole, the same load-then-rewrite stance every maintenance
      * program here takes; either overflowing stops the run before
      * anything is touched.
       0000-MAINLINE.
           CALL "operationsSignOn" USING WS-SIGNON-PROGRAM,
               WS-REQUIRED-LEVEL, WS-OPERATOR-ID, WS-USER-LEVEL,
               WS-SIGNON-OK-SWITCH.
           IF NOT WS-SIGNON-OK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-LOAD-OVERFLOW
               DISPLAY "HELDFILE or the balance master has more rows "
                   "than the working tables hold - release cannot "
                   "run safely; nothing was changed."
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               GOBACK
           END-IF.
           IF WS-PENDING-COUNT > ZERO
               PERFORM 1500-OPEN-POSTING-FILES THRU 1500-EXIT
               MOVE ZERO TO WS-HELD-SUB
               PERFORM 2000-REVIEW-ITEM THRU 2000-EXIT
                   UNTIL WS-HELD-SUB NOT < WS-HELD-COUNT
               PERFORM 1600-CLOSE-POSTING-FILES THRU 1600-EXIT
               PERFORM 8000-REWRITE-BALANCES THRU 8000-EXIT
               PERFORM 8500-REWRITE-HELD-FILE THRU 8500-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9950-SIGN-OFF THRU 9950-EXIT.
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT HELD-FILE.
           IF WS-HELD-STATUS = "35"
               SET WS-HELD-EOF TO TRUE
           ELSE
               READ HELD-FILE
                   AT END SET WS-HELD-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 1100-LOAD-HELD-LINE THRU 1100-EXIT
               UNTIL WS-HELD-EOF.
           IF WS-HELD-STATUS NOT = "35"
               CLOSE HELD-FILE
           END-IF.
           OPEN INPUT BALANCE-FILE.
           IF WS-BAL-STATUS = "35"
               SET WS-BAL-EOF TO TRUE
           ELSE
               READ BALANCE-FILE
                   AT END SET WS-BAL-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 1200-LOAD-BALANCE-LINE THRU 1200-EXIT
               UNTIL WS-BAL-EOF.
           IF WS-BAL-STATUS NOT = "35"
               CLOSE BALANCE-FILE
           END-IF.
           IF WS-PENDING-COUNT = ZERO
               DISPLAY "No held items are waiting for release."
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-HELD-LINE.
           IF WS-HELD-COUNT NOT < 500
               SET WS-LOAD-OVERFLOW TO TRUE
           END-IF.
           IF WS-HELD-COUNT < 500
               ADD 1 TO WS-HELD-COUNT
               MOVE HELD-RECORD TO WS-HELD-ENTRY(WS-HELD-COUNT)
               IF HELD-PENDING
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
           END-IF.
           READ HELD-FILE
               AT END SET WS-HELD-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       1200-LOAD-BALANCE-LINE.
           IF WS-BAL-COUNT NOT < 200
               SET WS-LOAD-OVERFLOW TO TRUE
           END-IF.
           IF WS-BAL-COUNT < 200
               ADD 1 TO WS-BAL-COUNT
               MOVE BAL-INSTALLATION
                   TO WS-BAL-TBL-INSTALLATION(WS-BAL-COUNT)
               MOVE BAL-OPENING TO WS-BAL-TBL-OPENING(WS-BAL-COUNT)
               MOVE BAL-MOVEMENT TO WS-BAL-TBL-MOVEMENT(WS-BAL-COUNT)
               MOVE BAL-CLOSING TO WS-BAL-TBL-CLOSING(WS-BAL-COUNT)
               MOVE BAL-LAST-RUN-NUM
                   TO WS-BAL-TBL-RUN-NUM(WS-BAL-COUNT)
               MOVE BAL-LAST-DATE TO WS-BAL-TBL-DATE(WS-BAL-COUNT)
           END-IF.
           READ BALANCE-FILE
               AT END SET WS-BAL-EOF TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.

       1500-OPEN-POSTING-FILES.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           OPEN EXTEND HIST-FILE.
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT HIST-FILE
           END-IF.
           OPEN EXTEND SUSPENSE-FILE.
           IF WS-SUSP-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
           END-IF.
           OPEN I-O HIST-INDEX-FILE.
           IF WS-HIDX-STATUS = "35"
               OPEN OUTPUT HIST-INDEX-FILE
               CLOSE HIST-INDEX-FILE
               OPEN I-O HIST-INDEX-FILE
           END-IF.
       1500-EXIT.
           EXIT.

       1600-CLOSE-POSTING-FILES.
           CLOSE AUDIT-FILE.
           CLOSE HIST-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE HIST-INDEX-FILE.
       1600-EXIT.
           EXIT.

       2000-REVIEW-ITEM.
           ADD 1 TO WS-HELD-SUB.
           MOVE WS-HELD-ENTRY(WS-HELD-SUB) TO HELD-RECORD.
           IF NOT HELD-PENDING
               GO TO 2000-EXIT
           END-IF.
           MOVE HELD-NUM1 TO WS-NUM1-EDIT.
           MOVE HELD-NUM2 TO WS-NUM2-EDIT.
           MOVE HELD-RESULT TO WS-RESULT-EDIT.
           MOVE HELD-THRESHOLD TO WS-THRESHOLD-EDIT.
           DISPLAY "HELD ITEM " HELD-RUN-NUM "/" HELD-ITEM-NUM ":".
           DISPLAY "  INSTALLATION " HELD-INSTALLATION " OPERATION "
               HELD-OPERATION " BUSINESS DATE " HELD-BUSINESS-DATE.
           DISPLAY "  NUM1 " WS-NUM1-EDIT " NUM2 " WS-NUM2-EDIT.
           DISPLAY "  RESULT " WS-RESULT-EDIT " OVER THRESHOLD "
               WS-THRESHOLD-EDIT.
           DISPLAY "  HELD FROM THE RUN BY " HELD-OPERATOR " ON "
               HELD-DATE.
           IF HELD-OPERATOR = WS-OPERATOR-ID
               DISPLAY "  You ran the batch that held this item - a "
                   "DIFFERENT supervisor must decide it. Left "
                   "pending."
               ADD 1 TO WS-LEFT-COUNT
               GO TO 2000-EXIT
           END-IF.
           DISPLAY "Release, reJect, or Hold? (R/J/H)".
           ACCEPT WS-DECISION.
           EVALUATE WS-DECISION
               WHEN "R"
               WHEN "r"
                   PERFORM 3000-RELEASE-ITEM THRU 3000-EXIT
               WHEN "J"
               WHEN "j"
                   PERFORM 4000-REJECT-ITEM THRU 4000-EXIT
               WHEN OTHER
                   ADD 1 TO WS-LEFT-COUNT
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      * Posted exactly as the run would have posted it: the run's
      * business date and run number, the operator who ran it, the
      * figures as priced at the time, under the name of the program
      * that held it. Only the time of day says it came through
      * release. An item the driver held is the driver's posting and
      * goes on under this program's name; what the exception rerun
      * or the math utilities held goes on under their own names.
      * The driver and the rerun both move the balance master, so
      * their items are rolled into it; the math utilities never do,
      * so theirs leave it alone.
       3000-RELEASE-ITEM.
           CALL "operationsClosedPeriodCheck" USING HELD-BUSINESS-DATE,
               WS-DATE-CLOSED-SWITCH.
           IF WS-DATE-CLOSED
               DISPLAY "  BUSINESS DATE " HELD-BUSINESS-DATE " IS "
                   "CLOSED - have it reopened before releasing into "
                   "it. Left pending."
               ADD 1 TO WS-LEFT-COUNT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3500-BUILD-IMAGE THRU 3500-EXIT.
           MOVE WS-HELD-IMAGE TO WS-MLOG-BEFORE.
           EVALUATE TRUE
               WHEN HELD-SOURCE-RERUN
                   MOVE "operationsExceptionRerun" TO WS-POST-PROGRAM
               WHEN HELD-SOURCE-MATH
                   MOVE "operationsMath" TO WS-POST-PROGRAM
               WHEN OTHER
                   MOVE "operationsHeldRelease" TO WS-POST-PROGRAM
           END-EVALUATE.
           PERFORM 3100-WRITE-AUDIT THRU 3100-EXIT.
           PERFORM 3200-WRITE-HISTORY THRU 3200-EXIT.
           IF HELD-FROM-BATCH OR HELD-SOURCE-RERUN
               PERFORM 3300-APPLY-BALANCE THRU 3300-EXIT
           END-IF.
           MOVE "R" TO HELD-STATUS.
           MOVE WS-OPERATOR-ID TO HELD-DECIDED-BY.
           ACCEPT HELD-DECIDED-DATE FROM DATE YYYYMMDD.
           ACCEPT HELD-DECIDED-TIME FROM TIME.
           MOVE HIST-DATE TO HELD-POSTED-DATE.
           MOVE WS-HIST-SEQ-NUM TO HELD-POSTED-SEQ-NUM.
           MOVE HELD-RECORD TO WS-HELD-ENTRY(WS-HELD-SUB).
           PERFORM 3500-BUILD-IMAGE THRU 3500-EXIT.
           MOVE WS-HELD-IMAGE TO WS-MLOG-AFTER.
           MOVE "RELEASE" TO WS-MLOG-ACTION.
           PERFORM 3700-WRITE-MAINT-LOG THRU 3700-EXIT.
           ADD 1 TO WS-RELEASE-COUNT.
           DISPLAY "  Released - posted under " HELD-POSTED-DATE "-"
               HELD-POSTED-SEQ-NUM ".".
       3000-EXIT.
           EXIT.

       3100-WRITE-AUDIT.
           MOVE HELD-BUSINESS-DATE TO AUD-DATE.
           ACCEPT AUD-TIME FROM TIME.
           MOVE WS-POST-PROGRAM TO AUD-PROGRAM.
           MOVE HELD-OPERATION TO AUD-OPERATION.
           MOVE HELD-NUM1 TO AUD-NUM1.
           MOVE HELD-NUM2 TO AUD-NUM2.
           MOVE HELD-RESULT TO AUD-RESULT.
           MOVE HELD-OPERATOR TO AUD-USER-ID.
           MOVE HELD-INSTALLATION TO AUD-INSTALLATION.
           MOVE HELD-RUN-NUM TO AUD-RUN-NUM.
           MOVE HELD-SOURCE TO AUD-SOURCE.
           MOVE HELD-BASE-RESULT TO AUD-BASE-RESULT.
           MOVE HELD-SURCHARGE TO AUD-SURCHARGE.
           MOVE HELD-CURRENCY TO AUD-CURRENCY.
           MOVE HELD-ORIG-NUM1 TO AUD-ORIG-NUM1.
           MOVE HELD-ORIG-NUM2 TO AUD-ORIG-NUM2.
           MOVE HELD-FX-RATE TO AUD-FX-RATE.
           MOVE SPACE TO AUD-LEGACY-FLAG.
           WRITE AUDIT-RECORD.
       3100-EXIT.
           EXIT.

       3200-WRITE-HISTORY.
           MOVE HELD-BUSINESS-DATE TO HIST-DATE.
           ACCEPT HIST-TIME FROM TIME.
           MOVE WS-POST-PROGRAM TO HIST-PROGRAM.
           MOVE HELD-NUM1 TO HIST-NUM1.
           MOVE HELD-NUM2 TO HIST-NUM2.
           MOVE HELD-RESULT TO HIST-RESULT.
           MOVE HELD-OPERATOR TO HIST-USER-ID.
           MOVE HELD-INSTALLATION TO HIST-INSTALLATION.
           MOVE HELD-RUN-NUM TO HIST-RUN-NUM.
           MOVE HELD-BASE-RESULT TO HIST-BASE-RESULT.
           MOVE HELD-SURCHARGE TO HIST-SURCHARGE.
           MOVE HELD-OPERATION(1:1) TO HIST-OP-CODE.
           MOVE ZERO TO HIST-REV-OF-DATE.
           MOVE ZERO TO HIST-REV-OF-SEQ-NUM.
           MOVE HELD-CURRENCY TO HIST-CURRENCY.
           MOVE HELD-ORIG-NUM1 TO HIST-ORIG-NUM1.
           MOVE HELD-ORIG-NUM2 TO HIST-ORIG-NUM2.
           MOVE HELD-FX-RATE TO HIST-FX-RATE.
           MOVE SPACE TO HIST-LEGACY-FLAG.
           IF HELD-UNRND-BASE IS NUMERIC
               AND HELD-UNRND-SURCHARGE IS NUMERIC
               MOVE HELD-UNRND-BASE TO HIST-UNRND-BASE
               MOVE HELD-UNRND-SURCHARGE TO HIST-UNRND-SURCHARGE
           ELSE
               MOVE SPACES TO HIST-UNRND-FIGURES
           END-IF.
           CALL "operationsHistChecksum" USING HIST-DATE, HIST-TIME,
               HIST-NUM1, HIST-NUM2, HIST-RESULT, HIST-CHECKSUM.
           PERFORM 3210-GET-NEXT-SEQ-NUM THRU 3210-EXIT.
           MOVE WS-HIST-SEQ-NUM TO HIST-SEQ-NUM.
           WRITE HIST-RECORD.
           MOVE HIST-DATE TO HIST-IDX-DATE.
           MOVE WS-HIST-SEQ-NUM TO HIST-IDX-SEQ-NUM.
           MOVE HIST-TIME TO HIST-IDX-TIME.
           MOVE HIST-PROGRAM TO HIST-IDX-PROGRAM.
           MOVE HIST-NUM1 TO HIST-IDX-NUM1.
           MOVE HIST-NUM2 TO HIST-IDX-NUM2.
           MOVE HIST-RESULT TO HIST-IDX-RESULT.
           MOVE HIST-USER-ID TO HIST-IDX-USER-ID.
           MOVE HIST-INSTALLATION TO HIST-IDX-INSTALLATION.
           MOVE HIST-RUN-NUM TO HIST-IDX-RUN-NUM.
           MOVE HIST-OP-CODE TO HIST-IDX-OP-CODE.
           MOVE HIST-BASE-RESULT TO HIST-IDX-BASE-RESULT.
           MOVE HIST-SURCHARGE TO HIST-IDX-SURCHARGE.
           MOVE HIST-REVERSAL-OF TO HIST-IDX-REVERSAL-OF.
           MOVE "N" TO HIST-IDX-REVERSED-SWITCH.
           MOVE ZERO TO HIST-IDX-REV-BY-DATE.
           MOVE ZERO TO HIST-IDX-REV-BY-SEQ-NUM.
           MOVE HIST-CURRENCY TO HIST-IDX-CURRENCY.
           MOVE HIST-ORIG-NUM1 TO HIST-IDX-ORIG-NUM1.
           MOVE HIST-ORIG-NUM2 TO HIST-IDX-ORIG-NUM2.
           MOVE HIST-FX-RATE TO HIST-IDX-FX-RATE.
           MOVE HIST-UNRND-BASE TO HIST-IDX-UNRND-BASE.
           MOVE HIST-UNRND-SURCHARGE TO HIST-IDX-UNRND-SURCHARGE.
           WRITE HIST-INDEX-RECORD.
           IF WS-HIDX-STATUS NOT = "00"
               DISPLAY "  WARNING: unable to write the HISTIDXFILE "
                   "row (status " WS-HIDX-STATUS ") - run "
                   "operationsIndexRebuild."
           END-IF.
       3200-EXIT.
           EXIT.

       3210-GET-NEXT-SEQ-NUM.
           OPEN INPUT SEQ-FILE.
           IF WS-SEQ-STATUS = "35"
               MOVE ZERO TO SEQ-NEXT-NUM
           ELSE
               READ SEQ-FILE
                   AT END MOVE ZERO TO SEQ-NEXT-NUM
               END-READ
               CLOSE SEQ-FILE
           END-IF.
           ADD 1 TO SEQ-NEXT-NUM.
           MOVE SEQ-NEXT-NUM TO WS-HIST-SEQ-NUM.
           OPEN OUTPUT SEQ-FILE.
           WRITE SEQ-RECORD.
           CLOSE SEQ-FILE.
       3210-EXIT.
           EXIT.

      * The released result moves the site's balance the way the
      * run would have: folded into that run's movement if the run
      * was the last to move the row, and starting a movement of its
      * own on top of the current closing balance if an older run
      * was. When a later run has moved the row since, that run's
      * number and date stay on it and the release is simply added
      * to its movement and closing balance. An item held for
      * a site that has since been merged or re-coded moves the
      * balance of the site it now lives under.
       3300-APPLY-BALANCE.
           MOVE HELD-INSTALLATION TO WS-BAL-INSTALLATION.
           CALL "operationsInstallRollup" USING WS-BAL-INSTALLATION.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-BAL-SUB.
           PERFORM 3310-SCAN-BALANCE-TABLE THRU 3310-EXIT
               UNTIL WS-FOUND OR WS-BAL-SUB NOT < WS-BAL-COUNT.
           IF NOT WS-FOUND
               IF WS-BAL-COUNT < 200
                   ADD 1 TO WS-BAL-COUNT
                   MOVE WS-BAL-COUNT TO WS-BAL-SUB
                   MOVE WS-BAL-INSTALLATION
                       TO WS-BAL-TBL-INSTALLATION(WS-BAL-SUB)
                   MOVE ZERO TO WS-BAL-TBL-OPENING(WS-BAL-SUB)
                   MOVE ZERO TO WS-BAL-TBL-MOVEMENT(WS-BAL-SUB)
                   MOVE ZERO TO WS-BAL-TBL-CLOSING(WS-BAL-SUB)
                   MOVE ZERO TO WS-BAL-TBL-RUN-NUM(WS-BAL-SUB)
                   MOVE HELD-BUSINESS-DATE
                       TO WS-BAL-TBL-DATE(WS-BAL-SUB)
               ELSE
                   DISPLAY "  WARNING: balance master is full; the "
                       "release was not posted to it."
                   GO TO 3300-EXIT
               END-IF
           END-IF.
           IF WS-BAL-TBL-RUN-NUM(WS-BAL-SUB) < HELD-RUN-NUM
               MOVE WS-BAL-TBL-CLOSING(WS-BAL-SUB)
                   TO WS-BAL-TBL-OPENING(WS-BAL-SUB)
               MOVE ZERO TO WS-BAL-TBL-MOVEMENT(WS-BAL-SUB)
               MOVE HELD-RUN-NUM TO WS-BAL-TBL-RUN-NUM(WS-BAL-SUB)
               MOVE HELD-BUSINESS-DATE
                   TO WS-BAL-TBL-DATE(WS-BAL-SUB)
           END-IF.
           ADD HELD-RESULT TO WS-BAL-TBL-MOVEMENT(WS-BAL-SUB).
           COMPUTE WS-BAL-TBL-CLOSING(WS-BAL-SUB) =
               WS-BAL-TBL-OPENING(WS-BAL-SUB)
               + WS-BAL-TBL-MOVEMENT(WS-BAL-SUB).
       3300-EXIT.
           EXIT.

       3310-SCAN-BALANCE-TABLE.
           ADD 1 TO WS-BAL-SUB.
           IF WS-BAL-TBL-INSTALLATION(WS-BAL-SUB)
               = WS-BAL-INSTALLATION
               SET WS-FOUND TO TRUE
           END-IF.
       3310-EXIT.
           EXIT.

       3500-BUILD-IMAGE.
           MOVE HELD-INSTALLATION TO WS-HIM-INSTALLATION.
           MOVE HELD-OPERATION TO WS-HIM-OPERATION.
           MOVE HELD-RESULT TO WS-HIM-RESULT.
           MOVE HELD-BUSINESS-DATE TO WS-HIM-BUSINESS-DATE.
           MOVE HELD-OPERATOR TO WS-HIM-OPERATOR.
           MOVE HELD-STATUS TO WS-HIM-STATUS.
           MOVE HELD-DECIDED-BY TO WS-HIM-DECIDED-BY.
           MOVE HELD-POSTED-KEY TO WS-HIM-POSTED-KEY.
       3500-EXIT.
           EXIT.

       3700-WRITE-MAINT-LOG.
           MOVE SPACES TO WS-MLOG-KEY.
           STRING "HELD " DELIMITED BY SIZE
               HELD-RUN-NUM DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               HELD-ITEM-NUM DELIMITED BY SIZE
               INTO WS-MLOG-KEY.
           CALL "operationsMaintLog" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID, WS-MLOG-ACTION, WS-MLOG-KEY,
               WS-MLOG-BEFORE, WS-MLOG-AFTER.
       3700-EXIT.
           EXIT.

      * The row image (with the held operation alone in the operation
      * column) goes to suspense aged from today, so a corrected copy
      * cut back into TRANFILE posts that one operation again and
      * nothing else.
       4000-REJECT-ITEM.
           DISPLAY "Rejection reason:".
           ACCEPT WS-REJECT-REASON.
           PERFORM 3500-BUILD-IMAGE THRU 3500-EXIT.
           MOVE WS-HELD-IMAGE TO WS-MLOG-BEFORE.
           MOVE HELD-TRAN-ROW TO SUSP-TRAN-ROW.
           MOVE WS-TODAY TO SUSP-ADDED-DATE.
           MOVE HELD-INSTALLATION TO SUSP-INSTALLATION.
           MOVE SPACES TO SUSP-REASON.
           STRING "Held item rejected: " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO SUSP-REASON.
           MOVE HELD-CURRENCY TO SUSP-CURRENCY.
           MOVE SPACE TO SUSP-CLEAR-STATUS.
           MOVE SPACES TO SUSP-CLEARED-BY.
           MOVE ZERO TO SUSP-CLEARED-DATE.
           MOVE ZERO TO SUSP-CLEARED-TIME.
           MOVE SPACES TO SUSP-CLEAR-NOTE.
           WRITE SUSPENSE-RECORD.
           MOVE "J" TO HELD-STATUS.
           MOVE WS-OPERATOR-ID TO HELD-DECIDED-BY.
           ACCEPT HELD-DECIDED-DATE FROM DATE YYYYMMDD.
           ACCEPT HELD-DECIDED-TIME FROM TIME.
           MOVE HELD-RECORD TO WS-HELD-ENTRY(WS-HELD-SUB).
           PERFORM 3500-BUILD-IMAGE THRU 3500-EXIT.
           MOVE WS-HELD-IMAGE TO WS-MLOG-AFTER.
           MOVE "REJECT" TO WS-MLOG-ACTION.
           PERFORM 3700-WRITE-MAINT-LOG THRU 3700-EXIT.
           ADD 1 TO WS-REJECT-COUNT.
           DISPLAY "  Rejected to suspense.".
       4000-EXIT.
           EXIT.

       8000-REWRITE-BALANCES.
           IF WS-RELEASE-COUNT = ZERO
               GO TO 8000-EXIT
           END-IF.
           OPEN OUTPUT BALANCE-FILE.
           MOVE ZERO TO WS-BAL-SUB.
           PERFORM 8100-WRITE-BALANCE-LINE THRU 8100-EXIT
               UNTIL WS-BAL-SUB NOT < WS-BAL-COUNT.
           CLOSE BALANCE-FILE.
       8000-EXIT.
           EXIT.

       8100-WRITE-BALANCE-LINE.
           ADD 1 TO WS-BAL-SUB.
           MOVE WS-BAL-TBL-INSTALLATION(WS-BAL-SUB)
               TO BAL-INSTALLATION.
           MOVE WS-BAL-TBL-OPENING(WS-BAL-SUB) TO BAL-OPENING.
           MOVE WS-BAL-TBL-MOVEMENT(WS-BAL-SUB) TO BAL-MOVEMENT.
           MOVE WS-BAL-TBL-CLOSING(WS-BAL-SUB) TO BAL-CLOSING.
           MOVE WS-BAL-TBL-RUN-NUM(WS-BAL-SUB) TO BAL-LAST-RUN-NUM.
           MOVE WS-BAL-TBL-DATE(WS-BAL-SUB) TO BAL-LAST-DATE.
           WRITE BALANCE-RECORD.
       8100-EXIT.
           EXIT.

       8500-REWRITE-HELD-FILE.
           IF WS-RELEASE-COUNT = ZERO AND WS-REJECT-COUNT = ZERO
               GO TO 8500-EXIT
           END-IF.
           OPEN OUTPUT HELD-FILE.
           MOVE ZERO TO WS-HELD-SUB.
           PERFORM 8600-WRITE-HELD-LINE THRU 8600-EXIT
               UNTIL WS-HELD-SUB NOT < WS-HELD-COUNT.
           CLOSE HELD-FILE.
       8500-EXIT.
           EXIT.

       8600-WRITE-HELD-LINE.
           ADD 1 TO WS-HELD-SUB.
           MOVE WS-HELD-ENTRY(WS-HELD-SUB) TO HELD-RECORD.
           WRITE HELD-RECORD.
       8600-EXIT.
           EXIT.

       9000-TERMINATE.
           DISPLAY "HELD ITEM RELEASE COMPLETE".
           DISPLAY "  RELEASED AND POSTED:  " WS-RELEASE-COUNT.
           DISPLAY "  REJECTED TO SUSPENSE: " WS-REJECT-COUNT.
           DISPLAY "  LEFT PENDING:         " WS-LEFT-COUNT.
       9000-EXIT.
           EXIT.

      * Closes the session the shared sign-on module opened - run on
      * every exit that follows a successful sign-on, so an open
      * session on the log keeps meaning an abend.
       9950-SIGN-OFF.
           CALL "operationsSignOff" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID.
       9950-EXIT.
           EXIT.

       END PROGRAM operationsHeldRelease.
