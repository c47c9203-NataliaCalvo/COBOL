      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Back half of FXRATEFILE maintenance - the dual
      *           control release, run the same way
      *           operationsRateApprove runs for RATETABLE. A
      *           supervisor signs on, reviews each pending exchange
      *           rate change queued by operationsFxRateMaint, and
      *           approves or rejects it; only an approval by a
      *           DIFFERENT user than the one who queued the change
      *           moves the live row. The live file is snapshotted
      *           first, every applied change goes on the maintenance
      *           change log with its before and after image, and
      *           decided rows stay on the queue file as the approval
      *           trail with any rejection reason kept.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsFxRateApprove.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-PEND-FILE ASSIGN TO "FXPENDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FX-PEND-FILE.
           COPY FXPEND.

       FD  FX-RATE-FILE.
           COPY FXRATEREC.

       FD  EXCEPTION-FILE.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
      * Program name handed to the shared sign-on module - kept in
      * working storage (truncated to the X(20) the module declares)
      * because a literal is not a valid BY REFERENCE argument.
           01 WS-SIGNON-PROGRAM PIC X(20) VALUE
               "operationsFxRateAppr".
           01 WS-REQUIRED-LEVEL PIC X(01) VALUE "S".
           01 WS-OPERATOR-ID PIC X(08).
           01 WS-USER-LEVEL PIC X(01).
           01 WS-SIGNON-OK-SWITCH PIC X(01).
               88 WS-SIGNON-OK VALUE "Y".
           01 WS-PEND-STATUS PIC X(02) VALUE "00".
           01 WS-FX-STATUS PIC X(02) VALUE "00".
           01 WS-EXCEPT-MESSAGE PIC X(50).
           01 WS-EXCEPT-BAD-ENTRY PIC X(12).
           01 WS-PEND-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-PEND-EOF VALUE "Y".
           01 WS-FX-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-FX-EOF VALUE "Y".
           01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
               88 WS-FOUND VALUE "Y".
           01 WS-LOAD-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 WS-LOAD-OVERFLOW VALUE "Y".
           01 WS-DECISION PIC X(01).
           01 WS-REJECT-REASON PIC X(30).
           01 WS-REQUEST-EFF-DATE PIC 9(8).
           01 WS-RATE-EDIT PIC ZZ,ZZ9.999999.
           01 WS-APPROVE-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-REJECT-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-HELD-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-FX-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-FX-SUB PIC 9(03) COMP.
           01 WS-FX-TABLE.
               05 WS-FX-ENTRY OCCURS 500 TIMES.
                   10 WS-FX-TBL-CURRENCY PIC X(03).
                   10 WS-FX-TBL-EFF-DATE PIC 9(8).
                   10 WS-FX-TBL-RATE PIC 9(05)V9(06).
                   10 WS-FX-TBL-ACTIVE-SWITCH PIC X(01) VALUE "Y".
                       88 WS-FX-TBL-ACTIVE VALUE "Y".
           01 WS-PEND-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-PEND-SUB PIC 9(03) COMP.
           01 WS-SNAP-MASTER PIC X(12) VALUE "FXRATEFILE".
           01 WS-SNAPSHOT-OK-SWITCH PIC X(01).
               88 WS-SNAPSHOT-OK VALUE "Y".
      * Fields handed to the shared maintenance change-log writer.
           01 WS-MLOG-ACTION PIC X(10).
           01 WS-MLOG-KEY PIC X(20).
           01 WS-MLOG-BEFORE PIC X(80).
           01 WS-MLOG-AFTER PIC X(80).
           01 WS-FX-IMAGE.
               05 WS-FXIM-CURRENCY PIC X(03).
               05 WS-FXIM-EFF-DATE PIC 9(08).
               05 WS-FXIM-RATE PIC 9(05)V9(06).
           01 WS-PEND-TABLE.
               05 WS-PEND-ENTRY OCCURS 200 TIMES
                   PIC X(94).

       PROCEDURE DIVISION.
      * Both files are loaded whole and rewritten whole, the same
      * load-then-rewrite stance every maintenance program here
      * takes; either overflowing stops the run before anything is
      * touched.
       0000-MAINLINE.
           CALL "operationsSignOn" USING WS-SIGNON-PROGRAM,
               WS-REQUIRED-LEVEL, WS-OPERATOR-ID, WS-USER-LEVEL,
               WS-SIGNON-OK-SWITCH.
           IF NOT WS-SIGNON-OK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * No maintenance without a way back: the live master is
      * snapshotted before a single request is applied, and a failed
      * snapshot stops the run.
           CALL "operationsMasterSnapshot" USING WS-SNAP-MASTER,
               WS-SNAPSHOT-OK-SWITCH.
           IF NOT WS-SNAPSHOT-OK
               DISPLAY "Snapshot failed - maintenance cannot run "
                   "safely; nothing was changed."
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-LOAD-OVERFLOW
               DISPLAY "FXRATEFILE or the pending queue has more rows "
                   "than the working tables hold - approval cannot "
                   "run safely; nothing was changed."
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               GOBACK
           END-IF.
           MOVE ZERO TO WS-PEND-SUB.
           PERFORM 2000-REVIEW-REQUEST THRU 2000-EXIT
               UNTIL WS-PEND-SUB NOT < WS-PEND-COUNT.
           PERFORM 8000-REWRITE-FX-FILE THRU 8000-EXIT.
           PERFORM 8500-REWRITE-PEND-FILE THRU 8500-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9950-SIGN-OFF THRU 9950-EXIT.
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT FX-RATE-FILE.
           IF WS-FX-STATUS = "35"
               SET WS-FX-EOF TO TRUE
           ELSE
               READ FX-RATE-FILE
                   AT END SET WS-FX-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 1100-LOAD-FX-LINE THRU 1100-EXIT
               UNTIL WS-FX-EOF.
           IF WS-FX-STATUS NOT = "35"
               CLOSE FX-RATE-FILE
           END-IF.
           OPEN INPUT FX-PEND-FILE.
           IF WS-PEND-STATUS = "35"
               SET WS-PEND-EOF TO TRUE
           ELSE
               READ FX-PEND-FILE
                   AT END SET WS-PEND-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 1200-LOAD-PEND-LINE THRU 1200-EXIT
               UNTIL WS-PEND-EOF.
           IF WS-PEND-STATUS NOT = "35"
               CLOSE FX-PEND-FILE
           END-IF.
           IF WS-PEND-COUNT = ZERO
               DISPLAY "No exchange rate changes are waiting for "
                   "approval."
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-FX-LINE.
           IF WS-FX-COUNT NOT < 500
               SET WS-LOAD-OVERFLOW TO TRUE
           END-IF.
           IF WS-FX-COUNT < 500
               ADD 1 TO WS-FX-COUNT
               MOVE FX-CURRENCY TO WS-FX-TBL-CURRENCY(WS-FX-COUNT)
               MOVE FX-EFFECTIVE-DATE
                   TO WS-FX-TBL-EFF-DATE(WS-FX-COUNT)
               MOVE FX-RATE TO WS-FX-TBL-RATE(WS-FX-COUNT)
               MOVE "Y" TO WS-FX-TBL-ACTIVE-SWITCH(WS-FX-COUNT)
           END-IF.
           READ FX-RATE-FILE
               AT END SET WS-FX-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       1200-LOAD-PEND-LINE.
           IF WS-PEND-COUNT NOT < 200
               SET WS-LOAD-OVERFLOW TO TRUE
           END-IF.
           IF WS-PEND-COUNT < 200
               ADD 1 TO WS-PEND-COUNT
               MOVE FX-PENDING-RECORD
                   TO WS-PEND-ENTRY(WS-PEND-COUNT)
           END-IF.
           READ FX-PEND-FILE
               AT END SET WS-PEND-EOF TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.

       2000-REVIEW-REQUEST.
           ADD 1 TO WS-PEND-SUB.
           MOVE WS-PEND-ENTRY(WS-PEND-SUB) TO FX-PENDING-RECORD.
           IF NOT FXP-PENDING
               GO TO 2000-EXIT
           END-IF.
           MOVE FXP-RATE TO WS-RATE-EDIT.
           DISPLAY "PENDING EXCHANGE RATE CHANGE:".
           DISPLAY "  ACTION " FXP-ACTION " CURRENCY " FXP-CURRENCY
               " EFFECTIVE " FXP-EFFECTIVE-DATE.
           IF NOT FXP-DELETE
               DISPLAY "  RATE " WS-RATE-EDIT
                   " BASE UNITS PER ONE " FXP-CURRENCY
           END-IF.
           DISPLAY "  REQUESTED BY " FXP-REQUESTED-BY " ON "
               FXP-REQUEST-DATE.
           IF FXP-REQUESTED-BY = WS-OPERATOR-ID
               DISPLAY "  You queued this change yourself - a "
                   "DIFFERENT user must release it. Left pending."
               ADD 1 TO WS-HELD-COUNT
               GO TO 2000-EXIT
           END-IF.
           DISPLAY "Approve, Reject, or Hold? (A/R/H)".
           ACCEPT WS-DECISION.
           EVALUATE WS-DECISION
               WHEN "A"
               WHEN "a"
                   PERFORM 3000-APPLY-APPROVED THRU 3000-EXIT
               WHEN "R"
               WHEN "r"
                   DISPLAY "Rejection reason:"
                   ACCEPT WS-REJECT-REASON
                   MOVE "R" TO FXP-STATUS
                   MOVE WS-REJECT-REASON TO FXP-REJECT-REASON
                   MOVE WS-OPERATOR-ID TO FXP-DECIDED-BY
                   ACCEPT FXP-DECIDED-DATE FROM DATE YYYYMMDD
                   MOVE FX-PENDING-RECORD
                       TO WS-PEND-ENTRY(WS-PEND-SUB)
                   ADD 1 TO WS-REJECT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-HELD-COUNT
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      * A row is identified by currency plus effective date. A
      * request the live file has drifted away from (the row it
      * would change is gone, or the row it would add has appeared)
      * is rejected back to the queue with the reason rather than
      * guessed at.
       3000-APPLY-APPROVED.
           IF FXP-EFFECTIVE-DATE IS NUMERIC
               MOVE FXP-EFFECTIVE-DATE TO WS-REQUEST-EFF-DATE
           ELSE
               MOVE ZERO TO WS-REQUEST-EFF-DATE
           END-IF.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-FX-SUB.
           PERFORM 3100-SCAN-FOR-CURRENCY THRU 3100-EXIT
               UNTIL WS-FOUND OR WS-FX-SUB NOT < WS-FX-COUNT.
           EVALUATE TRUE
               WHEN FXP-ADD AND WS-FOUND
                   MOVE "Live row appeared since request" TO
                       WS-REJECT-REASON
                   PERFORM 3900-REJECT-DRIFTED THRU 3900-EXIT
               WHEN FXP-ADD
                   PERFORM 3200-APPLY-ADD THRU 3200-EXIT
               WHEN (FXP-CHANGE OR FXP-DELETE) AND NOT WS-FOUND
                   MOVE "Live row gone since request" TO
                       WS-REJECT-REASON
                   PERFORM 3900-REJECT-DRIFTED THRU 3900-EXIT
               WHEN FXP-CHANGE
                   MOVE "CHANGE" TO WS-MLOG-ACTION
                   PERFORM 3500-BUILD-BEFORE-IMAGE THRU 3500-EXIT
                   MOVE FXP-RATE TO WS-FX-TBL-RATE(WS-FX-SUB)
                   PERFORM 3600-BUILD-AFTER-IMAGE THRU 3600-EXIT
                   PERFORM 3700-WRITE-MAINT-LOG THRU 3700-EXIT
                   PERFORM 3800-MARK-APPROVED THRU 3800-EXIT
               WHEN FXP-DELETE
                   MOVE "DELETE" TO WS-MLOG-ACTION
                   PERFORM 3500-BUILD-BEFORE-IMAGE THRU 3500-EXIT
                   MOVE "N" TO WS-FX-TBL-ACTIVE-SWITCH(WS-FX-SUB)
                   MOVE SPACES TO WS-MLOG-AFTER
                   PERFORM 3700-WRITE-MAINT-LOG THRU 3700-EXIT
                   PERFORM 3800-MARK-APPROVED THRU 3800-EXIT
           END-EVALUATE.
       3000-EXIT.
           EXIT.

       3100-SCAN-FOR-CURRENCY.
           ADD 1 TO WS-FX-SUB.
           IF WS-FX-TBL-ACTIVE(WS-FX-SUB)
               AND WS-FX-TBL-CURRENCY(WS-FX-SUB) = FXP-CURRENCY
               AND WS-FX-TBL-EFF-DATE(WS-FX-SUB)
                   = WS-REQUEST-EFF-DATE
               SET WS-FOUND TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.

       3200-APPLY-ADD.
           IF WS-FX-COUNT < 500
               ADD 1 TO WS-FX-COUNT
               MOVE FXP-CURRENCY TO WS-FX-TBL-CURRENCY(WS-FX-COUNT)
               MOVE WS-REQUEST-EFF-DATE
                   TO WS-FX-TBL-EFF-DATE(WS-FX-COUNT)
               MOVE FXP-RATE TO WS-FX-TBL-RATE(WS-FX-COUNT)
               MOVE "Y" TO WS-FX-TBL-ACTIVE-SWITCH(WS-FX-COUNT)
               MOVE "ADD" TO WS-MLOG-ACTION
               MOVE SPACES TO WS-MLOG-BEFORE
               MOVE WS-FX-COUNT TO WS-FX-SUB
               PERFORM 3600-BUILD-AFTER-IMAGE THRU 3600-EXIT
               PERFORM 3700-WRITE-MAINT-LOG THRU 3700-EXIT
               PERFORM 3800-MARK-APPROVED THRU 3800-EXIT
           ELSE
               MOVE "FXRATEFILE is full" TO WS-REJECT-REASON
               PERFORM 3900-REJECT-DRIFTED THRU 3900-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

       3500-BUILD-BEFORE-IMAGE.
           MOVE WS-FX-TBL-CURRENCY(WS-FX-SUB) TO WS-FXIM-CURRENCY.
           MOVE WS-FX-TBL-EFF-DATE(WS-FX-SUB) TO WS-FXIM-EFF-DATE.
           MOVE WS-FX-TBL-RATE(WS-FX-SUB) TO WS-FXIM-RATE.
           MOVE WS-FX-IMAGE TO WS-MLOG-BEFORE.
       3500-EXIT.
           EXIT.

       3600-BUILD-AFTER-IMAGE.
           MOVE WS-FX-TBL-CURRENCY(WS-FX-SUB) TO WS-FXIM-CURRENCY.
           MOVE WS-FX-TBL-EFF-DATE(WS-FX-SUB) TO WS-FXIM-EFF-DATE.
           MOVE WS-FX-TBL-RATE(WS-FX-SUB) TO WS-FXIM-RATE.
           MOVE WS-FX-IMAGE TO WS-MLOG-AFTER.
       3600-EXIT.
           EXIT.

       3700-WRITE-MAINT-LOG.
           MOVE SPACES TO WS-MLOG-KEY.
           STRING FXP-CURRENCY DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FXP-EFFECTIVE-DATE DELIMITED BY SIZE
               INTO WS-MLOG-KEY.
           CALL "operationsMaintLog" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID, WS-MLOG-ACTION, WS-MLOG-KEY,
               WS-MLOG-BEFORE, WS-MLOG-AFTER.
       3700-EXIT.
           EXIT.

       3800-MARK-APPROVED.
           MOVE "A" TO FXP-STATUS.
           MOVE WS-OPERATOR-ID TO FXP-DECIDED-BY.
           ACCEPT FXP-DECIDED-DATE FROM DATE YYYYMMDD.
           MOVE FX-PENDING-RECORD TO WS-PEND-ENTRY(WS-PEND-SUB).
           ADD 1 TO WS-APPROVE-COUNT.
       3800-EXIT.
           EXIT.

       3900-REJECT-DRIFTED.
           DISPLAY "  CANNOT APPLY: " WS-REJECT-REASON
               " - request rejected.".
           MOVE "R" TO FXP-STATUS.
           MOVE WS-REJECT-REASON TO FXP-REJECT-REASON.
           MOVE WS-OPERATOR-ID TO FXP-DECIDED-BY.
           ACCEPT FXP-DECIDED-DATE FROM DATE YYYYMMDD.
           MOVE FX-PENDING-RECORD TO WS-PEND-ENTRY(WS-PEND-SUB).
           ADD 1 TO WS-REJECT-COUNT.
           MOVE WS-REJECT-REASON TO WS-EXCEPT-MESSAGE.
           MOVE SPACES TO WS-EXCEPT-BAD-ENTRY.
           STRING FXP-CURRENCY DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FXP-EFFECTIVE-DATE DELIMITED BY SIZE
               INTO WS-EXCEPT-BAD-ENTRY.
           PERFORM 3950-WRITE-EXCEPTION THRU 3950-EXIT.
       3900-EXIT.
           EXIT.

       3950-WRITE-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE.
           ACCEPT EXC-DATE FROM DATE YYYYMMDD.
           ACCEPT EXC-TIME FROM TIME.
           MOVE "operationsFxRateApprove" TO EXC-PROGRAM.
           MOVE WS-EXCEPT-MESSAGE TO EXC-MESSAGE.
           MOVE ZERO TO EXC-NUM1.
           MOVE ZERO TO EXC-NUM2.
           MOVE WS-EXCEPT-BAD-ENTRY TO EXC-BAD-ENTRY.
           MOVE ZERO TO EXC-ID.
           WRITE EXCEPTION-RECORD.
           CLOSE EXCEPTION-FILE.
       3950-EXIT.
           EXIT.

       8000-REWRITE-FX-FILE.
           IF WS-APPROVE-COUNT = ZERO
               GO TO 8000-EXIT
           END-IF.
           OPEN OUTPUT FX-RATE-FILE.
           MOVE ZERO TO WS-FX-SUB.
           PERFORM 8100-WRITE-FX-LINE THRU 8100-EXIT
               UNTIL WS-FX-SUB NOT < WS-FX-COUNT.
           CLOSE FX-RATE-FILE.
       8000-EXIT.
           EXIT.

       8100-WRITE-FX-LINE.
           ADD 1 TO WS-FX-SUB.
           IF WS-FX-TBL-ACTIVE(WS-FX-SUB)
               MOVE WS-FX-TBL-CURRENCY(WS-FX-SUB) TO FX-CURRENCY
               MOVE WS-FX-TBL-EFF-DATE(WS-FX-SUB)
                   TO FX-EFFECTIVE-DATE
               MOVE WS-FX-TBL-RATE(WS-FX-SUB) TO FX-RATE
               WRITE FX-RATE-RECORD
           END-IF.
       8100-EXIT.
           EXIT.

       8500-REWRITE-PEND-FILE.
           IF WS-PEND-COUNT = ZERO
               GO TO 8500-EXIT
           END-IF.
           OPEN OUTPUT FX-PEND-FILE.
           MOVE ZERO TO WS-PEND-SUB.
           PERFORM 8600-WRITE-PEND-LINE THRU 8600-EXIT
               UNTIL WS-PEND-SUB NOT < WS-PEND-COUNT.
           CLOSE FX-PEND-FILE.
       8500-EXIT.
           EXIT.

       8600-WRITE-PEND-LINE.
           ADD 1 TO WS-PEND-SUB.
           MOVE WS-PEND-ENTRY(WS-PEND-SUB) TO FX-PENDING-RECORD.
           WRITE FX-PENDING-RECORD.
       8600-EXIT.
           EXIT.

       9000-TERMINATE.
           DISPLAY "EXCHANGE RATE APPROVAL COMPLETE".
           DISPLAY "  APPROVED AND APPLIED: " WS-APPROVE-COUNT.
           DISPLAY "  REJECTED:             " WS-REJECT-COUNT.
           DISPLAY "  LEFT PENDING:         " WS-HELD-COUNT.
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

       END PROGRAM operationsFxRateApprove.
