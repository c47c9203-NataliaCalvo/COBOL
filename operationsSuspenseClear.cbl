      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Clears suspense items. A supervisor signs on and
      *           walks every open item on SUSPENSEFILE, deciding
      *           each one: Correct it - key a new NUM1, NUM2,
      *           operation code or installation against the item
      *           (blank keeps what is there) and the corrected row,
      *           with the item's currency back in columns 27-29, is
      *           cut into SUSPTRANFILE; Write it off - a reason is
      *           required and nothing is cut; or Skip it and leave
      *           it open. SUSPTRANFILE is a properly headed and
      *           trailed transaction file that goes through
      *           operationsTranEdit (as TRANEDITFILE) and on to the
      *           batch driver like any other day's input. Corrected
      *           rows already waiting on it from an earlier clearing
      *           are carried forward, not overwritten. A row that
      *           left its installation blank ran under the run's own
      *           site, so the corrected copy carries that site
      *           explicitly. A reversal row can only be cut back as
      *           it stands or written off. Every cleared item is
      *           marked on SUSPENSEFILE with who cleared it, when,
      *           and how, and stays on the file for audit - the
      *           aging report stops aging it. Every decision also
      *           goes on the maintenance change log, and a rejected
      *           entry goes to the exception file. Run it between
      *           batch runs, not during one - the driver appends to
      *           SUSPENSEFILE while it posts.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsSuspenseClear.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT CORRECTION-FILE ASSIGN TO "SUSPTRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  CORRECTION-FILE.
           COPY TRANREC.

       FD  EXCEPTION-FILE.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
      * Program name handed to the shared sign-on module - kept in
      * working storage (truncated to the X(20) the module declares)
      * because a literal is not a valid BY REFERENCE argument.
           01 WS-SIGNON-PROGRAM PIC X(20) VALUE
               "operationsSuspenseCl".
           01 WS-REQUIRED-LEVEL PIC X(01) VALUE "S".
           01 WS-OPERATOR-ID PIC X(08).
           01 WS-USER-LEVEL PIC X(01).
           01 WS-SIGNON-OK-SWITCH PIC X(01).
               88 WS-SIGNON-OK VALUE "Y".
           01 WS-SUSP-STATUS PIC X(02) VALUE "00".
           01 WS-CORR-STATUS PIC X(02) VALUE "00".
           01 WS-SUSP-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-SUSP-EOF VALUE "Y".
           01 WS-CORR-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-CORR-EOF VALUE "Y".
           01 WS-LOAD-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 WS-LOAD-OVERFLOW VALUE "Y".
           01 WS-EXCEPT-MESSAGE PIC X(50).
           01 WS-EXCEPT-BAD-ENTRY PIC X(12).
           01 WS-DECISION PIC X(01).
           01 WS-CONFIRM PIC X(01).
           01 WS-ENTRY PIC X(12).
           01 WS-NUM-CHECK PIC S9(4) COMP.
           01 WS-ENTRY-OK-SWITCH PIC X(01).
               88 WS-ENTRY-OK VALUE "Y".
           01 WS-WRITE-OFF-REASON PIC X(30).
           01 WS-NEW-INSTALLATION PIC X(04).
           01 WS-SITE-NAME PIC X(24).
           01 WS-SITE-STATUS PIC X(01).
           01 WS-NUM1-EDIT PIC -Z,ZZZ,ZZ9.99.
           01 WS-NUM2-EDIT PIC -Z,ZZZ,ZZ9.99.
           01 WS-OPEN-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-CORRECT-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-WRITE-OFF-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-LEFT-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-CARRIED-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-ROW-NUM PIC 9(05).
           01 WS-SUSP-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-SUSP-SUB PIC 9(05) COMP.
           01 WS-SUSP-TABLE.
               05 WS-SUSP-ENTRY OCCURS 2000 TIMES PIC X(146).
           01 WS-KEEP-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-KEEP-SUB PIC 9(05) COMP.
           01 WS-KEEP-TABLE.
               05 WS-KEEP-ROW OCCURS 2000 TIMES PIC X(29).
      * The corrected detail row, built in the TRANREC shape from the
      * suspense image and overlaid with what the supervisor keys.
           01 WS-DETAIL-ROW.
               05 WS-DTL-RECORD-TYPE PIC X(01).
               05 WS-DTL-NUM1 PIC S9(7)V99 SIGN LEADING SEPARATE.
               05 WS-DTL-NUM2 PIC S9(7)V99 SIGN LEADING SEPARATE.
               05 WS-DTL-INSTALLATION PIC X(04).
               05 WS-DTL-OP-CODE PIC X(01).
                   88 WS-DTL-OP-VALID VALUE "A" "S" "M" "D" "P" SPACE.
               05 WS-DTL-CURRENCY PIC X(03).
           01 WS-CONTROL-ROW.
               05 WS-CTL-RECORD-TYPE PIC X(01).
               05 WS-CTL-COUNT PIC 9(07).
               05 WS-CTL-AS-OF-DATE PIC 9(08).
               05 FILLER PIC X(13) VALUE SPACES.
      * Fields handed to the shared maintenance change-log writer.
           01 WS-MLOG-ACTION PIC X(10).
           01 WS-MLOG-KEY PIC X(20).
           01 WS-MLOG-BEFORE PIC X(80).
           01 WS-MLOG-AFTER PIC X(80).
      * Before/after image of a suspense item for the change log.
           01 WS-SUSP-IMAGE.
               05 WS-SIM-TRAN-ROW PIC X(26).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-SIM-CURRENCY PIC X(03).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-SIM-STATUS PIC X(01).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-SIM-CLEARED-BY PIC X(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-SIM-NOTE PIC X(30).

       PROCEDURE DIVISION.
      * SUSPENSEFILE and any corrections still waiting on SUSPTRANFILE
      * are loaded whole and rewritten whole; either overflowing stops
      * the run before anything is touched.
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
               DISPLAY "SUSPENSEFILE or SUSPTRANFILE has more rows "
                   "than the working tables hold - clearing cannot "
                   "run safely; nothing was changed."
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               GOBACK
           END-IF.
           IF WS-OPEN-COUNT > ZERO
               MOVE ZERO TO WS-SUSP-SUB
               PERFORM 2000-REVIEW-ITEM THRU 2000-EXIT
                   UNTIL WS-SUSP-SUB NOT < WS-SUSP-COUNT
               PERFORM 8000-WRITE-CORRECTIONS THRU 8000-EXIT
               PERFORM 8500-REWRITE-SUSPENSE THRU 8500-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9950-SIGN-OFF THRU 9950-EXIT.
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSP-STATUS = "35"
               SET WS-SUSP-EOF TO TRUE
           ELSE
               READ SUSPENSE-FILE
                   AT END SET WS-SUSP-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 1100-LOAD-SUSPENSE-LINE THRU 1100-EXIT
               UNTIL WS-SUSP-EOF.
           IF WS-SUSP-STATUS NOT = "35"
               CLOSE SUSPENSE-FILE
           END-IF.
           OPEN INPUT CORRECTION-FILE.
           IF WS-CORR-STATUS = "35"
               SET WS-CORR-EOF TO TRUE
           ELSE
               READ CORRECTION-FILE
                   AT END SET WS-CORR-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 1200-LOAD-CORRECTION-LINE THRU 1200-EXIT
               UNTIL WS-CORR-EOF.
           IF WS-CORR-STATUS NOT = "35"
               CLOSE CORRECTION-FILE
           END-IF.
           MOVE WS-KEEP-COUNT TO WS-CARRIED-COUNT.
           IF WS-OPEN-COUNT = ZERO
               DISPLAY "No suspense items are waiting to be cleared."
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-SUSPENSE-LINE.
           IF WS-SUSP-COUNT NOT < 2000
               SET WS-LOAD-OVERFLOW TO TRUE
           END-IF.
           IF WS-SUSP-COUNT < 2000
               ADD 1 TO WS-SUSP-COUNT
               MOVE SUSPENSE-RECORD TO WS-SUSP-ENTRY(WS-SUSP-COUNT)
               IF SUSP-OPEN
                   ADD 1 TO WS-OPEN-COUNT
               END-IF
           END-IF.
           READ SUSPENSE-FILE
               AT END SET WS-SUSP-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      * Only detail rows are carried - the header and trailer are
      * rebuilt around the full set when the file is written.
       1200-LOAD-CORRECTION-LINE.
           IF TR-IS-HEADER OR TR-IS-TRAILER
               GO TO 1200-READ-NEXT
           END-IF.
           IF WS-KEEP-COUNT NOT < 2000
               SET WS-LOAD-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-KEEP-COUNT
               MOVE TRANS-RECORD TO WS-KEEP-ROW(WS-KEEP-COUNT)
           END-IF.
       1200-READ-NEXT.
           READ CORRECTION-FILE
               AT END SET WS-CORR-EOF TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.

       2000-REVIEW-ITEM.
           ADD 1 TO WS-SUSP-SUB.
           MOVE WS-SUSP-ENTRY(WS-SUSP-SUB) TO SUSPENSE-RECORD.
           IF NOT SUSP-OPEN
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-SUSP-SUB TO WS-ROW-NUM.
           MOVE SUSP-TRAN-ROW TO WS-DETAIL-ROW.
           MOVE SUSP-CURRENCY TO WS-DTL-CURRENCY.
           DISPLAY "SUSPENSE ITEM " WS-ROW-NUM " ADDED "
               SUSP-ADDED-DATE " RUN SITE " SUSP-INSTALLATION ":".
           DISPLAY "  " SUSP-REASON.
           IF WS-DTL-RECORD-TYPE = "R"
               DISPLAY "  REVERSAL OF " SUSP-TRAN-ROW(2:8) "-"
                   SUSP-TRAN-ROW(10:5)
           ELSE
               MOVE WS-DTL-NUM1 TO WS-NUM1-EDIT
               MOVE WS-DTL-NUM2 TO WS-NUM2-EDIT
               DISPLAY "  NUM1 " WS-NUM1-EDIT " NUM2 " WS-NUM2-EDIT
                   " INST " WS-DTL-INSTALLATION " OP "
                   WS-DTL-OP-CODE " CURRENCY " WS-DTL-CURRENCY
           END-IF.
           DISPLAY "Correct, Write off, or Skip? (C/W/S)".
           ACCEPT WS-DECISION.
           EVALUATE WS-DECISION
               WHEN "C"
               WHEN "c"
                   PERFORM 3000-CORRECT-ITEM THRU 3000-EXIT
               WHEN "W"
               WHEN "w"
                   PERFORM 4000-WRITE-OFF-ITEM THRU 4000-EXIT
               WHEN OTHER
                   ADD 1 TO WS-LEFT-COUNT
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      * Each keyed value is proven before it is taken - the same
      * TEST-NUMVAL-then-NUMVAL discipline as keyed entry elsewhere,
      * re-prompting on a bad entry. A reversal row has no figures
      * to correct and is cut back as it stands. A row for a site
      * that has since been merged or re-coded is offered under the
      * code the site now lives under.
       3000-CORRECT-ITEM.
           IF WS-DTL-RECORD-TYPE = "R"
               GO TO 3000-CONFIRM
           END-IF.
           IF WS-DTL-INSTALLATION = SPACES
               MOVE SUSP-INSTALLATION TO WS-DTL-INSTALLATION
           END-IF.
           CALL "operationsInstallRollup" USING WS-DTL-INSTALLATION.
           PERFORM 3100-ENTER-NUM1 THRU 3100-EXIT.
           PERFORM 3200-ENTER-NUM2 THRU 3200-EXIT.
           PERFORM 3300-ENTER-OP-CODE THRU 3300-EXIT.
           PERFORM 3400-ENTER-INSTALLATION THRU 3400-EXIT.
       3000-CONFIRM.
           DISPLAY "  CORRECTED ROW: [" WS-DETAIL-ROW "]".
           DISPLAY "Cut this row into SUSPTRANFILE? (Y/N)".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "  Not cut - item left open."
               ADD 1 TO WS-LEFT-COUNT
               GO TO 3000-EXIT
           END-IF.
           IF WS-KEEP-COUNT NOT < 2000
               DISPLAY "  SUSPTRANFILE is full for this run - item "
                   "left open."
               ADD 1 TO WS-LEFT-COUNT
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-KEEP-COUNT.
           MOVE WS-DETAIL-ROW TO WS-KEEP-ROW(WS-KEEP-COUNT).
           PERFORM 3500-BUILD-IMAGE THRU 3500-EXIT.
           MOVE WS-SUSP-IMAGE TO WS-MLOG-BEFORE.
           MOVE "C" TO SUSP-CLEAR-STATUS.
           MOVE "Corrected into SUSPTRANFILE" TO SUSP-CLEAR-NOTE.
           PERFORM 3600-MARK-CLEARED THRU 3600-EXIT.
           MOVE SPACES TO WS-MLOG-AFTER.
           STRING WS-DETAIL-ROW DELIMITED BY SIZE
               " CUT BY " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-MLOG-AFTER.
           MOVE "CORRECT" TO WS-MLOG-ACTION.
           PERFORM 3700-WRITE-MAINT-LOG THRU 3700-EXIT.
           ADD 1 TO WS-CORRECT-COUNT.
           DISPLAY "  Corrected - cut into SUSPTRANFILE.".
       3000-EXIT.
           EXIT.

       3100-ENTER-NUM1.
           MOVE WS-DTL-NUM1 TO WS-NUM1-EDIT.
           DISPLAY "New NUM1 (blank = keep " WS-NUM1-EDIT "):".
           ACCEPT WS-ENTRY.
           IF WS-ENTRY = SPACES
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3150-CHECK-NUM-ENTRY THRU 3150-EXIT.
           IF NOT WS-ENTRY-OK
               GO TO 3100-ENTER-NUM1
           END-IF.
           COMPUTE WS-DTL-NUM1 = FUNCTION NUMVAL(WS-ENTRY).
       3100-EXIT.
           EXIT.

       3150-CHECK-NUM-ENTRY.
           MOVE "Y" TO WS-ENTRY-OK-SWITCH.
           MOVE FUNCTION TEST-NUMVAL(WS-ENTRY) TO WS-NUM-CHECK.
           IF WS-NUM-CHECK NOT = 0
               MOVE "Invalid numeric entry rejected"
                   TO WS-EXCEPT-MESSAGE
               PERFORM 3900-REJECT-ENTRY THRU 3900-EXIT
               GO TO 3150-EXIT
           END-IF.
           IF FUNCTION NUMVAL(WS-ENTRY) > 9999999.99
               OR FUNCTION NUMVAL(WS-ENTRY) < -9999999.99
               MOVE "Entry does not fit the transaction layout"
                   TO WS-EXCEPT-MESSAGE
               PERFORM 3900-REJECT-ENTRY THRU 3900-EXIT
           END-IF.
       3150-EXIT.
           EXIT.

       3200-ENTER-NUM2.
           MOVE WS-DTL-NUM2 TO WS-NUM2-EDIT.
           DISPLAY "New NUM2 (blank = keep " WS-NUM2-EDIT "):".
           ACCEPT WS-ENTRY.
           IF WS-ENTRY = SPACES
               GO TO 3200-EXIT
           END-IF.
           PERFORM 3150-CHECK-NUM-ENTRY THRU 3150-EXIT.
           IF NOT WS-ENTRY-OK
               GO TO 3200-ENTER-NUM2
           END-IF.
           COMPUTE WS-DTL-NUM2 = FUNCTION NUMVAL(WS-ENTRY).
       3200-EXIT.
           EXIT.

      * "*" puts the column back to blank - every operation runs.
       3300-ENTER-OP-CODE.
           DISPLAY "New operation code A/S/M/D/P (blank = keep ["
               WS-DTL-OP-CODE "], * = all operations):".
           ACCEPT WS-ENTRY.
           IF WS-ENTRY = SPACES
               GO TO 3300-EXIT
           END-IF.
           IF WS-ENTRY = "*"
               MOVE SPACE TO WS-DTL-OP-CODE
               GO TO 3300-EXIT
           END-IF.
           IF WS-ENTRY(2:11) NOT = SPACES
               OR (WS-ENTRY(1:1) NOT = "A" AND NOT = "S"
                   AND NOT = "M" AND NOT = "D" AND NOT = "P")
               MOVE "Unrecognized operation code" TO WS-EXCEPT-MESSAGE
               PERFORM 3900-REJECT-ENTRY THRU 3900-EXIT
               GO TO 3300-ENTER-OP-CODE
           END-IF.
           MOVE WS-ENTRY(1:1) TO WS-DTL-OP-CODE.
       3300-EXIT.
           EXIT.

      * A corrected row may only be cut for a site that is on the
      * installation master and still trading - the front-end edit
      * would turn anything else away.
       3400-ENTER-INSTALLATION.
           DISPLAY "New installation (blank = keep "
               WS-DTL-INSTALLATION "):".
           ACCEPT WS-ENTRY.
           IF WS-ENTRY = SPACES
               MOVE WS-DTL-INSTALLATION TO WS-ENTRY
           END-IF.
           IF WS-ENTRY = SPACES
               GO TO 3400-EXIT
           END-IF.
           IF WS-ENTRY(5:8) NOT = SPACES
               MOVE "Installation code is longer than 4" TO
                   WS-EXCEPT-MESSAGE
               PERFORM 3900-REJECT-ENTRY THRU 3900-EXIT
               GO TO 3400-ENTER-INSTALLATION
           END-IF.
           MOVE WS-ENTRY(1:4) TO WS-NEW-INSTALLATION.
           CALL "operationsInstallLookup" USING WS-NEW-INSTALLATION,
               WS-SITE-NAME, WS-SITE-STATUS.
           IF WS-SITE-STATUS NOT = "A"
               MOVE "Correction rejected: not an open installation"
                   TO WS-EXCEPT-MESSAGE
               PERFORM 3900-REJECT-ENTRY THRU 3900-EXIT
               GO TO 3400-ENTER-INSTALLATION
           END-IF.
           MOVE WS-NEW-INSTALLATION TO WS-DTL-INSTALLATION.
       3400-EXIT.
           EXIT.

       3500-BUILD-IMAGE.
           MOVE SUSP-TRAN-ROW TO WS-SIM-TRAN-ROW.
           MOVE SUSP-CURRENCY TO WS-SIM-CURRENCY.
           MOVE SUSP-CLEAR-STATUS TO WS-SIM-STATUS.
           MOVE SUSP-CLEARED-BY TO WS-SIM-CLEARED-BY.
           MOVE SUSP-CLEAR-NOTE TO WS-SIM-NOTE.
       3500-EXIT.
           EXIT.

       3600-MARK-CLEARED.
           MOVE WS-OPERATOR-ID TO SUSP-CLEARED-BY.
           ACCEPT SUSP-CLEARED-DATE FROM DATE YYYYMMDD.
           ACCEPT SUSP-CLEARED-TIME FROM TIME.
           MOVE SUSPENSE-RECORD TO WS-SUSP-ENTRY(WS-SUSP-SUB).
       3600-EXIT.
           EXIT.

      * Suspense rows carry no key of their own - the date the item
      * went to suspense and its place on the file (rows are only
      * ever appended, and cleared rows stay) identify it.
       3700-WRITE-MAINT-LOG.
           MOVE SPACES TO WS-MLOG-KEY.
           STRING "SUSP " DELIMITED BY SIZE
               SUSP-ADDED-DATE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-ROW-NUM DELIMITED BY SIZE
               INTO WS-MLOG-KEY.
           CALL "operationsMaintLog" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID, WS-MLOG-ACTION, WS-MLOG-KEY,
               WS-MLOG-BEFORE, WS-MLOG-AFTER.
       3700-EXIT.
           EXIT.

       3900-REJECT-ENTRY.
           MOVE "N" TO WS-ENTRY-OK-SWITCH.
           DISPLAY "  " WS-EXCEPT-MESSAGE " - please re-enter.".
           MOVE WS-ENTRY TO WS-EXCEPT-BAD-ENTRY.
           PERFORM 9800-WRITE-EXCEPTION THRU 9800-EXIT.
       3900-EXIT.
           EXIT.

      * Nothing is cut for a written-off item - the reason is the
      * whole record of why the figures never posted.
       4000-WRITE-OFF-ITEM.
           DISPLAY "Write-off reason:".
           ACCEPT WS-WRITE-OFF-REASON.
           IF WS-WRITE-OFF-REASON = SPACES
               DISPLAY "  A write-off needs a reason - item left "
                   "open."
               MOVE "Write-off refused: no reason given"
                   TO WS-EXCEPT-MESSAGE
               MOVE SPACES TO WS-EXCEPT-BAD-ENTRY
               PERFORM 9800-WRITE-EXCEPTION THRU 9800-EXIT
               ADD 1 TO WS-LEFT-COUNT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 3500-BUILD-IMAGE THRU 3500-EXIT.
           MOVE WS-SUSP-IMAGE TO WS-MLOG-BEFORE.
           MOVE "W" TO SUSP-CLEAR-STATUS.
           MOVE WS-WRITE-OFF-REASON TO SUSP-CLEAR-NOTE.
           PERFORM 3600-MARK-CLEARED THRU 3600-EXIT.
           PERFORM 3500-BUILD-IMAGE THRU 3500-EXIT.
           MOVE WS-SUSP-IMAGE TO WS-MLOG-AFTER.
           MOVE "WRITE-OFF" TO WS-MLOG-ACTION.
           PERFORM 3700-WRITE-MAINT-LOG THRU 3700-EXIT.
           ADD 1 TO WS-WRITE-OFF-COUNT.
           DISPLAY "  Written off.".
       4000-EXIT.
           EXIT.

      * The header carries no as-of date, so the corrections post
      * under the business date of the run that takes them in.
       8000-WRITE-CORRECTIONS.
           IF WS-CORRECT-COUNT = ZERO
               GO TO 8000-EXIT
           END-IF.
           OPEN OUTPUT CORRECTION-FILE.
           MOVE "H" TO WS-CTL-RECORD-TYPE.
           MOVE WS-KEEP-COUNT TO WS-CTL-COUNT.
           MOVE ZERO TO WS-CTL-AS-OF-DATE.
           MOVE WS-CONTROL-ROW TO TRANS-RECORD.
           WRITE TRANS-RECORD.
           MOVE ZERO TO WS-KEEP-SUB.
           PERFORM 8100-WRITE-DETAIL-ROW THRU 8100-EXIT
               UNTIL WS-KEEP-SUB NOT < WS-KEEP-COUNT.
           MOVE "T" TO WS-CTL-RECORD-TYPE.
           MOVE WS-CONTROL-ROW TO TRANS-RECORD.
           WRITE TRANS-RECORD.
           CLOSE CORRECTION-FILE.
       8000-EXIT.
           EXIT.

       8100-WRITE-DETAIL-ROW.
           ADD 1 TO WS-KEEP-SUB.
           MOVE WS-KEEP-ROW(WS-KEEP-SUB) TO TRANS-RECORD.
           WRITE TRANS-RECORD.
       8100-EXIT.
           EXIT.

       8500-REWRITE-SUSPENSE.
           IF WS-CORRECT-COUNT = ZERO AND WS-WRITE-OFF-COUNT = ZERO
               GO TO 8500-EXIT
           END-IF.
           OPEN OUTPUT SUSPENSE-FILE.
           MOVE ZERO TO WS-SUSP-SUB.
           PERFORM 8600-WRITE-SUSPENSE-LINE THRU 8600-EXIT
               UNTIL WS-SUSP-SUB NOT < WS-SUSP-COUNT.
           CLOSE SUSPENSE-FILE.
       8500-EXIT.
           EXIT.

       8600-WRITE-SUSPENSE-LINE.
           ADD 1 TO WS-SUSP-SUB.
           MOVE WS-SUSP-ENTRY(WS-SUSP-SUB) TO SUSPENSE-RECORD.
           WRITE SUSPENSE-RECORD.
       8600-EXIT.
           EXIT.

       9000-TERMINATE.
           DISPLAY "SUSPENSE CLEARING COMPLETE".
           DISPLAY "  CORRECTED AND CUT: " WS-CORRECT-COUNT.
           DISPLAY "  WRITTEN OFF:       " WS-WRITE-OFF-COUNT.
           DISPLAY "  LEFT OPEN:         " WS-LEFT-COUNT.
           IF WS-CORRECT-COUNT > ZERO
               DISPLAY "  SUSPTRANFILE ROWS: " WS-KEEP-COUNT
                   " (" WS-CARRIED-COUNT " CARRIED FORWARD)"
               DISPLAY "Run SUSPTRANFILE through operationsTranEdit "
                   "before the next batch run."
           END-IF.
       9000-EXIT.
           EXIT.

       9800-WRITE-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE.
           ACCEPT EXC-DATE FROM DATE YYYYMMDD.
           ACCEPT EXC-TIME FROM TIME.
           MOVE "operationsSuspenseClear" TO EXC-PROGRAM.
           MOVE WS-EXCEPT-MESSAGE TO EXC-MESSAGE.
           MOVE ZERO TO EXC-NUM1.
           MOVE ZERO TO EXC-NUM2.
           MOVE WS-EXCEPT-BAD-ENTRY TO EXC-BAD-ENTRY.
           MOVE ZERO TO EXC-ID.
           WRITE EXCEPTION-RECORD.
           CLOSE EXCEPTION-FILE.
       9800-EXIT.
           EXIT.

      * Closes the session the shared sign-on module opened - run on
      * every exit that follows a successful sign-on, so an open
      * session on the log keeps meaning an abend.
       9950-SIGN-OFF.
           CALL "operationsSignOff" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID.
       9950-EXIT.
           EXIT.

       END PROGRAM operationsSuspenseClear.
