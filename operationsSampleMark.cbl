      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Records internal audit's findings against the items
      *           of a sample on the sample register SAMPLEREGFILE
      *           (drawn by operationsAuditSample). Each item is
      *           marked tested - the transaction checked out - or an
      *           exception, with a note of what was found; a sample
      *           can be listed with every item's status and a count
      *           of tested, exception and untested items. Nobody may
      *           mark an item they posted themselves. An item may be
      *           marked again if the finding changes; every mark
      *           lands on the maintenance change log with before and
      *           after images, so the earlier finding is never lost,
      *           and refusals go to the exception file. Items are
      *           worked one after another until a blank action.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsSampleMark.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "SAMPLEREGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
           COPY SAMPLEREG.

       FD  EXCEPTION-FILE.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
      * Program name handed to the shared sign-on module - kept in
      * working storage (truncated to the X(20) the module declares)
      * because a literal is not a valid BY REFERENCE argument.
           01 WS-SIGNON-PROGRAM PIC X(20) VALUE
               "operationsSampleMark".
           01 WS-REQUIRED-LEVEL PIC X(01) VALUE SPACE.
           01 WS-OPERATOR-ID PIC X(08).
           01 WS-USER-LEVEL PIC X(01).
           01 WS-SIGNON-OK-SWITCH PIC X(01).
               88 WS-SIGNON-OK VALUE "Y".
           01 WS-REG-STATUS PIC X(02) VALUE "00".
           01 WS-REG-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-REG-EOF VALUE "Y".
           01 WS-LOAD-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 WS-LOAD-OVERFLOW VALUE "Y".
           01 WS-DONE-SWITCH PIC X(01) VALUE "N".
               88 WS-DONE VALUE "Y".
           01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
               88 WS-FOUND VALUE "Y".
           01 WS-ENTRY-OK-SWITCH PIC X(01).
               88 WS-ENTRY-OK VALUE "Y".
           01 WS-TODAY PIC 9(08).
           01 WS-ACTION PIC X(01).
               88 WS-ACTION-TESTED VALUE "T".
               88 WS-ACTION-EXCEPTION VALUE "E".
               88 WS-ACTION-LIST VALUE "L".
           01 WS-ENTRY-TEXT PIC X(05).
           01 WS-NUM-CHECK PIC S9(4) COMP.
           01 WS-WANT-SAMPLE-ID PIC 9(05).
           01 WS-WANT-ITEM-NUM PIC 9(05).
           01 WS-NEW-NOTE PIC X(40).
           01 WS-EXCEPT-MESSAGE PIC X(50).
           01 WS-EXCEPT-BAD-ENTRY PIC X(12).
           01 WS-MLOG-ACTION PIC X(10).
           01 WS-MLOG-KEY PIC X(20).
           01 WS-MLOG-BEFORE PIC X(80).
           01 WS-MLOG-AFTER PIC X(80).
           01 WS-ITEM-IMAGE.
               05 WS-IMG-HIST-DATE PIC 9(08).
               05 FILLER PIC X(01) VALUE "-".
               05 WS-IMG-HIST-SEQ-NUM PIC 9(05).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-IMG-STATUS PIC X(01).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-IMG-MARKED-BY PIC X(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-IMG-MARKED-DATE PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-IMG-NOTE PIC X(40).
           01 WS-RESULT-EDIT PIC Z,ZZZ,ZZ9.99-.
           01 WS-MARK-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-REFUSED-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-TESTED-COUNT PIC 9(05) COMP.
           01 WS-EXCEPTION-COUNT PIC 9(05) COMP.
           01 WS-OPEN-COUNT PIC 9(05) COMP.
           01 WS-ROW-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-ROW-SUB PIC 9(05) COMP.
           01 WS-REGISTER-TABLE.
               05 WS-REGISTER-ENTRY OCCURS 5000 TIMES PIC X(120).

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
           PERFORM 1000-LOAD-REGISTER THRU 1000-EXIT.
           IF WS-REG-STATUS = "35"
               DISPLAY "No SAMPLEREGFILE - no samples have been drawn."
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
      * A live file bigger than the working table would come back
      * from the rewrite missing its overflow rows - the run stops
      * before touching anything.
           IF WS-LOAD-OVERFLOW
               DISPLAY "SAMPLEREGFILE has more rows than the working "
                   "table holds - marking cannot run safely; "
                   "nothing was changed."
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-WORK-ONE-ITEM THRU 2000-EXIT
               UNTIL WS-DONE.
           IF WS-MARK-COUNT > ZERO
               PERFORM 8000-REWRITE-REGISTER THRU 8000-EXIT
           END-IF.
           DISPLAY "SAMPLE MARKING COMPLETE".
           DISPLAY "  MARKED:  " WS-MARK-COUNT.
           DISPLAY "  REFUSED: " WS-REFUSED-COUNT.
           PERFORM 9950-SIGN-OFF THRU 9950-EXIT.
           GOBACK.

       1000-LOAD-REGISTER.
           OPEN INPUT REGISTER-FILE.
           IF WS-REG-STATUS = "35"
               GO TO 1000-EXIT
           END-IF.
           READ REGISTER-FILE
               AT END SET WS-REG-EOF TO TRUE
           END-READ.
           PERFORM 1100-LOAD-REGISTER-LINE THRU 1100-EXIT
               UNTIL WS-REG-EOF.
           CLOSE REGISTER-FILE.
       1000-EXIT.
           EXIT.

       1100-LOAD-REGISTER-LINE.
           IF WS-ROW-COUNT NOT < 5000
               SET WS-LOAD-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-ROW-COUNT
               MOVE SAMPLE-REGISTER-RECORD
                   TO WS-REGISTER-ENTRY(WS-ROW-COUNT)
           END-IF.
           READ REGISTER-FILE
               AT END SET WS-REG-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       2000-WORK-ONE-ITEM.
           DISPLAY "T mark an item tested, E mark an item an "
               "exception, L list a sample (blank to finish):".
           MOVE SPACE TO WS-ACTION.
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN WS-ACTION = SPACE
                   SET WS-DONE TO TRUE
               WHEN WS-ACTION-TESTED
                   PERFORM 2100-MARK-ITEM THRU 2100-EXIT
               WHEN WS-ACTION-EXCEPTION
                   PERFORM 2100-MARK-ITEM THRU 2100-EXIT
               WHEN WS-ACTION-LIST
                   PERFORM 2400-LIST-SAMPLE THRU 2400-EXIT
               WHEN OTHER
                   DISPLAY "Enter T, E or L."
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2100-MARK-ITEM.
           DISPLAY "Sample number:".
           PERFORM 2200-ACCEPT-NUMBER THRU 2200-EXIT.
           IF NOT WS-ENTRY-OK
               GO TO 2100-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(WS-ENTRY-TEXT) TO WS-WANT-SAMPLE-ID.
           DISPLAY "Item number:".
           PERFORM 2200-ACCEPT-NUMBER THRU 2200-EXIT.
           IF NOT WS-ENTRY-OK
               GO TO 2100-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(WS-ENTRY-TEXT) TO WS-WANT-ITEM-NUM.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-ROW-SUB.
           PERFORM 2300-SCAN-FOR-ITEM THRU 2300-EXIT
               UNTIL WS-FOUND OR WS-ROW-SUB NOT < WS-ROW-COUNT.
           IF NOT WS-FOUND
               MOVE "Mark refused - no such sample item" TO
                   WS-EXCEPT-MESSAGE
               PERFORM 2900-REFUSE-MARK THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
      * Audit must be independent of the work audited.
           IF SREG-USER-ID = WS-OPERATOR-ID
               MOVE SREG-USER-ID TO WS-EXCEPT-BAD-ENTRY
               MOVE "Mark refused - the item is your own posting" TO
                   WS-EXCEPT-MESSAGE
               PERFORM 2900-REFUSE-MARK THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE SREG-RESULT TO WS-RESULT-EDIT.
           DISPLAY "Item " SREG-ITEM-NUM " " SREG-HIST-DATE "-"
               SREG-HIST-SEQ-NUM " " SREG-INSTALLATION " "
               SREG-USER-ID " " WS-RESULT-EDIT.
           IF NOT SREG-ITEM-OPEN
               DISPLAY "  already marked " SREG-ITEM-STATUS " by "
                   SREG-MARKED-BY " on " SREG-MARKED-DATE " "
                   SREG-NOTE
           END-IF.
           DISPLAY "Note (what was checked or found):".
           MOVE SPACES TO WS-NEW-NOTE.
           ACCEPT WS-NEW-NOTE.
           IF WS-ACTION-EXCEPTION AND WS-NEW-NOTE = SPACES
               MOVE SPACES TO WS-EXCEPT-BAD-ENTRY
               MOVE "Mark refused - an exception needs a note" TO
                   WS-EXCEPT-MESSAGE
               PERFORM 2900-REFUSE-MARK THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2500-FILL-IMAGE THRU 2500-EXIT.
           MOVE WS-ITEM-IMAGE TO WS-MLOG-BEFORE.
           MOVE WS-ACTION TO SREG-ITEM-STATUS.
           MOVE WS-OPERATOR-ID TO SREG-MARKED-BY.
           MOVE WS-TODAY TO SREG-MARKED-DATE.
           MOVE WS-NEW-NOTE TO SREG-NOTE.
           MOVE SAMPLE-REGISTER-RECORD TO WS-REGISTER-ENTRY(WS-ROW-SUB).
           ADD 1 TO WS-MARK-COUNT.
           IF WS-ACTION-TESTED
               MOVE "TESTED" TO WS-MLOG-ACTION
           ELSE
               MOVE "EXCEPTION" TO WS-MLOG-ACTION
           END-IF.
           PERFORM 2500-FILL-IMAGE THRU 2500-EXIT.
           MOVE WS-ITEM-IMAGE TO WS-MLOG-AFTER.
           PERFORM 2600-WRITE-MAINT-LOG THRU 2600-EXIT.
           DISPLAY "Item " SREG-ITEM-NUM " of sample " SREG-SAMPLE-ID
               " marked.".
       2100-EXIT.
           EXIT.

       2200-ACCEPT-NUMBER.
           MOVE "N" TO WS-ENTRY-OK-SWITCH.
           MOVE SPACES TO WS-ENTRY-TEXT.
           ACCEPT WS-ENTRY-TEXT.
           MOVE WS-ENTRY-TEXT TO WS-EXCEPT-BAD-ENTRY.
           MOVE FUNCTION TEST-NUMVAL(WS-ENTRY-TEXT) TO WS-NUM-CHECK.
           IF WS-ENTRY-TEXT = SPACES OR WS-NUM-CHECK NOT = 0
               MOVE "Refused - sample or item number is not numeric"
                   TO WS-EXCEPT-MESSAGE
               PERFORM 2900-REFUSE-MARK THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.
           SET WS-ENTRY-OK TO TRUE.
       2200-EXIT.
           EXIT.

      * Leaves the matching item in the record area on a hit.
       2300-SCAN-FOR-ITEM.
           ADD 1 TO WS-ROW-SUB.
           MOVE WS-REGISTER-ENTRY(WS-ROW-SUB) TO SAMPLE-REGISTER-RECORD.
           IF SREG-SAMPLE-ID = WS-WANT-SAMPLE-ID AND SREG-ITEM
               AND SREG-ITEM-NUM = WS-WANT-ITEM-NUM
               SET WS-FOUND TO TRUE
           END-IF.
       2300-EXIT.
           EXIT.

       2400-LIST-SAMPLE.
           DISPLAY "Sample number:".
           PERFORM 2200-ACCEPT-NUMBER THRU 2200-EXIT.
           IF NOT WS-ENTRY-OK
               GO TO 2400-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(WS-ENTRY-TEXT) TO WS-WANT-SAMPLE-ID.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-TESTED-COUNT.
           MOVE ZERO TO WS-EXCEPTION-COUNT.
           MOVE ZERO TO WS-OPEN-COUNT.
           MOVE ZERO TO WS-ROW-SUB.
           PERFORM 2410-LIST-SAMPLE-LINE THRU 2410-EXIT
               UNTIL WS-ROW-SUB NOT < WS-ROW-COUNT.
           IF NOT WS-FOUND
               DISPLAY "Sample " WS-WANT-SAMPLE-ID " is not on the "
                   "register."
               GO TO 2400-EXIT
           END-IF.
           DISPLAY "  TESTED: " WS-TESTED-COUNT "  EXCEPTIONS: "
               WS-EXCEPTION-COUNT "  NOT YET TESTED: " WS-OPEN-COUNT.
       2400-EXIT.
           EXIT.

       2410-LIST-SAMPLE-LINE.
           ADD 1 TO WS-ROW-SUB.
           MOVE WS-REGISTER-ENTRY(WS-ROW-SUB) TO SAMPLE-REGISTER-RECORD.
           IF SREG-SAMPLE-ID NOT = WS-WANT-SAMPLE-ID
               GO TO 2410-EXIT
           END-IF.
           SET WS-FOUND TO TRUE.
           IF SREG-HEADER
               DISPLAY "Sample " SREG-SAMPLE-ID " drawn "
                   SREG-DRAWN-DATE " by " SREG-DRAWN-BY " - "
                   SREG-PURPOSE
               DISPLAY "  rows " SREG-FROM-DATE " to " SREG-TO-DATE
                   ", method " SREG-METHOD ", stratified '"
                   SREG-STRATA "', seed " SREG-SEED ", "
                   SREG-ITEM-COUNT " items"
               GO TO 2410-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN SREG-ITEM-TESTED
                   ADD 1 TO WS-TESTED-COUNT
               WHEN SREG-ITEM-EXCEPTION
                   ADD 1 TO WS-EXCEPTION-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OPEN-COUNT
           END-EVALUATE.
           MOVE SREG-RESULT TO WS-RESULT-EDIT.
           PERFORM 2500-FILL-IMAGE THRU 2500-EXIT.
           DISPLAY SREG-ITEM-NUM " " SREG-INSTALLATION " "
               SREG-USER-ID " " WS-RESULT-EDIT " " WS-ITEM-IMAGE.
       2410-EXIT.
           EXIT.

       2500-FILL-IMAGE.
           MOVE SREG-HIST-DATE TO WS-IMG-HIST-DATE.
           MOVE SREG-HIST-SEQ-NUM TO WS-IMG-HIST-SEQ-NUM.
           MOVE SREG-ITEM-STATUS TO WS-IMG-STATUS.
           MOVE SREG-MARKED-BY TO WS-IMG-MARKED-BY.
           MOVE SREG-MARKED-DATE TO WS-IMG-MARKED-DATE.
           MOVE SREG-NOTE TO WS-IMG-NOTE.
       2500-EXIT.
           EXIT.

       2600-WRITE-MAINT-LOG.
           MOVE SPACES TO WS-MLOG-KEY.
           STRING "SAMPLE " DELIMITED BY SIZE
               SREG-SAMPLE-ID DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               SREG-ITEM-NUM DELIMITED BY SIZE
               INTO WS-MLOG-KEY.
           CALL "operationsMaintLog" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID, WS-MLOG-ACTION, WS-MLOG-KEY,
               WS-MLOG-BEFORE, WS-MLOG-AFTER.
       2600-EXIT.
           EXIT.

       2900-REFUSE-MARK.
           ADD 1 TO WS-REFUSED-COUNT.
           DISPLAY WS-EXCEPT-MESSAGE.
           OPEN EXTEND EXCEPTION-FILE.
           ACCEPT EXC-DATE FROM DATE YYYYMMDD.
           ACCEPT EXC-TIME FROM TIME.
           MOVE "operationsSampleMark" TO EXC-PROGRAM.
           MOVE WS-EXCEPT-MESSAGE TO EXC-MESSAGE.
           MOVE ZERO TO EXC-NUM1.
           MOVE ZERO TO EXC-NUM2.
           MOVE WS-EXCEPT-BAD-ENTRY TO EXC-BAD-ENTRY.
           MOVE ZERO TO EXC-ID.
           WRITE EXCEPTION-RECORD.
           CLOSE EXCEPTION-FILE.
       2900-EXIT.
           EXIT.

       8000-REWRITE-REGISTER.
           OPEN OUTPUT REGISTER-FILE.
           MOVE ZERO TO WS-ROW-SUB.
           PERFORM 8100-WRITE-REGISTER-LINE THRU 8100-EXIT
               UNTIL WS-ROW-SUB NOT < WS-ROW-COUNT.
           CLOSE REGISTER-FILE.
       8000-EXIT.
           EXIT.

       8100-WRITE-REGISTER-LINE.
           ADD 1 TO WS-ROW-SUB.
           MOVE WS-REGISTER-ENTRY(WS-ROW-SUB) TO SAMPLE-REGISTER-RECORD.
           WRITE SAMPLE-REGISTER-RECORD.
       8100-EXIT.
           EXIT.

       9950-SIGN-OFF.
           CALL "operationsSignOff" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID.
       9950-EXIT.
           EXIT.

       END PROGRAM operationsSampleMark.
