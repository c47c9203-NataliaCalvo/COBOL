      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Double-keyed entry of a transaction batch, so a
      *           TRANFILE no longer has to be typed up in a text
      *           editor. The keying operator signs on, gives the
      *           batch's business date (a real business day that
      *           reconciliation has not closed), and keys each
      *           detail row's NUM1 and NUM2 under the same NUMVAL
      *           validation the math utilities use, then its
      *           installation (blank for the run's own site,
      *           otherwise open on the installation master and one
      *           the operator may work) and operation code (blank
      *           for all operations). A second, different operator
      *           then signs on and re-keys the same number of rows
      *           blind - nothing of the first keying is shown. Every
      *           row where the two keyings disagree is shown side by
      *           side and the verifier resolves it: keep the first
      *           keying, keep the second, or key it again. The
      *           resolved batch is written to KEYTRANFILE with a
      *           header carrying the business date and the row
      *           count and a trailer carrying the count, ready for
      *           operationsTranEdit, and the batch is registered on
      *           ENTRYREGFILE against both operators' user ids. A
      *           batch whose verifier never signs on is abandoned -
      *           nothing is written. KEYTRANFILE holds one batch at a
      *           time: while an earlier batch is still on it, waiting
      *           to be taken into operationsTranEdit, no new batch
      *           can be started.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsTranEntry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEYED-TRAN-FILE ASSIGN TO "KEYTRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYTRAN-STATUS.
           SELECT ENTRY-REGISTER-FILE ASSIGN TO "ENTRYREGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTREG-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  KEYED-TRAN-FILE.
           COPY TRANREC.

       FD  ENTRY-REGISTER-FILE.
           COPY ENTRYREG.

       FD  EXCEPTION-FILE.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
           COPY MATHFLDS.
      * Program name handed to the shared sign-on module - kept in
      * working storage (truncated to the X(20) the module declares)
      * because a literal is not a valid BY REFERENCE argument.
           01 WS-SIGNON-PROGRAM PIC X(20) VALUE
               "operationsTranEntry".
           01 WS-REQUIRED-LEVEL PIC X(01) VALUE SPACE.
           01 WS-USER-LEVEL PIC X(01).
           01 WS-SIGNON-OK-SWITCH PIC X(01).
               88 WS-SIGNON-OK VALUE "Y".
           01 WS-SITE-ACTION PIC X(05) VALUE "CHECK".
           01 WS-SITE-ALLOWED-SWITCH PIC X(01).
               88 WS-SITE-ALLOWED VALUE "Y".
           01 WS-KEYTRAN-STATUS PIC X(02) VALUE "00".
           01 WS-KEYTRAN-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-KEYTRAN-EOF VALUE "Y".
           01 WS-KEYTRAN-FAILED-SWITCH PIC X(01) VALUE "N".
               88 WS-KEYTRAN-FAILED VALUE "Y".
           01 WS-WAITING-ROWS PIC 9(07) VALUE ZERO.
           01 WS-WAITING-DATE PIC 9(08) VALUE ZERO.
           01 WS-ENTREG-STATUS PIC X(02) VALUE "00".
           01 WS-ENTREG-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-ENTREG-EOF VALUE "Y".
           01 WS-KEYING-DONE-SWITCH PIC X(01) VALUE "N".
               88 WS-KEYING-DONE VALUE "Y".
           01 WS-VERIFIED-SWITCH PIC X(01) VALUE "N".
               88 WS-VERIFIED VALUE "Y".
           01 WS-WORKING-SWITCH PIC X(01).
               88 WS-WORKING-DAY VALUE "Y".
           01 WS-DATE-CLOSED-SWITCH PIC X(01).
               88 WS-DATE-CLOSED VALUE "Y".
           01 WS-ANSWER PIC X(01).
           01 WS-ENTRY PIC X(08).
           01 WS-SITE-NAME PIC X(24).
           01 WS-SITE-STATUS PIC X(01).
           01 WS-TODAY PIC 9(08).
           01 WS-BUSINESS-DATE PIC 9(08).
           01 WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
               05 WS-BUSINESS-YYYY PIC 9(04).
               05 WS-BUSINESS-MM PIC 9(02).
               05 WS-BUSINESS-DD PIC 9(02).
           01 WS-ROUND-TRIP-DATE PIC 9(08).
           01 WS-BATCH-NUM PIC 9(05) VALUE ZERO.
           01 WS-KEYER-ID PIC X(08).
           01 WS-KEYED-DATE PIC 9(08).
           01 WS-KEYED-TIME PIC 9(08).
           01 WS-VERIFIER-ID PIC X(08).
           01 WS-ROW-NUM PIC 9(05).
           01 WS-ROW-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-ROW-TOTAL PIC 9(05).
           01 WS-ROW-SUB PIC 9(05) COMP.
           01 WS-MAX-ROWS PIC 9(05) COMP VALUE 1000.
           01 WS-MISMATCH-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-NUM1-EDIT PIC -Z,ZZZ,ZZ9.99.
           01 WS-NUM2-EDIT PIC -Z,ZZZ,ZZ9.99.
      * One keying of each row, first and second, in the TRANREC
      * detail shape. The first table ends up holding the resolved
      * batch.
           01 WS-FIRST-TABLE.
               05 WS-FIRST-ROW OCCURS 1000 TIMES PIC X(29).
           01 WS-SECOND-TABLE.
               05 WS-SECOND-ROW OCCURS 1000 TIMES PIC X(29).
      * The row being keyed.
           01 WS-DETAIL-ROW.
               05 WS-DTL-RECORD-TYPE PIC X(01).
               05 WS-DTL-NUM1 PIC S9(7)V99 SIGN LEADING SEPARATE.
               05 WS-DTL-NUM2 PIC S9(7)V99 SIGN LEADING SEPARATE.
               05 WS-DTL-INSTALLATION PIC X(04).
               05 WS-DTL-OP-CODE PIC X(01).
               05 WS-DTL-CURRENCY PIC X(03).
      * A row shown back to the verifier.
           01 WS-SHOW-ROW.
               05 FILLER PIC X(01).
               05 WS-SHOW-NUM1 PIC S9(7)V99 SIGN LEADING SEPARATE.
               05 WS-SHOW-NUM2 PIC S9(7)V99 SIGN LEADING SEPARATE.
               05 WS-SHOW-INSTALLATION PIC X(04).
               05 WS-SHOW-OP-CODE PIC X(01).
               05 FILLER PIC X(03).
           01 WS-SHOW-LABEL PIC X(08).
           01 WS-CONTROL-ROW.
               05 WS-CTL-RECORD-TYPE PIC X(01).
               05 WS-CTL-COUNT PIC 9(07).
               05 WS-CTL-AS-OF-DATE PIC 9(08).
               05 FILLER PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.
      * The keying operator's session is closed before the verifier
      * signs on, so the session log shows two operators, one after
      * the other, each on their own part of the batch.
       0000-MAINLINE.
           CALL "operationsSignOn" USING WS-SIGNON-PROGRAM,
               WS-REQUIRED-LEVEL, WS-OPERATOR-ID, WS-USER-LEVEL,
               WS-SIGNON-OK-SWITCH.
           IF NOT WS-SIGNON-OK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-OPERATOR-ID TO WS-KEYER-ID.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-KEY-FIRST-ROW THRU 2000-EXIT
               UNTIL WS-KEYING-DONE.
           ACCEPT WS-KEYED-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-KEYED-TIME FROM TIME.
           PERFORM 9950-SIGN-OFF THRU 9950-EXIT.
           IF WS-ROW-COUNT = ZERO
               DISPLAY "No rows keyed - nothing was written."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-ROW-COUNT TO WS-ROW-TOTAL.
           PERFORM 3000-SIGN-ON-VERIFIER THRU 3000-EXIT.
           IF NOT WS-VERIFIED
               DISPLAY "Batch not verified - abandoned; nothing was "
                   "written."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Re-key the batch of " WS-ROW-TOTAL " rows.".
           MOVE ZERO TO WS-ROW-SUB.
           PERFORM 4000-KEY-SECOND-ROW THRU 4000-EXIT
               UNTIL WS-ROW-SUB NOT < WS-ROW-COUNT.
           MOVE ZERO TO WS-ROW-SUB.
           PERFORM 5000-COMPARE-ROW THRU 5000-EXIT
               UNTIL WS-ROW-SUB NOT < WS-ROW-COUNT.
           PERFORM 8000-WRITE-KEYED-FILE THRU 8000-EXIT.
           IF WS-KEYTRAN-FAILED
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 8500-REGISTER-BATCH THRU 8500-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9950-SIGN-OFF THRU 9950-EXIT.
           GOBACK.

      * The batch number runs on from the last row on the register;
      * no register yet means this is batch 1. A batch still waiting
      * on KEYTRANFILE would be overwritten by this one, so the run
      * refuses before anything is keyed.
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 1020-CHECK-KEYED-FILE THRU 1020-EXIT.
           IF WS-KEYTRAN-STATUS NOT = "35"
               DISPLAY "KEYTRANFILE STILL HOLDS A BATCH (BUSINESS "
                   "DATE " WS-WAITING-DATE ", " WS-WAITING-ROWS
                   " ROWS) - take it into operationsTranEdit as "
                   "TRANEDITFILE and clear KEYTRANFILE before keying "
                   "another. Nothing was keyed."
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ENTRY-REGISTER-FILE.
           IF WS-ENTREG-STATUS = "35"
               SET WS-ENTREG-EOF TO TRUE
           ELSE
               READ ENTRY-REGISTER-FILE
                   AT END SET WS-ENTREG-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 1050-READ-REGISTER-LINE THRU 1050-EXIT
               UNTIL WS-ENTREG-EOF.
           IF WS-ENTREG-STATUS NOT = "35"
               CLOSE ENTRY-REGISTER-FILE
           END-IF.
           ADD 1 TO WS-BATCH-NUM.
           DISPLAY "KEYED ENTRY BATCH " WS-BATCH-NUM.
           PERFORM 1100-ENTER-BUSINESS-DATE THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      * No KEYTRANFILE, or an empty one, leaves the status at "35"
      * so the run goes ahead; any row at all means a batch is
      * waiting, and a file that cannot be read is treated as one.
       1020-CHECK-KEYED-FILE.
           OPEN INPUT KEYED-TRAN-FILE.
           IF WS-KEYTRAN-STATUS NOT = "00"
               GO TO 1020-EXIT
           END-IF.
           READ KEYED-TRAN-FILE
               AT END SET WS-KEYTRAN-EOF TO TRUE
           END-READ.
           IF WS-KEYTRAN-EOF
               CLOSE KEYED-TRAN-FILE
               MOVE "35" TO WS-KEYTRAN-STATUS
               GO TO 1020-EXIT
           END-IF.
           PERFORM 1030-COUNT-KEYED-LINE THRU 1030-EXIT
               UNTIL WS-KEYTRAN-EOF.
           CLOSE KEYED-TRAN-FILE.
       1020-EXIT.
           EXIT.

       1030-COUNT-KEYED-LINE.
           IF TR-IS-HEADER
               IF TRC-AS-OF-DATE IS NUMERIC
                   MOVE TRC-AS-OF-DATE TO WS-WAITING-DATE
               END-IF
           ELSE
               IF NOT TR-IS-TRAILER
                   ADD 1 TO WS-WAITING-ROWS
               END-IF
           END-IF.
           READ KEYED-TRAN-FILE
               AT END SET WS-KEYTRAN-EOF TO TRUE
           END-READ.
       1030-EXIT.
           EXIT.

       1050-READ-REGISTER-LINE.
           IF ENT-BATCH-NUM IS NUMERIC
               AND ENT-BATCH-NUM > WS-BATCH-NUM
               MOVE ENT-BATCH-NUM TO WS-BATCH-NUM
           END-IF.
           READ ENTRY-REGISTER-FILE
               AT END SET WS-ENTREG-EOF TO TRUE
           END-READ.
       1050-EXIT.
           EXIT.

      * A header date is real when it survives the trip to a day
      * number and back unchanged; it must also be a business day
      * and one reconciliation has not already closed, or the
      * driver would post the batch somewhere nobody looks.
       1100-ENTER-BUSINESS-DATE.
           DISPLAY "Business date for this batch (YYYYMMDD, blank "
               "for today):".
           ACCEPT WS-ENTRY.
           IF WS-ENTRY = SPACES
               MOVE WS-TODAY TO WS-BUSINESS-DATE
           ELSE
               IF WS-ENTRY NOT NUMERIC
                   MOVE "Business date is not numeric"
                       TO WS-EXCEPT-MESSAGE
                   GO TO 1100-REJECT-DATE
               END-IF
               MOVE WS-ENTRY TO WS-BUSINESS-DATE
           END-IF.
           IF WS-BUSINESS-YYYY < 1601
               OR WS-BUSINESS-MM < 1 OR WS-BUSINESS-MM > 12
               OR WS-BUSINESS-DD < 1 OR WS-BUSINESS-DD > 31
               MOVE "Business date is not a real date"
                   TO WS-EXCEPT-MESSAGE
               GO TO 1100-REJECT-DATE
           END-IF.
           COMPUTE WS-ROUND-TRIP-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)).
           IF WS-ROUND-TRIP-DATE NOT = WS-BUSINESS-DATE
               MOVE "Business date is not a real date"
                   TO WS-EXCEPT-MESSAGE
               GO TO 1100-REJECT-DATE
           END-IF.
           CALL "operationsBusinessDayCheck" USING WS-BUSINESS-DATE,
               WS-WORKING-SWITCH.
           IF NOT WS-WORKING-DAY
               MOVE "Business date is not a business day"
                   TO WS-EXCEPT-MESSAGE
               GO TO 1100-REJECT-DATE
           END-IF.
           CALL "operationsClosedPeriodCheck" USING WS-BUSINESS-DATE,
               WS-DATE-CLOSED-SWITCH.
           IF WS-DATE-CLOSED
               MOVE "Business date is already closed"
                   TO WS-EXCEPT-MESSAGE
               GO TO 1100-REJECT-DATE
           END-IF.
           GO TO 1100-EXIT.
       1100-REJECT-DATE.
           DISPLAY WS-EXCEPT-MESSAGE " - please re-enter.".
           MOVE ZERO TO NUM1.
           MOVE ZERO TO NUM2.
           MOVE WS-ENTRY TO WS-EXCEPT-BAD-ENTRY.
           PERFORM WRITE-EXCEPTION.
           GO TO 1100-ENTER-BUSINESS-DATE.
       1100-EXIT.
           EXIT.

       2000-KEY-FIRST-ROW.
           IF WS-ROW-COUNT NOT < WS-MAX-ROWS
               DISPLAY "Batch is full at " WS-MAX-ROWS " rows."
               SET WS-KEYING-DONE TO TRUE
               GO TO 2000-EXIT
           END-IF.
           COMPUTE WS-ROW-NUM = WS-ROW-COUNT + 1.
           DISPLAY "Key row " WS-ROW-NUM "? (Y, or N to end the "
               "batch)".
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
               SET WS-KEYING-DONE TO TRUE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-KEY-ROW THRU 2100-EXIT.
           ADD 1 TO WS-ROW-COUNT.
           MOVE WS-DETAIL-ROW TO WS-FIRST-ROW(WS-ROW-COUNT).
       2000-EXIT.
           EXIT.

      * One row keyed and proven - the same prompts for the keyer,
      * the verifier and a re-key at resolution.
       2100-KEY-ROW.
           MOVE SPACES TO WS-DETAIL-ROW.
           PERFORM VALIDATE-NUM1.
           PERFORM VALIDATE-NUM2.
           MOVE NUM1 TO WS-DTL-NUM1.
           MOVE NUM2 TO WS-DTL-NUM2.
           PERFORM 2200-ENTER-INSTALLATION THRU 2200-EXIT.
           PERFORM 2300-ENTER-OP-CODE THRU 2300-EXIT.
       2100-EXIT.
           EXIT.

       2200-ENTER-INSTALLATION.
           DISPLAY "Installation (blank for the run's own site):".
           MOVE SPACES TO WS-INSTALL-ENTRY.
           ACCEPT WS-INSTALL-ENTRY.
           IF WS-INSTALL-ENTRY = SPACES
               MOVE SPACES TO WS-DTL-INSTALLATION
               GO TO 2200-EXIT
           END-IF.
           CALL "operationsInstallLookup" USING WS-INSTALL-ENTRY,
               WS-SITE-NAME, WS-SITE-STATUS.
           IF WS-SITE-STATUS NOT = "A"
               MOVE "Installation is not open on the master"
                   TO WS-EXCEPT-MESSAGE
               GO TO 2200-REJECT-INSTALLATION
           END-IF.
           CALL "operationsSiteAccess" USING WS-SITE-ACTION,
               WS-OPERATOR-ID, WS-USER-LEVEL, WS-INSTALL-ENTRY,
               WS-SITE-ALLOWED-SWITCH.
           IF NOT WS-SITE-ALLOWED
               MOVE "Operator not allowed this site"
                   TO WS-EXCEPT-MESSAGE
               GO TO 2200-REJECT-INSTALLATION
           END-IF.
           MOVE WS-INSTALL-ENTRY TO WS-DTL-INSTALLATION.
           GO TO 2200-EXIT.
       2200-REJECT-INSTALLATION.
           DISPLAY WS-EXCEPT-MESSAGE " - please re-enter.".
           MOVE WS-INSTALL-ENTRY TO WS-EXCEPT-BAD-ENTRY.
           PERFORM WRITE-EXCEPTION.
           GO TO 2200-ENTER-INSTALLATION.
       2200-EXIT.
           EXIT.

       2300-ENTER-OP-CODE.
           DISPLAY "Operation code A/S/M/D/P (blank for all):".
           MOVE SPACES TO WS-ENTRY.
           ACCEPT WS-ENTRY.
           IF WS-ENTRY(2:7) = SPACES
               AND (WS-ENTRY(1:1) = "A" OR "S" OR "M" OR "D" OR "P"
                   OR SPACE)
               MOVE WS-ENTRY(1:1) TO WS-DTL-OP-CODE
               GO TO 2300-EXIT
           END-IF.
           DISPLAY "Unrecognized operation code - please re-enter.".
           MOVE "Unrecognized operation code" TO WS-EXCEPT-MESSAGE.
           MOVE WS-ENTRY TO WS-EXCEPT-BAD-ENTRY.
           PERFORM WRITE-EXCEPTION.
           GO TO 2300-ENTER-OP-CODE.
       2300-EXIT.
           EXIT.

      * The verifier has to be somebody else - the keyer signing on
      * again is turned away and the sign-on offered afresh. A
      * sign-on that fails outright abandons the batch.
       3000-SIGN-ON-VERIFIER.
           DISPLAY "Batch " WS-BATCH-NUM " of " WS-ROW-TOTAL
               " rows keyed by " WS-KEYER-ID ".".
           DISPLAY "The verifying operator signs on now.".
           CALL "operationsSignOn" USING WS-SIGNON-PROGRAM,
               WS-REQUIRED-LEVEL, WS-OPERATOR-ID, WS-USER-LEVEL,
               WS-SIGNON-OK-SWITCH.
           IF NOT WS-SIGNON-OK
               GO TO 3000-EXIT
           END-IF.
           IF WS-OPERATOR-ID = WS-KEYER-ID
               DISPLAY "The operator who keyed the batch cannot "
                   "verify it - a different operator must sign on."
               MOVE "Keyer refused as verifier of own batch"
                   TO WS-EXCEPT-MESSAGE
               MOVE ZERO TO NUM1
               MOVE ZERO TO NUM2
               MOVE WS-OPERATOR-ID TO WS-EXCEPT-BAD-ENTRY
               PERFORM WRITE-EXCEPTION
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               GO TO 3000-SIGN-ON-VERIFIER
           END-IF.
           MOVE WS-OPERATOR-ID TO WS-VERIFIER-ID.
           SET WS-VERIFIED TO TRUE.
       3000-EXIT.
           EXIT.

       4000-KEY-SECOND-ROW.
           ADD 1 TO WS-ROW-SUB.
           MOVE WS-ROW-SUB TO WS-ROW-NUM.
           DISPLAY "Row " WS-ROW-NUM " of " WS-ROW-TOTAL ":".
           PERFORM 2100-KEY-ROW THRU 2100-EXIT.
           MOVE WS-DETAIL-ROW TO WS-SECOND-ROW(WS-ROW-SUB).
       4000-EXIT.
           EXIT.

      * Both keyings are only shown once the blind re-key is done.
      * Whatever the verifier settles on replaces the first keying,
      * which is the table the file is written from.
       5000-COMPARE-ROW.
           ADD 1 TO WS-ROW-SUB.
           IF WS-FIRST-ROW(WS-ROW-SUB) = WS-SECOND-ROW(WS-ROW-SUB)
               GO TO 5000-EXIT
           END-IF.
           ADD 1 TO WS-MISMATCH-COUNT.
           MOVE WS-ROW-SUB TO WS-ROW-NUM.
           DISPLAY "ROW " WS-ROW-NUM " WAS KEYED DIFFERENTLY:".
           MOVE "  FIRST " TO WS-SHOW-LABEL.
           MOVE WS-FIRST-ROW(WS-ROW-SUB) TO WS-SHOW-ROW.
           PERFORM 5100-SHOW-ROW THRU 5100-EXIT.
           MOVE "  SECOND" TO WS-SHOW-LABEL.
           MOVE WS-SECOND-ROW(WS-ROW-SUB) TO WS-SHOW-ROW.
           PERFORM 5100-SHOW-ROW THRU 5100-EXIT.
       5000-ASK.
           DISPLAY "Keep first (1), keep second (2), or re-key (K)?".
           ACCEPT WS-ANSWER.
           EVALUATE WS-ANSWER
               WHEN "1"
                   CONTINUE
               WHEN "2"
                   MOVE WS-SECOND-ROW(WS-ROW-SUB)
                       TO WS-FIRST-ROW(WS-ROW-SUB)
               WHEN "K"
               WHEN "k"
                   PERFORM 2100-KEY-ROW THRU 2100-EXIT
                   MOVE WS-DETAIL-ROW TO WS-FIRST-ROW(WS-ROW-SUB)
               WHEN OTHER
                   GO TO 5000-ASK
           END-EVALUATE.
       5000-EXIT.
           EXIT.

       5100-SHOW-ROW.
           MOVE WS-SHOW-NUM1 TO WS-NUM1-EDIT.
           MOVE WS-SHOW-NUM2 TO WS-NUM2-EDIT.
           DISPLAY WS-SHOW-LABEL " NUM1 " WS-NUM1-EDIT " NUM2 "
               WS-NUM2-EDIT " INST " WS-SHOW-INSTALLATION " OP "
               WS-SHOW-OP-CODE.
       5100-EXIT.
           EXIT.

      * A KEYTRANFILE that cannot be opened loses the batch - it is
      * neither written nor registered, and the run ends RC 8.
       8000-WRITE-KEYED-FILE.
           OPEN OUTPUT KEYED-TRAN-FILE.
           IF WS-KEYTRAN-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN KEYTRANFILE (STATUS "
                   WS-KEYTRAN-STATUS ") - batch " WS-BATCH-NUM
                   " was not written or registered."
               MOVE "Unable to open KEYTRANFILE" TO WS-EXCEPT-MESSAGE
               MOVE ZERO TO NUM1
               MOVE ZERO TO NUM2
               MOVE WS-KEYTRAN-STATUS TO WS-EXCEPT-BAD-ENTRY
               PERFORM WRITE-EXCEPTION
               SET WS-KEYTRAN-FAILED TO TRUE
               GO TO 8000-EXIT
           END-IF.
           MOVE "H" TO WS-CTL-RECORD-TYPE.
           MOVE WS-ROW-COUNT TO WS-CTL-COUNT.
           MOVE WS-BUSINESS-DATE TO WS-CTL-AS-OF-DATE.
           MOVE WS-CONTROL-ROW TO TRANS-RECORD.
           WRITE TRANS-RECORD.
           MOVE ZERO TO WS-ROW-SUB.
           PERFORM 8100-WRITE-DETAIL-ROW THRU 8100-EXIT
               UNTIL WS-ROW-SUB NOT < WS-ROW-COUNT.
           MOVE "T" TO WS-CTL-RECORD-TYPE.
           MOVE WS-CONTROL-ROW TO TRANS-RECORD.
           WRITE TRANS-RECORD.
           CLOSE KEYED-TRAN-FILE.
       8000-EXIT.
           EXIT.

       8100-WRITE-DETAIL-ROW.
           ADD 1 TO WS-ROW-SUB.
           MOVE WS-FIRST-ROW(WS-ROW-SUB) TO TRANS-RECORD.
           WRITE TRANS-RECORD.
       8100-EXIT.
           EXIT.

       8500-REGISTER-BATCH.
           OPEN EXTEND ENTRY-REGISTER-FILE.
           IF WS-ENTREG-STATUS = "35"
               OPEN OUTPUT ENTRY-REGISTER-FILE
           END-IF.
           MOVE WS-BATCH-NUM TO ENT-BATCH-NUM.
           MOVE WS-BUSINESS-DATE TO ENT-BUSINESS-DATE.
           MOVE WS-ROW-COUNT TO ENT-ROW-COUNT.
           MOVE WS-KEYER-ID TO ENT-KEYED-BY.
           MOVE WS-KEYED-DATE TO ENT-KEYED-DATE.
           MOVE WS-KEYED-TIME TO ENT-KEYED-TIME.
           MOVE WS-VERIFIER-ID TO ENT-VERIFIED-BY.
           ACCEPT ENT-VERIFIED-DATE FROM DATE YYYYMMDD.
           ACCEPT ENT-VERIFIED-TIME FROM TIME.
           MOVE WS-MISMATCH-COUNT TO ENT-MISMATCH-COUNT.
           WRITE ENTRY-REGISTER-RECORD.
           CLOSE ENTRY-REGISTER-FILE.
       8500-EXIT.
           EXIT.

       9000-TERMINATE.
           DISPLAY "KEYED ENTRY BATCH " WS-BATCH-NUM " COMPLETE".
           DISPLAY "  BUSINESS DATE:   " WS-BUSINESS-DATE.
           DISPLAY "  ROWS WRITTEN:    " WS-ROW-TOTAL.
           DISPLAY "  ROWS RESOLVED:   " WS-MISMATCH-COUNT.
           DISPLAY "  KEYED BY:        " WS-KEYER-ID.
           DISPLAY "  VERIFIED BY:     " WS-VERIFIER-ID.
           DISPLAY "Run KEYTRANFILE through operationsTranEdit "
               "before the batch driver.".
       9000-EXIT.
           EXIT.

       WRITE-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE.
           ACCEPT EXC-DATE FROM DATE YYYYMMDD.
           ACCEPT EXC-TIME FROM TIME.
           MOVE "operationsTranEntry" TO EXC-PROGRAM.
           MOVE WS-EXCEPT-MESSAGE TO EXC-MESSAGE.
           MOVE NUM1 TO EXC-NUM1.
           MOVE NUM2 TO EXC-NUM2.
           MOVE WS-EXCEPT-BAD-ENTRY TO EXC-BAD-ENTRY.
           MOVE ZERO TO EXC-ID.
           WRITE EXCEPTION-RECORD.
           CLOSE EXCEPTION-FILE.

           COPY NUMVAL.

      * Closes the session the shared sign-on module opened - run on
      * every exit that follows a successful sign-on, so an open
      * session on the log keeps meaning an abend.
       9950-SIGN-OFF.
           CALL "operationsSignOff" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID.
       9950-EXIT.
           EXIT.

       END PROGRAM operationsTranEntry.
