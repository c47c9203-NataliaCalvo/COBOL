      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Maintains STANDINGFILE, the standing transactions
      *           operationsBatchDriver posts at the head of every run
      *           they are due on and operationsControlBuild expects
      *           in the control totals, from a batch of add / change
      *           / end-date / cancel requests. A typo on a standing
      *           row posts the wrong amount every day until someone
      *           notices, so every item is validated as it will
      *           stand after the request - signed amounts in their
      *           own columns, an operation code the driver
      *           recognizes, a frequency of D, W or M, an
      *           installation that is blank (the run's own site) or
      *           open on the installation master, and start and end
      *           dates that are real calendar dates falling on
      *           business days, the end no earlier than the start.
      *           An end-date request may not end an item before
      *           today - what has posted has posted. Same discipline
      *           as the other masters: a supervisor signs on, the
      *           live file is snapshotted before a single request is
      *           applied, every applied change lands on the
      *           maintenance change log with before and after images,
      *           and a rejected request goes to the exception file
      *           with the reason. Rows keyed by hand before items
      *           carried a number are numbered on the way in. Ends
      *           with a listing of every standing item on file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsStandingMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO "STDMAINTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STANDING-FILE ASSIGN TO "STANDINGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STND-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
           COPY STDMNTREQ.

       FD  STANDING-FILE.
           COPY STANDINGREC.

       FD  EXCEPTION-FILE.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
      * Program name handed to the shared sign-on module - kept in
      * working storage (truncated to the X(20) the module declares)
      * because a literal is not a valid BY REFERENCE argument.
           01 WS-SIGNON-PROGRAM PIC X(20) VALUE
               "operationsStandingMa".
           01 WS-REQUIRED-LEVEL PIC X(01) VALUE "S".
           01 WS-OPERATOR-ID PIC X(08).
           01 WS-USER-LEVEL PIC X(01).
           01 WS-SIGNON-OK-SWITCH PIC X(01).
               88 WS-SIGNON-OK VALUE "Y".
           01 WS-STND-STATUS PIC X(02) VALUE "00".
           01 WS-LOAD-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 WS-LOAD-OVERFLOW VALUE "Y".
           01 WS-EXCEPT-MESSAGE PIC X(50).
           01 WS-EXCEPT-BAD-ENTRY PIC X(12).
           01 WS-MAINT-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-MAINT-EOF VALUE "Y".
           01 WS-STND-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-STND-EOF VALUE "Y".
           01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
               88 WS-FOUND VALUE "Y".
           01 WS-VALID-SWITCH PIC X(01) VALUE "N".
               88 WS-VALID VALUE "Y".
           01 WS-WORKING-SWITCH PIC X(01).
               88 WS-WORKING-DAY VALUE "Y".
           01 WS-SITE-NAME PIC X(24).
           01 WS-SITE-STATUS PIC X(01).
           01 WS-TODAY PIC 9(08).
           01 WS-CHECK-DATE PIC 9(08).
           01 WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
               05 WS-CHECK-YYYY PIC 9(04).
               05 WS-CHECK-MM PIC 9(02).
               05 WS-CHECK-DD PIC 9(02).
           01 WS-ROUND-TRIP-DATE PIC 9(08).
           01 WS-DATE-OK-SWITCH PIC X(01).
               88 WS-DATE-OK VALUE "Y".
           01 WS-NUM-IMAGE.
               05 WS-NUM-IMAGE-SIGN PIC X(01).
               05 WS-NUM-IMAGE-DIGITS PIC X(09).
           01 WS-NUM-OK-SWITCH PIC X(01).
               88 WS-NUM-OK VALUE "Y".
           01 WS-NEXT-ITEM-ID PIC 9(05) VALUE ZERO.
           01 WS-STND-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-STND-SUB PIC 9(03) COMP.
           01 WS-NUMBERED-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-ADD-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-CHANGE-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-END-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-CANCEL-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-REJECT-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-NUM1-EDIT PIC -Z,ZZZ,ZZ9.99.
           01 WS-NUM2-EDIT PIC -Z,ZZZ,ZZ9.99.
           01 WS-SNAP-MASTER PIC X(12) VALUE "STANDINGFILE".
           01 WS-SNAPSHOT-OK-SWITCH PIC X(01).
               88 WS-SNAPSHOT-OK VALUE "Y".
      * The item as it will stand once the request is applied - built
      * from the row on file (or blank for an add), overlaid with the
      * request's filled-in columns, and only copied back to the
      * table once the whole of it has passed validation.
           01 WS-NEW-ITEM.
               05 WS-NEW-NUM1 PIC S9(7)V99 SIGN LEADING SEPARATE.
               05 WS-NEW-NUM2 PIC S9(7)V99 SIGN LEADING SEPARATE.
               05 WS-NEW-INSTALLATION PIC X(04).
               05 WS-NEW-OP-CODE PIC X(01).
                   88 WS-NEW-OP-VALID VALUE "A" "S" "M" "D" "P" SPACE.
               05 WS-NEW-FREQUENCY PIC X(01).
                   88 WS-NEW-FREQ-VALID VALUE "D" "W" "M".
               05 WS-NEW-START-DATE PIC 9(08).
               05 WS-NEW-END-DATE PIC 9(08).
      * Fields handed to the shared maintenance change-log writer.
           01 WS-MLOG-ACTION PIC X(10).
           01 WS-MLOG-KEY PIC X(20).
           01 WS-MLOG-BEFORE PIC X(80).
           01 WS-MLOG-AFTER PIC X(80).
           01 WS-STANDING-IMAGE.
               05 WS-IMG-ITEM-ID PIC 9(05).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-IMG-NUM1 PIC S9(7)V99 SIGN LEADING SEPARATE.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-IMG-NUM2 PIC S9(7)V99 SIGN LEADING SEPARATE.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-IMG-INSTALLATION PIC X(04).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-IMG-OP-CODE PIC X(01).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-IMG-FREQUENCY PIC X(01).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-IMG-START-DATE PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-IMG-END-DATE PIC 9(08).
           01 WS-STND-TABLE.
               05 WS-STND-ENTRY OCCURS 500 TIMES.
                   10 WS-STND-TBL-ITEM-ID PIC 9(05).
                   10 WS-STND-TBL-NUM1 PIC S9(7)V99
                       SIGN LEADING SEPARATE.
                   10 WS-STND-TBL-NUM2 PIC S9(7)V99
                       SIGN LEADING SEPARATE.
                   10 WS-STND-TBL-INSTALLATION PIC X(04).
                   10 WS-STND-TBL-OP-CODE PIC X(01).
                   10 WS-STND-TBL-FREQUENCY PIC X(01).
                   10 WS-STND-TBL-START-DATE PIC 9(08).
                   10 WS-STND-TBL-END-DATE PIC 9(08).
                   10 WS-STND-TBL-CANCELLED-SWITCH PIC X(01).
                       88 WS-STND-TBL-CANCELLED VALUE "Y".

       PROCEDURE DIVISION.
      * A live file bigger than the working table would come back
      * from the rewrite missing its overflow rows - the run stops
      * before touching anything, the same stance
      * operationsHistoryArchive takes.
       0000-MAINLINE.
           CALL "operationsSignOn" USING WS-SIGNON-PROGRAM,
               WS-REQUIRED-LEVEL, WS-OPERATOR-ID, WS-USER-LEVEL,
               WS-SIGNON-OK-SWITCH.
           IF NOT WS-SIGNON-OK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * No maintenance without a way back: the live file is
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
               DISPLAY "STANDINGFILE has more rows than the working "
                   "table holds - maintenance cannot run safely; "
                   "nothing was changed."
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               GOBACK
           END-IF.
           PERFORM 1200-NUMBER-UNKEYED-ROWS THRU 1200-EXIT.
           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL WS-MAINT-EOF.
           PERFORM 8000-REWRITE-STANDINGFILE THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9950-SIGN-OFF THRU 9950-EXIT.
           GOBACK.

      * No STANDINGFILE yet means nothing stands - the first run's
      * adds create it.
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT STANDING-FILE.
           IF WS-STND-STATUS = "35"
               SET WS-STND-EOF TO TRUE
           ELSE
               READ STANDING-FILE
                   AT END SET WS-STND-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 1100-LOAD-STANDING-LINE THRU 1100-EXIT
               UNTIL WS-STND-EOF.
           IF WS-STND-STATUS NOT = "35"
               CLOSE STANDING-FILE
           END-IF.
           OPEN INPUT MAINT-FILE.
           READ MAINT-FILE
               AT END SET WS-MAINT-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

      * Dates that are not numeric load as zero, which the driver
      * already treats as "never due" (start) and "open-ended" (end).
       1100-LOAD-STANDING-LINE.
           IF WS-STND-COUNT NOT < 500
               SET WS-LOAD-OVERFLOW TO TRUE
           END-IF.
           IF WS-STND-COUNT < 500
               ADD 1 TO WS-STND-COUNT
               MOVE WS-STND-COUNT TO WS-STND-SUB
               IF STD-ITEM-ID IS NUMERIC
                   MOVE STD-ITEM-ID
                       TO WS-STND-TBL-ITEM-ID(WS-STND-SUB)
                   IF STD-ITEM-ID > WS-NEXT-ITEM-ID
                       MOVE STD-ITEM-ID TO WS-NEXT-ITEM-ID
                   END-IF
               ELSE
                   MOVE ZERO TO WS-STND-TBL-ITEM-ID(WS-STND-SUB)
               END-IF
               MOVE STD-NUM1 TO WS-STND-TBL-NUM1(WS-STND-SUB)
               MOVE STD-NUM2 TO WS-STND-TBL-NUM2(WS-STND-SUB)
               MOVE STD-INSTALLATION
                   TO WS-STND-TBL-INSTALLATION(WS-STND-SUB)
               MOVE STD-OP-CODE TO WS-STND-TBL-OP-CODE(WS-STND-SUB)
               MOVE STD-FREQUENCY
                   TO WS-STND-TBL-FREQUENCY(WS-STND-SUB)
               IF STD-START-DATE IS NUMERIC
                   MOVE STD-START-DATE
                       TO WS-STND-TBL-START-DATE(WS-STND-SUB)
               ELSE
                   MOVE ZERO TO WS-STND-TBL-START-DATE(WS-STND-SUB)
               END-IF
               IF STD-END-DATE IS NUMERIC
                   MOVE STD-END-DATE
                       TO WS-STND-TBL-END-DATE(WS-STND-SUB)
               ELSE
                   MOVE ZERO TO WS-STND-TBL-END-DATE(WS-STND-SUB)
               END-IF
               MOVE "N"
                   TO WS-STND-TBL-CANCELLED-SWITCH(WS-STND-SUB)
           END-IF.
           READ STANDING-FILE
               AT END SET WS-STND-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      * A row keyed by hand before items were numbered gets the next
      * free number now, so a request can name it; the numbering is
      * logged like any other change to the file.
       1200-NUMBER-UNKEYED-ROWS.
           MOVE ZERO TO WS-STND-SUB.
           PERFORM 1210-NUMBER-ONE-ROW THRU 1210-EXIT
               UNTIL WS-STND-SUB NOT < WS-STND-COUNT.
       1200-EXIT.
           EXIT.

       1210-NUMBER-ONE-ROW.
           ADD 1 TO WS-STND-SUB.
           IF WS-STND-TBL-ITEM-ID(WS-STND-SUB) NOT = ZERO
               GO TO 1210-EXIT
           END-IF.
           PERFORM 2940-BUILD-BEFORE-IMAGE THRU 2940-EXIT.
           ADD 1 TO WS-NEXT-ITEM-ID.
           MOVE WS-NEXT-ITEM-ID TO WS-STND-TBL-ITEM-ID(WS-STND-SUB).
           ADD 1 TO WS-NUMBERED-COUNT.
           MOVE "NUMBER" TO WS-MLOG-ACTION.
           PERFORM 2950-BUILD-AFTER-IMAGE THRU 2950-EXIT.
           PERFORM 2960-WRITE-MAINT-LOG THRU 2960-EXIT.
       1210-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           PERFORM 2100-VALIDATE-REQUEST THRU 2100-EXIT.
           IF WS-VALID
               EVALUATE TRUE
                   WHEN SMQ-ADD
                       PERFORM 2200-APPLY-ADD THRU 2200-EXIT
                   WHEN SMQ-CHANGE
                       PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
                   WHEN SMQ-END-DATE-ITEM
                       PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
                   WHEN SMQ-CANCEL
                       PERFORM 2400-APPLY-CANCEL THRU 2400-EXIT
               END-EVALUATE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
           END-IF.
           READ MAINT-FILE
               AT END SET WS-MAINT-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      * An unrecognized action code is rejected to the exception file
      * rather than dropped. Every request but an add must name an
      * item on file; the item is then rebuilt as it would stand and
      * checked as a whole, so a change that leaves an old bad column
      * in place is refused the same as a bad add.
       2100-VALIDATE-REQUEST.
           MOVE "Y" TO WS-VALID-SWITCH.
           MOVE SMQ-ITEM-ID TO WS-EXCEPT-BAD-ENTRY.
           IF NOT (SMQ-ADD OR SMQ-CHANGE OR SMQ-END-DATE-ITEM
                   OR SMQ-CANCEL)
               MOVE "Unrecognized action code on standing request"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2100-EXIT
           END-IF.
           IF SMQ-ADD
               INITIALIZE WS-NEW-ITEM
               MOVE SPACES TO WS-NEW-INSTALLATION
               MOVE SPACE TO WS-NEW-OP-CODE
               MOVE SPACE TO WS-NEW-FREQUENCY
               IF SMQ-NUM1 = SPACES OR SMQ-NUM2 = SPACES
                   OR SMQ-FREQUENCY = SPACE
                   OR SMQ-START-DATE = SPACES
                   MOVE "Add rejected: amounts/frequency/start needed"
                       TO WS-EXCEPT-MESSAGE
                   MOVE "N" TO WS-VALID-SWITCH
                   GO TO 2100-EXIT
               END-IF
           ELSE
               IF SMQ-ITEM-ID IS NOT NUMERIC
                   MOVE "Request rejected: item number is not numeric"
                       TO WS-EXCEPT-MESSAGE
                   MOVE "N" TO WS-VALID-SWITCH
                   GO TO 2100-EXIT
               END-IF
               MOVE ZERO TO WS-STND-SUB
               MOVE "N" TO WS-FOUND-SWITCH
               PERFORM 2110-SCAN-FOR-ITEM THRU 2110-EXIT
                   UNTIL WS-FOUND OR WS-STND-SUB NOT < WS-STND-COUNT
               IF NOT WS-FOUND
                   MOVE "Request rejected: no such standing item"
                       TO WS-EXCEPT-MESSAGE
                   MOVE "N" TO WS-VALID-SWITCH
                   GO TO 2100-EXIT
               END-IF
               PERFORM 2120-TAKE-ITEM-ON-FILE THRU 2120-EXIT
           END-IF.
           IF SMQ-CANCEL
               GO TO 2100-EXIT
           END-IF.
           IF SMQ-END-DATE-ITEM
               PERFORM 2150-CHECK-END-DATE-REQUEST THRU 2150-EXIT
           ELSE
               PERFORM 2130-OVERLAY-REQUEST THRU 2130-EXIT
           END-IF.
           IF WS-VALID
               PERFORM 2160-CHECK-NEW-ITEM THRU 2160-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2110-SCAN-FOR-ITEM.
           ADD 1 TO WS-STND-SUB.
           IF WS-STND-TBL-ITEM-ID(WS-STND-SUB) = SMQ-ITEM-ID-NUM
               AND NOT WS-STND-TBL-CANCELLED(WS-STND-SUB)
               SET WS-FOUND TO TRUE
           END-IF.
       2110-EXIT.
           EXIT.

       2120-TAKE-ITEM-ON-FILE.
           MOVE WS-STND-TBL-NUM1(WS-STND-SUB) TO WS-NEW-NUM1.
           MOVE WS-STND-TBL-NUM2(WS-STND-SUB) TO WS-NEW-NUM2.
           MOVE WS-STND-TBL-INSTALLATION(WS-STND-SUB)
               TO WS-NEW-INSTALLATION.
           MOVE WS-STND-TBL-OP-CODE(WS-STND-SUB) TO WS-NEW-OP-CODE.
           MOVE WS-STND-TBL-FREQUENCY(WS-STND-SUB)
               TO WS-NEW-FREQUENCY.
           MOVE WS-STND-TBL-START-DATE(WS-STND-SUB)
               TO WS-NEW-START-DATE.
           MOVE WS-STND-TBL-END-DATE(WS-STND-SUB) TO WS-NEW-END-DATE.
       2120-EXIT.
           EXIT.

      * Columns left blank keep what is on file; "*" sets the
      * installation or operation code back to blank. An end date
      * of all zeros makes the item open-ended again.
       2130-OVERLAY-REQUEST.
           IF SMQ-NUM1 NOT = SPACES
               MOVE SMQ-NUM1 TO WS-NUM-IMAGE
               PERFORM 2170-CHECK-NUM-IMAGE THRU 2170-EXIT
               IF NOT WS-NUM-OK
                   MOVE "Request rejected: NUM1 is not a signed number"
                       TO WS-EXCEPT-MESSAGE
                   MOVE "N" TO WS-VALID-SWITCH
                   GO TO 2130-EXIT
               END-IF
               MOVE SMQ-NUM1-NUM TO WS-NEW-NUM1
           END-IF.
           IF SMQ-NUM2 NOT = SPACES
               MOVE SMQ-NUM2 TO WS-NUM-IMAGE
               PERFORM 2170-CHECK-NUM-IMAGE THRU 2170-EXIT
               IF NOT WS-NUM-OK
                   MOVE "Request rejected: NUM2 is not a signed number"
                       TO WS-EXCEPT-MESSAGE
                   MOVE "N" TO WS-VALID-SWITCH
                   GO TO 2130-EXIT
               END-IF
               MOVE SMQ-NUM2-NUM TO WS-NEW-NUM2
           END-IF.
           IF SMQ-INSTALLATION = "*"
               MOVE SPACES TO WS-NEW-INSTALLATION
           ELSE
               IF SMQ-INSTALLATION NOT = SPACES
                   MOVE SMQ-INSTALLATION TO WS-NEW-INSTALLATION
               END-IF
           END-IF.
           IF SMQ-OP-CODE = "*"
               MOVE SPACE TO WS-NEW-OP-CODE
           ELSE
               IF SMQ-OP-CODE NOT = SPACE
                   MOVE SMQ-OP-CODE TO WS-NEW-OP-CODE
               END-IF
           END-IF.
           IF SMQ-FREQUENCY NOT = SPACE
               MOVE SMQ-FREQUENCY TO WS-NEW-FREQUENCY
           END-IF.
           IF SMQ-START-DATE NOT = SPACES
               IF SMQ-START-DATE IS NOT NUMERIC
                   MOVE "Request rejected: start date is not numeric"
                       TO WS-EXCEPT-MESSAGE
                   MOVE "N" TO WS-VALID-SWITCH
                   GO TO 2130-EXIT
               END-IF
               MOVE SMQ-START-DATE-NUM TO WS-NEW-START-DATE
           END-IF.
           IF SMQ-END-DATE NOT = SPACES
               IF SMQ-END-DATE IS NOT NUMERIC
                   MOVE "Request rejected: end date is not numeric"
                       TO WS-EXCEPT-MESSAGE
                   MOVE "N" TO WS-VALID-SWITCH
                   GO TO 2130-EXIT
               END-IF
               MOVE SMQ-END-DATE-NUM TO WS-NEW-END-DATE
           END-IF.
       2130-EXIT.
           EXIT.

      * Ending an item takes only the end date, which must be given
      * and may not fall before today.
       2150-CHECK-END-DATE-REQUEST.
           IF SMQ-END-DATE IS NOT NUMERIC
               OR SMQ-END-DATE-NUM = ZERO
               MOVE "End-date rejected: no valid end date given"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2150-EXIT
           END-IF.
           IF SMQ-END-DATE-NUM < WS-TODAY
               MOVE "End-date rejected: end date is before today"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2150-EXIT
           END-IF.
           MOVE SMQ-END-DATE-NUM TO WS-NEW-END-DATE.
       2150-EXIT.
           EXIT.

      * The item as it will stand, checked whole against what the
      * driver can post and the business-day calendar.
       2160-CHECK-NEW-ITEM.
           IF NOT WS-NEW-OP-VALID
               MOVE "Request rejected: unrecognized operation code"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2160-EXIT
           END-IF.
           IF NOT WS-NEW-FREQ-VALID
               MOVE "Request rejected: frequency must be D, W or M"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2160-EXIT
           END-IF.
           IF WS-NEW-INSTALLATION NOT = SPACES
               CALL "operationsInstallLookup" USING
                   WS-NEW-INSTALLATION, WS-SITE-NAME, WS-SITE-STATUS
               IF WS-SITE-STATUS NOT = "A"
                   MOVE "Request rejected: not an open installation"
                       TO WS-EXCEPT-MESSAGE
                   MOVE WS-NEW-INSTALLATION TO WS-EXCEPT-BAD-ENTRY
                   MOVE "N" TO WS-VALID-SWITCH
                   GO TO 2160-EXIT
               END-IF
           END-IF.
           MOVE WS-NEW-START-DATE TO WS-CHECK-DATE.
           PERFORM 2180-CHECK-DATE THRU 2180-EXIT.
           IF NOT WS-DATE-OK
               MOVE "Request rejected: start date is not a real date"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2160-EXIT
           END-IF.
           CALL "operationsBusinessDayCheck" USING WS-CHECK-DATE,
               WS-WORKING-SWITCH.
           IF NOT WS-WORKING-DAY
               MOVE "Request rejected: start date not a business day"
                   TO WS-EXCEPT-MESSAGE
               MOVE WS-CHECK-DATE TO WS-EXCEPT-BAD-ENTRY
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2160-EXIT
           END-IF.
           IF WS-NEW-END-DATE = ZERO
               GO TO 2160-EXIT
           END-IF.
           MOVE WS-NEW-END-DATE TO WS-CHECK-DATE.
           PERFORM 2180-CHECK-DATE THRU 2180-EXIT.
           IF NOT WS-DATE-OK
               MOVE "Request rejected: end date is not a real date"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2160-EXIT
           END-IF.
           IF WS-NEW-END-DATE < WS-NEW-START-DATE
               MOVE "Request rejected: end date before start date"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2160-EXIT
           END-IF.
           CALL "operationsBusinessDayCheck" USING WS-CHECK-DATE,
               WS-WORKING-SWITCH.
           IF NOT WS-WORKING-DAY
               MOVE "Request rejected: end date not a business day"
                   TO WS-EXCEPT-MESSAGE
               MOVE WS-CHECK-DATE TO WS-EXCEPT-BAD-ENTRY
               MOVE "N" TO WS-VALID-SWITCH
           END-IF.
       2160-EXIT.
           EXIT.

      * Same test operationsTranEdit puts a detail row's amounts to:
      * a sign in the first column and nine digits after it.
       2170-CHECK-NUM-IMAGE.
           MOVE "Y" TO WS-NUM-OK-SWITCH.
           IF WS-NUM-IMAGE-SIGN NOT = "+"
               AND WS-NUM-IMAGE-SIGN NOT = "-"
               MOVE "N" TO WS-NUM-OK-SWITCH
           END-IF.
           IF WS-NUM-IMAGE-DIGITS NOT NUMERIC
               MOVE "N" TO WS-NUM-OK-SWITCH
           END-IF.
       2170-EXIT.
           EXIT.

      * A date is real when it survives the trip to a day number and
      * back unchanged - 20260230 does not.
       2180-CHECK-DATE.
           MOVE "N" TO WS-DATE-OK-SWITCH.
           IF WS-CHECK-YYYY < 1601
               OR WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
               OR WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
               GO TO 2180-EXIT
           END-IF.
           COMPUTE WS-ROUND-TRIP-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)).
           IF WS-ROUND-TRIP-DATE = WS-CHECK-DATE
               SET WS-DATE-OK TO TRUE
           END-IF.
       2180-EXIT.
           EXIT.

       2200-APPLY-ADD.
           IF WS-STND-COUNT < 500
               ADD 1 TO WS-STND-COUNT
               MOVE WS-STND-COUNT TO WS-STND-SUB
               ADD 1 TO WS-NEXT-ITEM-ID
               MOVE WS-NEXT-ITEM-ID TO WS-STND-TBL-ITEM-ID(WS-STND-SUB)
               MOVE "N" TO WS-STND-TBL-CANCELLED-SWITCH(WS-STND-SUB)
               PERFORM 2310-TAKE-NEW-ITEM THRU 2310-EXIT
               ADD 1 TO WS-ADD-COUNT
               MOVE "ADD" TO WS-MLOG-ACTION
               MOVE SPACES TO WS-MLOG-BEFORE
               PERFORM 2950-BUILD-AFTER-IMAGE THRU 2950-EXIT
               PERFORM 2960-WRITE-MAINT-LOG THRU 2960-EXIT
               DISPLAY "STANDING ITEM " WS-NEXT-ITEM-ID " ADDED"
           ELSE
               MOVE "Add rejected: STANDINGFILE is full" TO
                   WS-EXCEPT-MESSAGE
               MOVE SPACES TO WS-EXCEPT-BAD-ENTRY
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      * A change and an end-date differ only in which columns the
      * request could touch and in the action on the change log.
       2300-APPLY-CHANGE.
           PERFORM 2940-BUILD-BEFORE-IMAGE THRU 2940-EXIT.
           PERFORM 2310-TAKE-NEW-ITEM THRU 2310-EXIT.
           IF SMQ-END-DATE-ITEM
               ADD 1 TO WS-END-COUNT
               MOVE "END-DATE" TO WS-MLOG-ACTION
           ELSE
               ADD 1 TO WS-CHANGE-COUNT
               MOVE "CHANGE" TO WS-MLOG-ACTION
           END-IF.
           PERFORM 2950-BUILD-AFTER-IMAGE THRU 2950-EXIT.
           PERFORM 2960-WRITE-MAINT-LOG THRU 2960-EXIT.
       2300-EXIT.
           EXIT.

       2310-TAKE-NEW-ITEM.
           MOVE WS-NEW-NUM1 TO WS-STND-TBL-NUM1(WS-STND-SUB).
           MOVE WS-NEW-NUM2 TO WS-STND-TBL-NUM2(WS-STND-SUB).
           MOVE WS-NEW-INSTALLATION
               TO WS-STND-TBL-INSTALLATION(WS-STND-SUB).
           MOVE WS-NEW-OP-CODE TO WS-STND-TBL-OP-CODE(WS-STND-SUB).
           MOVE WS-NEW-FREQUENCY
               TO WS-STND-TBL-FREQUENCY(WS-STND-SUB).
           MOVE WS-NEW-START-DATE
               TO WS-STND-TBL-START-DATE(WS-STND-SUB).
           MOVE WS-NEW-END-DATE TO WS-STND-TBL-END-DATE(WS-STND-SUB).
       2310-EXIT.
           EXIT.

      * A cancelled item is dropped on the rewrite - it should never
      * have stood. An item that simply stops is end-dated instead,
      * and stays on file. The change log keeps the cancelled row.
       2400-APPLY-CANCEL.
           PERFORM 2940-BUILD-BEFORE-IMAGE THRU 2940-EXIT.
           SET WS-STND-TBL-CANCELLED(WS-STND-SUB) TO TRUE.
           ADD 1 TO WS-CANCEL-COUNT.
           MOVE "CANCEL" TO WS-MLOG-ACTION.
           MOVE SPACES TO WS-MLOG-AFTER.
           PERFORM 2960-WRITE-MAINT-LOG THRU 2960-EXIT.
       2400-EXIT.
           EXIT.

       2940-BUILD-BEFORE-IMAGE.
           PERFORM 2945-FILL-IMAGE THRU 2945-EXIT.
           MOVE WS-STANDING-IMAGE TO WS-MLOG-BEFORE.
       2940-EXIT.
           EXIT.

       2945-FILL-IMAGE.
           MOVE WS-STND-TBL-ITEM-ID(WS-STND-SUB) TO WS-IMG-ITEM-ID.
           MOVE WS-STND-TBL-NUM1(WS-STND-SUB) TO WS-IMG-NUM1.
           MOVE WS-STND-TBL-NUM2(WS-STND-SUB) TO WS-IMG-NUM2.
           MOVE WS-STND-TBL-INSTALLATION(WS-STND-SUB)
               TO WS-IMG-INSTALLATION.
           MOVE WS-STND-TBL-OP-CODE(WS-STND-SUB) TO WS-IMG-OP-CODE.
           MOVE WS-STND-TBL-FREQUENCY(WS-STND-SUB)
               TO WS-IMG-FREQUENCY.
           MOVE WS-STND-TBL-START-DATE(WS-STND-SUB)
               TO WS-IMG-START-DATE.
           MOVE WS-STND-TBL-END-DATE(WS-STND-SUB) TO WS-IMG-END-DATE.
       2945-EXIT.
           EXIT.

       2950-BUILD-AFTER-IMAGE.
           PERFORM 2945-FILL-IMAGE THRU 2945-EXIT.
           MOVE WS-STANDING-IMAGE TO WS-MLOG-AFTER.
       2950-EXIT.
           EXIT.

       2960-WRITE-MAINT-LOG.
           MOVE WS-STND-TBL-ITEM-ID(WS-STND-SUB) TO WS-MLOG-KEY.
           CALL "operationsMaintLog" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID, WS-MLOG-ACTION, WS-MLOG-KEY,
               WS-MLOG-BEFORE, WS-MLOG-AFTER.
       2960-EXIT.
           EXIT.

       2900-WRITE-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE.
           ACCEPT EXC-DATE FROM DATE YYYYMMDD.
           ACCEPT EXC-TIME FROM TIME.
           MOVE "operationsStandingMaint" TO EXC-PROGRAM.
           MOVE WS-EXCEPT-MESSAGE TO EXC-MESSAGE.
           MOVE ZERO TO EXC-NUM1.
           MOVE ZERO TO EXC-NUM2.
           MOVE WS-EXCEPT-BAD-ENTRY TO EXC-BAD-ENTRY.
           MOVE ZERO TO EXC-ID.
           WRITE EXCEPTION-RECORD.
           CLOSE EXCEPTION-FILE.
       2900-EXIT.
           EXIT.

       8000-REWRITE-STANDINGFILE.
           OPEN OUTPUT STANDING-FILE.
           MOVE ZERO TO WS-STND-SUB.
           PERFORM 8100-WRITE-STANDING-LINE THRU 8100-EXIT
               UNTIL WS-STND-SUB NOT < WS-STND-COUNT.
           CLOSE STANDING-FILE.
       8000-EXIT.
           EXIT.

       8100-WRITE-STANDING-LINE.
           ADD 1 TO WS-STND-SUB.
           IF WS-STND-TBL-CANCELLED(WS-STND-SUB)
               GO TO 8100-EXIT
           END-IF.
           MOVE WS-STND-TBL-NUM1(WS-STND-SUB) TO STD-NUM1.
           MOVE WS-STND-TBL-NUM2(WS-STND-SUB) TO STD-NUM2.
           MOVE WS-STND-TBL-INSTALLATION(WS-STND-SUB)
               TO STD-INSTALLATION.
           MOVE WS-STND-TBL-OP-CODE(WS-STND-SUB) TO STD-OP-CODE.
           MOVE WS-STND-TBL-FREQUENCY(WS-STND-SUB) TO STD-FREQUENCY.
           MOVE WS-STND-TBL-START-DATE(WS-STND-SUB)
               TO STD-START-DATE.
           MOVE WS-STND-TBL-END-DATE(WS-STND-SUB) TO STD-END-DATE.
           MOVE WS-STND-TBL-ITEM-ID(WS-STND-SUB) TO STD-ITEM-ID.
           WRITE STANDING-RECORD.
       8100-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE MAINT-FILE.
           DISPLAY "STANDINGFILE MAINTENANCE COMPLETE".
           IF WS-NUMBERED-COUNT > ZERO
               DISPLAY "  NUMBERED: " WS-NUMBERED-COUNT
           END-IF.
           DISPLAY "  ADDED:    " WS-ADD-COUNT.
           DISPLAY "  CHANGED:  " WS-CHANGE-COUNT.
           DISPLAY "  END-DATED:" WS-END-COUNT.
           DISPLAY "  CANCELLED:" WS-CANCEL-COUNT.
           DISPLAY "  REJECTED: " WS-REJECT-COUNT.
           DISPLAY "STANDING ITEMS ON FILE (INST BLANK = RUN'S OWN "
               "SITE, OP BLANK = ALL, END ZERO = OPEN-ENDED):".
           DISPLAY "  ITEM            NUM1           NUM2 INST OP FQ "
               "   START      END".
           MOVE ZERO TO WS-STND-SUB.
           PERFORM 9100-LIST-STANDING-LINE THRU 9100-EXIT
               UNTIL WS-STND-SUB NOT < WS-STND-COUNT.
       9000-EXIT.
           EXIT.

       9100-LIST-STANDING-LINE.
           ADD 1 TO WS-STND-SUB.
           IF WS-STND-TBL-CANCELLED(WS-STND-SUB)
               GO TO 9100-EXIT
           END-IF.
           MOVE WS-STND-TBL-NUM1(WS-STND-SUB) TO WS-NUM1-EDIT.
           MOVE WS-STND-TBL-NUM2(WS-STND-SUB) TO WS-NUM2-EDIT.
           DISPLAY "  " WS-STND-TBL-ITEM-ID(WS-STND-SUB) " "
               WS-NUM1-EDIT "  " WS-NUM2-EDIT " "
               WS-STND-TBL-INSTALLATION(WS-STND-SUB) "  "
               WS-STND-TBL-OP-CODE(WS-STND-SUB) "  "
               WS-STND-TBL-FREQUENCY(WS-STND-SUB) " "
               WS-STND-TBL-START-DATE(WS-STND-SUB) " "
               WS-STND-TBL-END-DATE(WS-STND-SUB).
       9100-EXIT.
           EXIT.

      * Closes the session the shared sign-on module opened - run on
      * every exit that follows a successful sign-on, so an open
      * session on the log keeps meaning an abend.
       9950-SIGN-OFF.
           CALL "operationsSignOff" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID.
       9950-EXIT.
           EXIT.

       END PROGRAM operationsStandingMaint.
