      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Supervisor maintenance of the legal holds on
      *           LEGALHOLDFILE. A hold is placed on one installation
      *           (or every site) over a date range with the reason
      *           for it, and from then on operationsHistoryArchive
      *           and operationsLogRetention leave every row it covers
      *           where it is. Releasing a hold marks it released
      *           with who released it and when - the row is never
      *           removed, so the holds ever placed stay on file.
      *           Holds are placed, released or listed at the console
      *           one after another until a blank action. Every place
      *           and release lands on the maintenance change log
      *           with before and after images, and refusals go to
      *           the exception file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsLegalHoldMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "LEGALHOLDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
           COPY LEGALHOLD.

       FD  EXCEPTION-FILE.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
      * Program name handed to the shared sign-on module - kept in
      * working storage (truncated to the X(20) the module declares)
      * because a literal is not a valid BY REFERENCE argument.
           01 WS-SIGNON-PROGRAM PIC X(20) VALUE
               "operationsLegalHoldM".
           01 WS-REQUIRED-LEVEL PIC X(01) VALUE "S".
           01 WS-OPERATOR-ID PIC X(08).
           01 WS-USER-LEVEL PIC X(01).
           01 WS-SIGNON-OK-SWITCH PIC X(01).
               88 WS-SIGNON-OK VALUE "Y".
           01 WS-HOLD-STATUS PIC X(02) VALUE "00".
           01 WS-HOLD-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-HOLD-EOF VALUE "Y".
           01 WS-LOAD-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 WS-LOAD-OVERFLOW VALUE "Y".
           01 WS-DONE-SWITCH PIC X(01) VALUE "N".
               88 WS-DONE VALUE "Y".
           01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
               88 WS-FOUND VALUE "Y".
           01 WS-DATE-OK-SWITCH PIC X(01).
               88 WS-DATE-OK VALUE "Y".
           01 WS-TODAY PIC 9(08).
           01 WS-ACTION PIC X(01).
               88 WS-ACTION-PLACE VALUE "P".
               88 WS-ACTION-RELEASE VALUE "R".
               88 WS-ACTION-LIST VALUE "L".
           01 WS-ENTRY-TEXT PIC X(08).
           01 WS-CHECK-DATE PIC 9(08).
           01 WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
               05 WS-CHECK-YYYY PIC 9(04).
               05 WS-CHECK-MM PIC 9(02).
               05 WS-CHECK-DD PIC 9(02).
           01 WS-ROUND-TRIP-DATE PIC 9(08).
           01 WS-NEW-INSTALLATION PIC X(04).
           01 WS-NEW-FROM-DATE PIC 9(08).
           01 WS-NEW-TO-DATE PIC 9(08).
           01 WS-NEW-REASON PIC X(40).
           01 WS-SITE-NAME PIC X(24).
           01 WS-SITE-STATUS PIC X(01).
           01 WS-HOLD-ID-TEXT PIC X(05).
           01 WS-HOLD-ID PIC 9(05).
           01 WS-NUM-CHECK PIC S9(4) COMP.
           01 WS-LAST-HOLD-ID PIC 9(05) VALUE ZERO.
           01 WS-EXCEPT-MESSAGE PIC X(50).
           01 WS-EXCEPT-BAD-ENTRY PIC X(12).
           01 WS-MLOG-ACTION PIC X(10).
           01 WS-MLOG-KEY PIC X(20).
           01 WS-MLOG-BEFORE PIC X(80).
           01 WS-MLOG-AFTER PIC X(80).
           01 WS-HOLD-IMAGE.
               05 WS-IMG-HOLD-ID PIC 9(05).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-IMG-STATUS PIC X(01).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-IMG-INSTALLATION PIC X(04).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-IMG-FROM-DATE PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-IMG-TO-DATE PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-IMG-REASON PIC X(40).
           01 WS-PLACE-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-RELEASE-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-REFUSED-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-HOLD-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-HOLD-SUB PIC 9(05) COMP.
           01 WS-HOLD-TABLE.
               05 WS-HOLD-ENTRY OCCURS 1000 TIMES PIC X(98).

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
           PERFORM 1000-LOAD-HOLDS THRU 1000-EXIT.
      * A live file bigger than the working table would come back
      * from the rewrite missing its overflow rows - the run stops
      * before touching anything.
           IF WS-LOAD-OVERFLOW
               DISPLAY "LEGALHOLDFILE has more rows than the working "
                   "table holds - maintenance cannot run safely; "
                   "nothing was changed."
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-MAINTAIN-ONE-HOLD THRU 2000-EXIT
               UNTIL WS-DONE.
           IF WS-PLACE-COUNT > ZERO OR WS-RELEASE-COUNT > ZERO
               PERFORM 8000-REWRITE-HOLDS THRU 8000-EXIT
           END-IF.
           DISPLAY "LEGAL HOLD MAINTENANCE COMPLETE".
           DISPLAY "  PLACED:   " WS-PLACE-COUNT.
           DISPLAY "  RELEASED: " WS-RELEASE-COUNT.
           DISPLAY "  REFUSED:  " WS-REFUSED-COUNT.
           PERFORM 9950-SIGN-OFF THRU 9950-EXIT.
           GOBACK.

      * No LEGALHOLDFILE yet is allowed - the first hold creates it.
       1000-LOAD-HOLDS.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS = "35"
               GO TO 1000-EXIT
           END-IF.
           READ HOLD-FILE
               AT END SET WS-HOLD-EOF TO TRUE
           END-READ.
           PERFORM 1100-LOAD-HOLD-LINE THRU 1100-EXIT
               UNTIL WS-HOLD-EOF.
           CLOSE HOLD-FILE.
       1000-EXIT.
           EXIT.

       1100-LOAD-HOLD-LINE.
           IF WS-HOLD-COUNT NOT < 1000
               SET WS-LOAD-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-HOLD-COUNT
               MOVE LEGAL-HOLD-RECORD TO WS-HOLD-ENTRY(WS-HOLD-COUNT)
               IF LH-HOLD-ID IS NUMERIC
                   AND LH-HOLD-ID > WS-LAST-HOLD-ID
                   MOVE LH-HOLD-ID TO WS-LAST-HOLD-ID
               END-IF
           END-IF.
           READ HOLD-FILE
               AT END SET WS-HOLD-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       2000-MAINTAIN-ONE-HOLD.
           DISPLAY "P place a hold, R release a hold, L list holds "
               "(blank to finish):".
           MOVE SPACE TO WS-ACTION.
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN WS-ACTION = SPACE
                   SET WS-DONE TO TRUE
               WHEN WS-ACTION-PLACE
                   PERFORM 2100-PLACE-HOLD THRU 2100-EXIT
               WHEN WS-ACTION-RELEASE
                   PERFORM 2300-RELEASE-HOLD THRU 2300-EXIT
               WHEN WS-ACTION-LIST
                   PERFORM 2400-LIST-HOLDS THRU 2400-EXIT
               WHEN OTHER
                   DISPLAY "Enter P, R or L."
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2100-PLACE-HOLD.
           DISPLAY "Installation to hold (blank = every site):".
           MOVE SPACES TO WS-NEW-INSTALLATION.
           ACCEPT WS-NEW-INSTALLATION.
           MOVE WS-NEW-INSTALLATION TO WS-EXCEPT-BAD-ENTRY.
      * A closed site can still be in dispute, so only a code the
      * installation master has never heard of is refused.
           IF WS-NEW-INSTALLATION NOT = SPACES
               CALL "operationsInstallLookup" USING
                   WS-NEW-INSTALLATION, WS-SITE-NAME, WS-SITE-STATUS
               IF WS-SITE-STATUS = "N"
                   MOVE "Hold refused - installation not on file" TO
                       WS-EXCEPT-MESSAGE
                   PERFORM 2900-REFUSE-HOLD THRU 2900-EXIT
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           DISPLAY "Hold rows dated from (YYYYMMDD, blank = from the "
               "beginning):".
           MOVE SPACES TO WS-ENTRY-TEXT.
           ACCEPT WS-ENTRY-TEXT.
           MOVE ZERO TO WS-NEW-FROM-DATE.
           IF WS-ENTRY-TEXT NOT = SPACES
               PERFORM 2200-CHECK-ENTRY-DATE THRU 2200-EXIT
               IF NOT WS-DATE-OK
                   GO TO 2100-EXIT
               END-IF
               MOVE WS-CHECK-DATE TO WS-NEW-FROM-DATE
           END-IF.
           DISPLAY "Hold rows dated to (YYYYMMDD, blank = open-"
               "ended):".
           MOVE SPACES TO WS-ENTRY-TEXT.
           ACCEPT WS-ENTRY-TEXT.
           MOVE ZERO TO WS-NEW-TO-DATE.
           IF WS-ENTRY-TEXT NOT = SPACES
               PERFORM 2200-CHECK-ENTRY-DATE THRU 2200-EXIT
               IF NOT WS-DATE-OK
                   GO TO 2100-EXIT
               END-IF
               MOVE WS-CHECK-DATE TO WS-NEW-TO-DATE
           END-IF.
           IF WS-NEW-TO-DATE NOT = ZERO
               AND WS-NEW-TO-DATE < WS-NEW-FROM-DATE
               MOVE WS-ENTRY-TEXT TO WS-EXCEPT-BAD-ENTRY
               MOVE "Hold refused - to-date is before from-date" TO
                   WS-EXCEPT-MESSAGE
               PERFORM 2900-REFUSE-HOLD THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           DISPLAY "Reason for the hold:".
           MOVE SPACES TO WS-NEW-REASON.
           ACCEPT WS-NEW-REASON.
           IF WS-NEW-REASON = SPACES
               MOVE SPACES TO WS-EXCEPT-BAD-ENTRY
               MOVE "Hold refused - a reason is required" TO
                   WS-EXCEPT-MESSAGE
               PERFORM 2900-REFUSE-HOLD THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF WS-HOLD-COUNT NOT < 1000
               MOVE SPACES TO WS-EXCEPT-BAD-ENTRY
               MOVE "Hold refused - LEGALHOLDFILE is full" TO
                   WS-EXCEPT-MESSAGE
               PERFORM 2900-REFUSE-HOLD THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-LAST-HOLD-ID.
           MOVE SPACES TO LEGAL-HOLD-RECORD.
           MOVE WS-LAST-HOLD-ID TO LH-HOLD-ID.
           MOVE "A" TO LH-STATUS.
           MOVE WS-NEW-INSTALLATION TO LH-INSTALLATION.
           MOVE WS-NEW-FROM-DATE TO LH-FROM-DATE.
           MOVE WS-NEW-TO-DATE TO LH-TO-DATE.
           MOVE WS-NEW-REASON TO LH-REASON.
           MOVE WS-OPERATOR-ID TO LH-PLACED-BY.
           MOVE WS-TODAY TO LH-PLACED-DATE.
           MOVE ZERO TO LH-RELEASED-DATE.
           ADD 1 TO WS-HOLD-COUNT.
           MOVE LEGAL-HOLD-RECORD TO WS-HOLD-ENTRY(WS-HOLD-COUNT).
           ADD 1 TO WS-PLACE-COUNT.
           MOVE "PLACE" TO WS-MLOG-ACTION.
           MOVE SPACES TO WS-MLOG-BEFORE.
           PERFORM 2500-FILL-IMAGE THRU 2500-EXIT.
           MOVE WS-HOLD-IMAGE TO WS-MLOG-AFTER.
           PERFORM 2600-WRITE-MAINT-LOG THRU 2600-EXIT.
           DISPLAY "Hold " LH-HOLD-ID " placed.".
       2100-EXIT.
           EXIT.

      * A date is real when it survives the trip to a day number and
      * back unchanged - 20260230 does not.
       2200-CHECK-ENTRY-DATE.
           MOVE "N" TO WS-DATE-OK-SWITCH.
           MOVE WS-ENTRY-TEXT TO WS-EXCEPT-BAD-ENTRY.
           IF WS-ENTRY-TEXT IS NOT NUMERIC
               MOVE "Hold refused - date is not numeric" TO
                   WS-EXCEPT-MESSAGE
               PERFORM 2900-REFUSE-HOLD THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.
           MOVE WS-ENTRY-TEXT TO WS-CHECK-DATE.
           IF WS-CHECK-YYYY < 1601
               OR WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
               OR WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
               MOVE "Hold refused - date is not a real date" TO
                   WS-EXCEPT-MESSAGE
               PERFORM 2900-REFUSE-HOLD THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.
           COMPUTE WS-ROUND-TRIP-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)).
           IF WS-ROUND-TRIP-DATE NOT = WS-CHECK-DATE
               MOVE "Hold refused - date is not a real date" TO
                   WS-EXCEPT-MESSAGE
               PERFORM 2900-REFUSE-HOLD THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.
           SET WS-DATE-OK TO TRUE.
       2200-EXIT.
           EXIT.

       2300-RELEASE-HOLD.
           DISPLAY "Hold number to release:".
           MOVE SPACES TO WS-HOLD-ID-TEXT.
           ACCEPT WS-HOLD-ID-TEXT.
           MOVE WS-HOLD-ID-TEXT TO WS-EXCEPT-BAD-ENTRY.
           MOVE FUNCTION TEST-NUMVAL(WS-HOLD-ID-TEXT) TO WS-NUM-CHECK.
           IF WS-HOLD-ID-TEXT = SPACES OR WS-NUM-CHECK NOT = 0
               MOVE "Release refused - hold number is not numeric" TO
                   WS-EXCEPT-MESSAGE
               PERFORM 2900-REFUSE-HOLD THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(WS-HOLD-ID-TEXT) TO WS-HOLD-ID.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-HOLD-SUB.
           PERFORM 2310-SCAN-FOR-HOLD THRU 2310-EXIT
               UNTIL WS-FOUND OR WS-HOLD-SUB NOT < WS-HOLD-COUNT.
           IF NOT WS-FOUND
               MOVE "Release refused - no such hold" TO
                   WS-EXCEPT-MESSAGE
               PERFORM 2900-REFUSE-HOLD THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF.
           IF NOT LH-ACTIVE
               MOVE "Release refused - hold is already released" TO
                   WS-EXCEPT-MESSAGE
               PERFORM 2900-REFUSE-HOLD THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF.
           DISPLAY "Hold " LH-HOLD-ID " " LH-INSTALLATION " "
               LH-FROM-DATE " - " LH-TO-DATE " " LH-REASON.
           PERFORM 2500-FILL-IMAGE THRU 2500-EXIT.
           MOVE WS-HOLD-IMAGE TO WS-MLOG-BEFORE.
           MOVE "R" TO LH-STATUS.
           MOVE WS-OPERATOR-ID TO LH-RELEASED-BY.
           MOVE WS-TODAY TO LH-RELEASED-DATE.
           MOVE LEGAL-HOLD-RECORD TO WS-HOLD-ENTRY(WS-HOLD-SUB).
           ADD 1 TO WS-RELEASE-COUNT.
           MOVE "RELEASE" TO WS-MLOG-ACTION.
           PERFORM 2500-FILL-IMAGE THRU 2500-EXIT.
           MOVE WS-HOLD-IMAGE TO WS-MLOG-AFTER.
           PERFORM 2600-WRITE-MAINT-LOG THRU 2600-EXIT.
           DISPLAY "Hold " LH-HOLD-ID " released.".
       2300-EXIT.
           EXIT.

      * Leaves the matching hold in the record area on a hit.
       2310-SCAN-FOR-HOLD.
           ADD 1 TO WS-HOLD-SUB.
           MOVE WS-HOLD-ENTRY(WS-HOLD-SUB) TO LEGAL-HOLD-RECORD.
           IF LH-HOLD-ID = WS-HOLD-ID
               SET WS-FOUND TO TRUE
           END-IF.
       2310-EXIT.
           EXIT.

       2400-LIST-HOLDS.
           IF WS-HOLD-COUNT = ZERO
               DISPLAY "No holds on file."
               GO TO 2400-EXIT
           END-IF.
           DISPLAY "HOLD  S SITE FROM     TO       REASON".
           MOVE ZERO TO WS-HOLD-SUB.
           PERFORM 2410-LIST-HOLD-LINE THRU 2410-EXIT
               UNTIL WS-HOLD-SUB NOT < WS-HOLD-COUNT.
       2400-EXIT.
           EXIT.

       2410-LIST-HOLD-LINE.
           ADD 1 TO WS-HOLD-SUB.
           MOVE WS-HOLD-ENTRY(WS-HOLD-SUB) TO LEGAL-HOLD-RECORD.
           PERFORM 2500-FILL-IMAGE THRU 2500-EXIT.
           DISPLAY WS-HOLD-IMAGE.
           IF LH-RELEASED
               DISPLAY "        placed by " LH-PLACED-BY " on "
                   LH-PLACED-DATE ", released by " LH-RELEASED-BY
                   " on " LH-RELEASED-DATE
           ELSE
               DISPLAY "        placed by " LH-PLACED-BY " on "
                   LH-PLACED-DATE
           END-IF.
       2410-EXIT.
           EXIT.

       2500-FILL-IMAGE.
           MOVE LH-HOLD-ID TO WS-IMG-HOLD-ID.
           MOVE LH-STATUS TO WS-IMG-STATUS.
           MOVE LH-INSTALLATION TO WS-IMG-INSTALLATION.
           MOVE LH-FROM-DATE TO WS-IMG-FROM-DATE.
           MOVE LH-TO-DATE TO WS-IMG-TO-DATE.
           MOVE LH-REASON TO WS-IMG-REASON.
       2500-EXIT.
           EXIT.

       2600-WRITE-MAINT-LOG.
           MOVE SPACES TO WS-MLOG-KEY.
           STRING "HOLD " DELIMITED BY SIZE
               LH-HOLD-ID DELIMITED BY SIZE
               INTO WS-MLOG-KEY.
           CALL "operationsMaintLog" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID, WS-MLOG-ACTION, WS-MLOG-KEY,
               WS-MLOG-BEFORE, WS-MLOG-AFTER.
       2600-EXIT.
           EXIT.

       2900-REFUSE-HOLD.
           ADD 1 TO WS-REFUSED-COUNT.
           DISPLAY WS-EXCEPT-MESSAGE.
           OPEN EXTEND EXCEPTION-FILE.
           ACCEPT EXC-DATE FROM DATE YYYYMMDD.
           ACCEPT EXC-TIME FROM TIME.
           MOVE "operationsLegalHoldMaint" TO EXC-PROGRAM.
           MOVE WS-EXCEPT-MESSAGE TO EXC-MESSAGE.
           MOVE ZERO TO EXC-NUM1.
           MOVE ZERO TO EXC-NUM2.
           MOVE WS-EXCEPT-BAD-ENTRY TO EXC-BAD-ENTRY.
           MOVE ZERO TO EXC-ID.
           WRITE EXCEPTION-RECORD.
           CLOSE EXCEPTION-FILE.
       2900-EXIT.
           EXIT.

       8000-REWRITE-HOLDS.
           OPEN OUTPUT HOLD-FILE.
           MOVE ZERO TO WS-HOLD-SUB.
           PERFORM 8100-WRITE-HOLD-LINE THRU 8100-EXIT
               UNTIL WS-HOLD-SUB NOT < WS-HOLD-COUNT.
           CLOSE HOLD-FILE.
       8000-EXIT.
           EXIT.

       8100-WRITE-HOLD-LINE.
           ADD 1 TO WS-HOLD-SUB.
           MOVE WS-HOLD-ENTRY(WS-HOLD-SUB) TO LEGAL-HOLD-RECORD.
           WRITE LEGAL-HOLD-RECORD.
       8100-EXIT.
           EXIT.

       9950-SIGN-OFF.
           CALL "operationsSignOff" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID.
       9950-EXIT.
           EXIT.

       END PROGRAM operationsLegalHoldMaint.
