      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Audit sample selection over HISTFILE and
      *           HISTARCHFILE for a date range, so the transactions
      *           internal audit test are chosen by rule rather than
      *           by pointing at a printout. Three methods:
      *             R  a random pick of so many rows (per stratum),
      *                driven by a seed that is recorded, so the same
      *                draw can be made again;
      *             N  every Nth row (per stratum), from a starting
      *                row set by the seed;
      *             V  every row whose RESULT is at least a given
      *                value either side of zero.
      *           Random and every-Nth samples may be stratified by
      *           installation or by operator, so every site or every
      *           operator is represented. The chosen rows print with
      *           their HISTIDXFILE keys (date and transaction
      *           sequence number) and checksums on the cataloged
      *           report, and the sample - its parameters and every
      *           item - goes on the sample register SAMPLEREGFILE,
      *           where operationsSampleMark records each item as
      *           tested or an exception.
      *           Asked to reproduce a registered sample, the program
      *           draws it again from the register's own parameters
      *           and proves the result item by item against the
      *           register, showing each item's audit status; an item
      *           that no longer comes out the same, or whose
      *           checksum has changed since the draw, is flagged and
      *           the return code is 4.
      *           Archive rows are read before live rows. The archive
      *           only ever takes the oldest rows off the front of
      *           HISTFILE and adds them to its end, so the two files
      *           read in that order present the same rows in the
      *           same order however much has been archived since -
      *           which is what lets a sample be drawn again.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsAuditSample.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "HISTARCHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "SAMPLEREGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
           COPY HISTREC.

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

       FD  REGISTER-FILE.
           COPY SAMPLEREG.

       WORKING-STORAGE SECTION.
           COPY RPTFLDS.
      * Program name handed to the shared sign-on module - kept in
      * working storage (truncated to the X(20) the module declares)
      * because a literal is not a valid BY REFERENCE argument.
           01 WS-SIGNON-PROGRAM PIC X(20) VALUE
               "operationsAuditSampl".
           01 WS-REQUIRED-LEVEL PIC X(01) VALUE SPACE.
           01 WS-OPERATOR-ID PIC X(08).
           01 WS-USER-LEVEL PIC X(01).
           01 WS-SIGNON-OK-SWITCH PIC X(01).
               88 WS-SIGNON-OK VALUE "Y".
           01 WS-HIST-STATUS PIC X(02) VALUE "00".
           01 WS-ARCH-STATUS PIC X(02) VALUE "00".
           01 WS-REG-STATUS PIC X(02) VALUE "00".
           01 WS-HIST-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-HIST-EOF VALUE "Y".
           01 WS-ARCH-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-ARCH-EOF VALUE "Y".
           01 WS-REG-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-REG-EOF VALUE "Y".
           01 WS-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 WS-OVERFLOW VALUE "Y".
           01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
               88 WS-FOUND VALUE "Y".
           01 WS-HEADER-FOUND-SWITCH PIC X(01) VALUE "N".
               88 WS-HEADER-FOUND VALUE "Y".
           01 WS-ENTRY-OK-SWITCH PIC X(01).
               88 WS-ENTRY-OK VALUE "Y".
           01 WS-MODE PIC X(01).
               88 WS-MODE-DRAW VALUE "D".
               88 WS-MODE-REPRODUCE VALUE "R".
           01 WS-TODAY PIC 9(08).
           01 WS-TIME-NOW PIC 9(08).
           01 WS-ENTRY-TEXT PIC X(12).
           01 WS-NUM-CHECK PIC S9(4) COMP.
           01 WS-CHECK-DATE PIC 9(08).
           01 WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
               05 WS-CHECK-YYYY PIC 9(04).
               05 WS-CHECK-MM PIC 9(02).
               05 WS-CHECK-DD PIC 9(02).
           01 WS-ROUND-TRIP-DATE PIC 9(08).
      * The sample's parameters - keyed for a new draw, taken from
      * the register's header row to reproduce one.
           01 WS-SAMPLE-ID PIC 9(05) VALUE ZERO.
           01 WS-LAST-SAMPLE-ID PIC 9(05) VALUE ZERO.
           01 WS-FROM-DATE PIC 9(08).
           01 WS-TO-DATE PIC 9(08).
           01 WS-METHOD PIC X(01).
               88 WS-METHOD-RANDOM VALUE "R".
               88 WS-METHOD-INTERVAL VALUE "N".
               88 WS-METHOD-VALUE VALUE "V".
           01 WS-STRATA PIC X(01).
               88 WS-BY-INSTALLATION VALUE "I".
               88 WS-BY-OPERATOR VALUE "O".
               88 WS-NOT-STRATIFIED VALUE SPACE.
           01 WS-SEED PIC 9(10).
           01 WS-SAMPLE-SIZE PIC 9(05) VALUE ZERO.
           01 WS-INTERVAL PIC 9(05) VALUE ZERO.
           01 WS-START-POSITION PIC 9(05) VALUE ZERO.
           01 WS-THRESHOLD PIC 9(07)V99 VALUE ZERO.
           01 WS-PURPOSE PIC X(24).
      * The seeded generator: the Lehmer "minimal standard" sequence,
      * next = seed x 16807 modulo 2**31-1. Written out rather than
      * left to a library routine so a recorded seed draws the same
      * rows on any machine, now or years from now.
           01 WS-RAND-SEED PIC 9(10) COMP.
           01 WS-RAND-PRODUCT PIC 9(18) COMP.
           01 WS-RAND-QUOTIENT PIC 9(18) COMP.
           01 WS-RAND-MODULUS PIC 9(10) COMP VALUE 2147483647.
           01 WS-RAND-MULTIPLIER PIC 9(05) COMP VALUE 16807.
           01 WS-REMAINDER PIC 9(10) COMP.
           01 WS-WORK-QUOTIENT PIC 9(10) COMP.
      * The row under consideration.
           01 WS-POPULATION PIC 9(07) COMP VALUE ZERO.
           01 WS-ROW-STRATUM PIC X(08).
           01 WS-ROW-SIZE PIC 9(07)V99.
           01 WS-ROW-POSITION PIC 9(07) COMP.
           01 WS-ARCH-USED-COUNT PIC 9(07) COMP VALUE ZERO.
      * Running row counts per stratum for the every-Nth method.
           01 WS-STRATUM-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-STRATUM-SUB PIC 9(03) COMP.
           01 WS-STRATUM-TABLE.
               05 WS-STRATUM-ENTRY OCCURS 200 TIMES.
                   10 WS-STRATUM-CODE PIC X(08).
                   10 WS-STRATUM-ROWS PIC 9(07) COMP.
      * The rows chosen. A random pick keeps, per stratum, the rows
      * that drew the lowest numbers so far; the table is put back
      * into stratum and file order before it is printed.
           01 WS-SEL-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-SEL-SUB PIC 9(03) COMP.
           01 WS-SEL-HIGH-SUB PIC 9(03) COMP.
           01 WS-SEL-IN-STRATUM PIC 9(05) COMP.
           01 WS-SEL-HIGH-KEY PIC 9(10) COMP.
           01 WS-SORT-SUB PIC 9(03) COMP.
           01 WS-SHIFT-SUB PIC 9(03) COMP.
           01 WS-SEL-TABLE.
               05 WS-SEL-ENTRY OCCURS 500 TIMES.
                   10 WS-SEL-SORT-KEY.
                       15 WS-SEL-STRATUM PIC X(08).
                       15 WS-SEL-ORDINAL PIC 9(07).
                   10 WS-SEL-RAND-KEY PIC 9(10).
                   10 WS-SEL-DATE PIC 9(08).
                   10 WS-SEL-SEQ-NUM PIC 9(05).
                   10 WS-SEL-TIME PIC 9(08).
                   10 WS-SEL-INSTALLATION PIC X(04).
                   10 WS-SEL-USER-ID PIC X(08).
                   10 WS-SEL-OP-CODE PIC X(01).
                   10 WS-SEL-RESULT PIC S9(7)V99
                       SIGN LEADING SEPARATE.
                   10 WS-SEL-CHECKSUM PIC 9(09).
           01 WS-HOLD-ENTRY PIC X(78).
      * The registered items of the sample being reproduced.
           01 WS-REG-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-REG-SUB PIC 9(03) COMP.
           01 WS-REG-TABLE.
               05 WS-REG-ENTRY OCCURS 500 TIMES.
                   10 WS-REG-DATE PIC 9(08).
                   10 WS-REG-SEQ-NUM PIC 9(05).
                   10 WS-REG-CHECKSUM PIC 9(09).
                   10 WS-REG-ITEM-STATUS PIC X(01).
                   10 WS-REG-MARKED-BY PIC X(08).
                   10 WS-REG-NOTE PIC X(40).
           01 WS-DIFF-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-LINE-NOTE PIC X(28).
           01 WS-LAST-STRATUM PIC X(08).
           01 WS-ITEM-NUM PIC 9(05).
           01 WS-RESULT-EDIT PIC Z,ZZZ,ZZ9.99-.
           01 WS-THRESHOLD-EDIT PIC Z,ZZZ,ZZ9.99.
           01 WS-COUNT-EDIT PIC Z,ZZZ,ZZ9.
           01 WS-ARCH-EDIT PIC Z,ZZZ,ZZ9.
           01 WS-SIZE-EDIT PIC ZZZZ9.
           01 WS-STRATA-TEXT PIC X(17).

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
           ACCEPT WS-TIME-NOW FROM TIME.
           DISPLAY "D draw a new sample, R reproduce a registered "
               "sample:".
           MOVE SPACE TO WS-MODE.
           ACCEPT WS-MODE.
           IF NOT WS-MODE-DRAW AND NOT WS-MODE-REPRODUCE
               DISPLAY "Enter D or R - nothing drawn."
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-MODE-REPRODUCE
               DISPLAY "Sample number to reproduce:"
               MOVE SPACES TO WS-ENTRY-TEXT
               ACCEPT WS-ENTRY-TEXT
               MOVE FUNCTION TEST-NUMVAL(WS-ENTRY-TEXT)
                   TO WS-NUM-CHECK
               IF WS-ENTRY-TEXT = SPACES OR WS-NUM-CHECK NOT = 0
                   DISPLAY "Sample number is not numeric - nothing "
                       "drawn."
                   PERFORM 9950-SIGN-OFF THRU 9950-EXIT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE FUNCTION NUMVAL(WS-ENTRY-TEXT) TO WS-SAMPLE-ID
           END-IF.
           PERFORM 1000-LOAD-REGISTER THRU 1000-EXIT.
           IF WS-MODE-REPRODUCE AND NOT WS-HEADER-FOUND
               DISPLAY "Sample " WS-SAMPLE-ID " is not on the "
                   "register - nothing drawn."
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-MODE-DRAW
               PERFORM 1500-GET-PARAMETERS THRU 1500-EXIT
               IF NOT WS-ENTRY-OK
                   PERFORM 9950-SIGN-OFF THRU 9950-EXIT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           MOVE WS-SEED TO WS-RAND-SEED.
           PERFORM 2000-DRAW-SAMPLE THRU 2000-EXIT.
      * A sample that will not fit is refused whole rather than
      * registered short - a partial sample could never be drawn
      * the same way again.
           IF WS-OVERFLOW
               DISPLAY "The sample comes to more than 500 items (or "
                   "200 strata) - narrow the date range or raise the "
                   "interval or value. Nothing was registered."
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 1 TO WS-SORT-SUB.
           PERFORM 3000-SORT-SELECTION THRU 3000-EXIT
               UNTIL WS-SORT-SUB NOT < WS-SEL-COUNT.
           IF WS-MODE-DRAW
               IF WS-SEL-COUNT = ZERO
                   DISPLAY "No rows meet the sample's rule - nothing "
                       "was registered."
                   PERFORM 9950-SIGN-OFF THRU 9950-EXIT
                   MOVE 4 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM 4000-REGISTER-SAMPLE THRU 4000-EXIT
           END-IF.
           PERFORM 9700-OPEN-REPORT THRU 9700-EXIT.
           PERFORM 5000-PRINT-SAMPLE THRU 5000-EXIT.
           PERFORM 9900-CLOSE-REPORT THRU 9900-EXIT.
           PERFORM 9950-SIGN-OFF THRU 9950-EXIT.
           IF WS-DIFF-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * Finds the last sample number used and, to reproduce one,
      * its header and items. No register yet is allowed - the
      * first sample creates it.
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
           IF SREG-SAMPLE-ID IS NUMERIC
               AND SREG-SAMPLE-ID > WS-LAST-SAMPLE-ID
               MOVE SREG-SAMPLE-ID TO WS-LAST-SAMPLE-ID
           END-IF.
           IF WS-MODE-DRAW OR SREG-SAMPLE-ID NOT = WS-SAMPLE-ID
               GO TO 1100-NEXT
           END-IF.
           IF SREG-HEADER
               SET WS-HEADER-FOUND TO TRUE
               MOVE SREG-FROM-DATE TO WS-FROM-DATE
               MOVE SREG-TO-DATE TO WS-TO-DATE
               MOVE SREG-METHOD TO WS-METHOD
               MOVE SREG-STRATA TO WS-STRATA
               MOVE SREG-SEED TO WS-SEED
               MOVE SREG-SAMPLE-SIZE TO WS-SAMPLE-SIZE
               MOVE SREG-INTERVAL TO WS-INTERVAL
               MOVE SREG-START-POSITION TO WS-START-POSITION
               MOVE SREG-THRESHOLD TO WS-THRESHOLD
               MOVE SREG-PURPOSE TO WS-PURPOSE
           END-IF.
           IF SREG-ITEM AND WS-REG-COUNT < 500
               ADD 1 TO WS-REG-COUNT
               MOVE SREG-HIST-DATE TO WS-REG-DATE(WS-REG-COUNT)
               MOVE SREG-HIST-SEQ-NUM TO WS-REG-SEQ-NUM(WS-REG-COUNT)
               MOVE SREG-CHECKSUM TO WS-REG-CHECKSUM(WS-REG-COUNT)
               MOVE SREG-ITEM-STATUS
                   TO WS-REG-ITEM-STATUS(WS-REG-COUNT)
               MOVE SREG-MARKED-BY TO WS-REG-MARKED-BY(WS-REG-COUNT)
               MOVE SREG-NOTE TO WS-REG-NOTE(WS-REG-COUNT)
           END-IF.
       1100-NEXT.
           READ REGISTER-FILE
               AT END SET WS-REG-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       1500-GET-PARAMETERS.
           MOVE "N" TO WS-ENTRY-OK-SWITCH.
           DISPLAY "Sample rows dated from (YYYYMMDD):".
           PERFORM 1600-ACCEPT-DATE THRU 1600-EXIT.
           IF NOT WS-ENTRY-OK
               GO TO 1500-EXIT
           END-IF.
           MOVE WS-CHECK-DATE TO WS-FROM-DATE.
           DISPLAY "Sample rows dated to (YYYYMMDD):".
           PERFORM 1600-ACCEPT-DATE THRU 1600-EXIT.
           IF NOT WS-ENTRY-OK
               GO TO 1500-EXIT
           END-IF.
           MOVE WS-CHECK-DATE TO WS-TO-DATE.
           MOVE "N" TO WS-ENTRY-OK-SWITCH.
           IF WS-TO-DATE < WS-FROM-DATE
               DISPLAY "To-date is before from-date - nothing drawn."
               GO TO 1500-EXIT
           END-IF.
           DISPLAY "Method - R random, N every Nth row, V rows over "
               "a value:".
           MOVE SPACE TO WS-METHOD.
           ACCEPT WS-METHOD.
           EVALUATE TRUE
               WHEN WS-METHOD-RANDOM
                   DISPLAY "Rows to pick (per stratum if stratified):"
                   PERFORM 1700-ACCEPT-COUNT THRU 1700-EXIT
                   MOVE WS-WORK-QUOTIENT TO WS-SAMPLE-SIZE
               WHEN WS-METHOD-INTERVAL
                   DISPLAY "Take every how many rows:"
                   PERFORM 1700-ACCEPT-COUNT THRU 1700-EXIT
                   MOVE WS-WORK-QUOTIENT TO WS-INTERVAL
               WHEN WS-METHOD-VALUE
                   DISPLAY "Take every row with RESULT at least "
                       "(either side of zero):"
                   MOVE SPACES TO WS-ENTRY-TEXT
                   ACCEPT WS-ENTRY-TEXT
                   MOVE FUNCTION TEST-NUMVAL(WS-ENTRY-TEXT)
                       TO WS-NUM-CHECK
                   IF WS-ENTRY-TEXT NOT = SPACES AND WS-NUM-CHECK = 0
                       COMPUTE WS-THRESHOLD =
                           FUNCTION NUMVAL(WS-ENTRY-TEXT)
                           ON SIZE ERROR
                               MOVE ZERO TO WS-THRESHOLD
                       END-COMPUTE
                   END-IF
                   IF WS-THRESHOLD > ZERO
                       SET WS-ENTRY-OK TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOT WS-ENTRY-OK
               DISPLAY "Method or its figure not valid - nothing "
                   "drawn."
               GO TO 1500-EXIT
           END-IF.
           MOVE SPACE TO WS-STRATA.
           IF NOT WS-METHOD-VALUE
               DISPLAY "Stratify - I by installation, O by operator, "
                   "blank not stratified:"
               ACCEPT WS-STRATA
               IF NOT WS-BY-INSTALLATION AND NOT WS-BY-OPERATOR
                   AND NOT WS-NOT-STRATIFIED
                   DISPLAY "Enter I, O or blank - nothing drawn."
                   MOVE "N" TO WS-ENTRY-OK-SWITCH
                   GO TO 1500-EXIT
               END-IF
           END-IF.
      * The seed is always recorded, keyed or not - a blank seed is
      * taken from the clock.
           MOVE ZERO TO WS-SEED.
           IF NOT WS-METHOD-VALUE
               DISPLAY "Seed (1 to 2147483646, blank to take one "
                   "from the clock):"
               MOVE SPACES TO WS-ENTRY-TEXT
               ACCEPT WS-ENTRY-TEXT
               IF WS-ENTRY-TEXT = SPACES
                   COMPUTE WS-SEED = WS-TIME-NOW + 1
               ELSE
                   MOVE FUNCTION TEST-NUMVAL(WS-ENTRY-TEXT)
                       TO WS-NUM-CHECK
                   IF WS-NUM-CHECK = 0
                       COMPUTE WS-SEED = FUNCTION NUMVAL(WS-ENTRY-TEXT)
                           ON SIZE ERROR
                               MOVE ZERO TO WS-SEED
                       END-COMPUTE
                   END-IF
               END-IF
               IF WS-SEED < 1 OR WS-SEED > 2147483646
                   DISPLAY "Seed must be 1 to 2147483646 - nothing "
                       "drawn."
                   MOVE "N" TO WS-ENTRY-OK-SWITCH
                   GO TO 1500-EXIT
               END-IF
           END-IF.
           IF WS-METHOD-INTERVAL
               DIVIDE WS-SEED BY WS-INTERVAL
                   GIVING WS-WORK-QUOTIENT REMAINDER WS-REMAINDER
               COMPUTE WS-START-POSITION = WS-REMAINDER + 1
           END-IF.
           DISPLAY "What the sample is for:".
           MOVE SPACES TO WS-PURPOSE.
           ACCEPT WS-PURPOSE.
       1500-EXIT.
           EXIT.

      * A date is real when it survives the trip to a day number and
      * back unchanged - 20260230 does not.
       1600-ACCEPT-DATE.
           MOVE "N" TO WS-ENTRY-OK-SWITCH.
           MOVE SPACES TO WS-ENTRY-TEXT.
           ACCEPT WS-ENTRY-TEXT.
           IF WS-ENTRY-TEXT(1:8) IS NOT NUMERIC
               OR WS-ENTRY-TEXT(9:4) NOT = SPACES
               DISPLAY "Not a YYYYMMDD date - nothing drawn."
               GO TO 1600-EXIT
           END-IF.
           MOVE WS-ENTRY-TEXT(1:8) TO WS-CHECK-DATE.
           IF WS-CHECK-YYYY < 1601
               OR WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
               OR WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
               DISPLAY "Not a real date - nothing drawn."
               GO TO 1600-EXIT
           END-IF.
           COMPUTE WS-ROUND-TRIP-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)).
           IF WS-ROUND-TRIP-DATE NOT = WS-CHECK-DATE
               DISPLAY "Not a real date - nothing drawn."
               GO TO 1600-EXIT
           END-IF.
           SET WS-ENTRY-OK TO TRUE.
       1600-EXIT.
           EXIT.

      * A whole number from 1 to 99999, left in WS-WORK-QUOTIENT.
       1700-ACCEPT-COUNT.
           MOVE ZERO TO WS-WORK-QUOTIENT.
           MOVE SPACES TO WS-ENTRY-TEXT.
           ACCEPT WS-ENTRY-TEXT.
           MOVE FUNCTION TEST-NUMVAL(WS-ENTRY-TEXT) TO WS-NUM-CHECK.
           IF WS-ENTRY-TEXT = SPACES OR WS-NUM-CHECK NOT = 0
               GO TO 1700-EXIT
           END-IF.
           COMPUTE WS-WORK-QUOTIENT = FUNCTION NUMVAL(WS-ENTRY-TEXT)
               ON SIZE ERROR
                   MOVE ZERO TO WS-WORK-QUOTIENT
           END-COMPUTE.
           IF WS-WORK-QUOTIENT > ZERO AND WS-WORK-QUOTIENT < 100000
               SET WS-ENTRY-OK TO TRUE
           END-IF.
       1700-EXIT.
           EXIT.

      * Archive rows are moved into the live record area before the
      * live file is opened, so 2200 sees one shape of data.
       2000-DRAW-SAMPLE.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCH-STATUS NOT = "35"
               READ ARCHIVE-FILE
                   AT END SET WS-ARCH-EOF TO TRUE
               END-READ
               PERFORM 2050-ARCHIVE-ROW THRU 2050-EXIT
                   UNTIL WS-ARCH-EOF
               CLOSE ARCHIVE-FILE
           END-IF.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS = "35"
               GO TO 2000-EXIT
           END-IF.
           READ HIST-FILE
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.
           PERFORM 2100-HISTORY-ROW THRU 2100-EXIT
               UNTIL WS-HIST-EOF.
           CLOSE HIST-FILE.
       2000-EXIT.
           EXIT.

       2050-ARCHIVE-ROW.
           IF ARCH-DATE NOT < WS-FROM-DATE
               AND ARCH-DATE NOT > WS-TO-DATE
               MOVE ARCH-RECORD TO HIST-RECORD
               ADD 1 TO WS-ARCH-USED-COUNT
               PERFORM 2200-CONSIDER-ROW THRU 2200-EXIT
           END-IF.
           READ ARCHIVE-FILE
               AT END SET WS-ARCH-EOF TO TRUE
           END-READ.
       2050-EXIT.
           EXIT.

       2100-HISTORY-ROW.
           IF HIST-DATE OF HIST-RECORD NOT < WS-FROM-DATE
               AND HIST-DATE OF HIST-RECORD NOT > WS-TO-DATE
               PERFORM 2200-CONSIDER-ROW THRU 2200-EXIT
           END-IF.
           READ HIST-FILE
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      * Every row in range is part of the population and, under the
      * random method, takes the next number from the generator
      * whether it is kept or not - so the draw depends only on the
      * seed and the rows, never on what was kept before.
       2200-CONSIDER-ROW.
           IF WS-OVERFLOW
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-POPULATION.
           EVALUATE TRUE
               WHEN WS-BY-INSTALLATION
                   MOVE HIST-INSTALLATION OF HIST-RECORD
                       TO WS-ROW-STRATUM
               WHEN WS-BY-OPERATOR
                   MOVE HIST-USER-ID OF HIST-RECORD TO WS-ROW-STRATUM
               WHEN OTHER
                   MOVE SPACES TO WS-ROW-STRATUM
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-METHOD-RANDOM
                   PERFORM 2300-NEXT-RANDOM THRU 2300-EXIT
                   PERFORM 2400-RANDOM-PICK THRU 2400-EXIT
               WHEN WS-METHOD-INTERVAL
                   PERFORM 2500-INTERVAL-PICK THRU 2500-EXIT
               WHEN WS-METHOD-VALUE
                   MOVE HIST-RESULT OF HIST-RECORD TO WS-ROW-SIZE
                   IF WS-ROW-SIZE NOT < WS-THRESHOLD
                       PERFORM 2700-ADD-SELECTION THRU 2700-EXIT
                   END-IF
           END-EVALUATE.
       2200-EXIT.
           EXIT.

       2300-NEXT-RANDOM.
           COMPUTE WS-RAND-PRODUCT = WS-RAND-SEED * WS-RAND-MULTIPLIER.
           DIVIDE WS-RAND-PRODUCT BY WS-RAND-MODULUS
               GIVING WS-RAND-QUOTIENT REMAINDER WS-RAND-SEED.
       2300-EXIT.
           EXIT.

      * Keeps the row if its stratum has fewer than the sample size
      * so far, or if it drew a lower number than the highest kept
      * in its stratum, which it then replaces.
       2400-RANDOM-PICK.
           MOVE ZERO TO WS-SEL-IN-STRATUM.
           MOVE ZERO TO WS-SEL-HIGH-KEY.
           MOVE ZERO TO WS-SEL-HIGH-SUB.
           MOVE ZERO TO WS-SEL-SUB.
           PERFORM 2410-SCAN-STRATUM THRU 2410-EXIT
               UNTIL WS-SEL-SUB NOT < WS-SEL-COUNT.
           IF WS-SEL-IN-STRATUM < WS-SAMPLE-SIZE
               PERFORM 2700-ADD-SELECTION THRU 2700-EXIT
               GO TO 2400-EXIT
           END-IF.
           IF WS-RAND-SEED < WS-SEL-HIGH-KEY
               MOVE WS-SEL-HIGH-SUB TO WS-SEL-SUB
               PERFORM 2800-FILL-SELECTION THRU 2800-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

       2410-SCAN-STRATUM.
           ADD 1 TO WS-SEL-SUB.
           IF WS-SEL-STRATUM(WS-SEL-SUB) = WS-ROW-STRATUM
               ADD 1 TO WS-SEL-IN-STRATUM
               IF WS-SEL-RAND-KEY(WS-SEL-SUB) > WS-SEL-HIGH-KEY
                   MOVE WS-SEL-RAND-KEY(WS-SEL-SUB) TO WS-SEL-HIGH-KEY
                   MOVE WS-SEL-SUB TO WS-SEL-HIGH-SUB
               END-IF
           END-IF.
       2410-EXIT.
           EXIT.

      * Counts the row within its stratum and keeps it when the count
      * lands on the start position or a whole interval after it.
       2500-INTERVAL-PICK.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-STRATUM-SUB.
           PERFORM 2510-SCAN-STRATA THRU 2510-EXIT
               UNTIL WS-FOUND OR WS-STRATUM-SUB NOT < WS-STRATUM-COUNT.
           IF NOT WS-FOUND
               IF WS-STRATUM-COUNT NOT < 200
                   SET WS-OVERFLOW TO TRUE
                   GO TO 2500-EXIT
               END-IF
               ADD 1 TO WS-STRATUM-COUNT
               MOVE WS-STRATUM-COUNT TO WS-STRATUM-SUB
               MOVE WS-ROW-STRATUM TO WS-STRATUM-CODE(WS-STRATUM-SUB)
               MOVE ZERO TO WS-STRATUM-ROWS(WS-STRATUM-SUB)
           END-IF.
           ADD 1 TO WS-STRATUM-ROWS(WS-STRATUM-SUB).
           MOVE WS-STRATUM-ROWS(WS-STRATUM-SUB) TO WS-ROW-POSITION.
           IF WS-ROW-POSITION < WS-START-POSITION
               GO TO 2500-EXIT
           END-IF.
           COMPUTE WS-ROW-POSITION =
               WS-ROW-POSITION - WS-START-POSITION.
           DIVIDE WS-ROW-POSITION BY WS-INTERVAL
               GIVING WS-WORK-QUOTIENT REMAINDER WS-REMAINDER.
           IF WS-REMAINDER = ZERO
               PERFORM 2700-ADD-SELECTION THRU 2700-EXIT
           END-IF.
       2500-EXIT.
           EXIT.

       2510-SCAN-STRATA.
           ADD 1 TO WS-STRATUM-SUB.
           IF WS-STRATUM-CODE(WS-STRATUM-SUB) = WS-ROW-STRATUM
               SET WS-FOUND TO TRUE
           END-IF.
       2510-EXIT.
           EXIT.

       2700-ADD-SELECTION.
           IF WS-SEL-COUNT NOT < 500
               SET WS-OVERFLOW TO TRUE
               GO TO 2700-EXIT
           END-IF.
           ADD 1 TO WS-SEL-COUNT.
           MOVE WS-SEL-COUNT TO WS-SEL-SUB.
           PERFORM 2800-FILL-SELECTION THRU 2800-EXIT.
       2700-EXIT.
           EXIT.

       2800-FILL-SELECTION.
           MOVE WS-ROW-STRATUM TO WS-SEL-STRATUM(WS-SEL-SUB).
           MOVE WS-POPULATION TO WS-SEL-ORDINAL(WS-SEL-SUB).
           MOVE WS-RAND-SEED TO WS-SEL-RAND-KEY(WS-SEL-SUB).
           MOVE HIST-DATE OF HIST-RECORD TO WS-SEL-DATE(WS-SEL-SUB).
           MOVE HIST-SEQ-NUM OF HIST-RECORD
               TO WS-SEL-SEQ-NUM(WS-SEL-SUB).
           MOVE HIST-TIME OF HIST-RECORD TO WS-SEL-TIME(WS-SEL-SUB).
           MOVE HIST-INSTALLATION OF HIST-RECORD
               TO WS-SEL-INSTALLATION(WS-SEL-SUB).
           MOVE HIST-USER-ID OF HIST-RECORD
               TO WS-SEL-USER-ID(WS-SEL-SUB).
           MOVE HIST-OP-CODE OF HIST-RECORD
               TO WS-SEL-OP-CODE(WS-SEL-SUB).
           MOVE HIST-RESULT OF HIST-RECORD
               TO WS-SEL-RESULT(WS-SEL-SUB).
           MOVE HIST-CHECKSUM OF HIST-RECORD
               TO WS-SEL-CHECKSUM(WS-SEL-SUB).
       2800-EXIT.
           EXIT.

      * Insertion sort into stratum then file order: entry
      * WS-SORT-SUB + 1 is lifted out and the larger entries before
      * it are shifted up one place to make room.
       3000-SORT-SELECTION.
           ADD 1 TO WS-SORT-SUB.
           MOVE WS-SEL-ENTRY(WS-SORT-SUB) TO WS-HOLD-ENTRY.
           COMPUTE WS-SHIFT-SUB = WS-SORT-SUB - 1.
           PERFORM 3010-SHIFT-UP THRU 3010-EXIT
               UNTIL WS-SHIFT-SUB = ZERO
                   OR WS-SEL-SORT-KEY(WS-SHIFT-SUB)
                       NOT > WS-HOLD-ENTRY(1:15).
           MOVE WS-HOLD-ENTRY TO WS-SEL-ENTRY(WS-SHIFT-SUB + 1).
       3000-EXIT.
           EXIT.

       3010-SHIFT-UP.
           MOVE WS-SEL-ENTRY(WS-SHIFT-SUB)
               TO WS-SEL-ENTRY(WS-SHIFT-SUB + 1).
           SUBTRACT 1 FROM WS-SHIFT-SUB.
       3010-EXIT.
           EXIT.

       4000-REGISTER-SAMPLE.
           ADD 1 TO WS-LAST-SAMPLE-ID.
           MOVE WS-LAST-SAMPLE-ID TO WS-SAMPLE-ID.
           OPEN EXTEND REGISTER-FILE.
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
           END-IF.
           MOVE SPACES TO SAMPLE-REGISTER-RECORD.
           MOVE WS-SAMPLE-ID TO SREG-SAMPLE-ID.
           MOVE "H" TO SREG-RECORD-TYPE.
           MOVE WS-TODAY TO SREG-DRAWN-DATE.
           MOVE WS-TIME-NOW TO SREG-DRAWN-TIME.
           MOVE WS-OPERATOR-ID TO SREG-DRAWN-BY.
           MOVE WS-FROM-DATE TO SREG-FROM-DATE.
           MOVE WS-TO-DATE TO SREG-TO-DATE.
           MOVE WS-METHOD TO SREG-METHOD.
           MOVE WS-STRATA TO SREG-STRATA.
           MOVE WS-SEED TO SREG-SEED.
           MOVE WS-SAMPLE-SIZE TO SREG-SAMPLE-SIZE.
           MOVE WS-INTERVAL TO SREG-INTERVAL.
           MOVE WS-START-POSITION TO SREG-START-POSITION.
           MOVE WS-THRESHOLD TO SREG-THRESHOLD.
           MOVE WS-POPULATION TO SREG-POPULATION.
           MOVE WS-SEL-COUNT TO SREG-ITEM-COUNT.
           MOVE WS-PURPOSE TO SREG-PURPOSE.
           WRITE SAMPLE-REGISTER-RECORD.
           MOVE ZERO TO WS-SEL-SUB.
           PERFORM 4100-REGISTER-ITEM THRU 4100-EXIT
               UNTIL WS-SEL-SUB NOT < WS-SEL-COUNT.
           CLOSE REGISTER-FILE.
       4000-EXIT.
           EXIT.

       4100-REGISTER-ITEM.
           ADD 1 TO WS-SEL-SUB.
           MOVE SPACES TO SAMPLE-REGISTER-RECORD.
           MOVE WS-SAMPLE-ID TO SREG-SAMPLE-ID.
           MOVE "I" TO SREG-RECORD-TYPE.
           MOVE WS-SEL-SUB TO SREG-ITEM-NUM.
           MOVE WS-SEL-DATE(WS-SEL-SUB) TO SREG-HIST-DATE.
           MOVE WS-SEL-SEQ-NUM(WS-SEL-SUB) TO SREG-HIST-SEQ-NUM.
           MOVE WS-SEL-INSTALLATION(WS-SEL-SUB) TO SREG-INSTALLATION.
           MOVE WS-SEL-USER-ID(WS-SEL-SUB) TO SREG-USER-ID.
           MOVE WS-SEL-RESULT(WS-SEL-SUB) TO SREG-RESULT.
           MOVE WS-SEL-CHECKSUM(WS-SEL-SUB) TO SREG-CHECKSUM.
           MOVE SPACE TO SREG-ITEM-STATUS.
           MOVE ZERO TO SREG-MARKED-DATE.
           WRITE SAMPLE-REGISTER-RECORD.
       4100-EXIT.
           EXIT.

       5000-PRINT-SAMPLE.
           MOVE WS-SAMPLE-ID TO WS-SIZE-EDIT.
           IF WS-MODE-DRAW
               STRING "AUDIT SAMPLE " DELIMITED BY SIZE
                   WS-SIZE-EDIT DELIMITED BY SIZE
                   " DRAWN AND REGISTERED - " DELIMITED BY SIZE
                   WS-PURPOSE DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
           ELSE
               STRING "AUDIT SAMPLE " DELIMITED BY SIZE
                   WS-SIZE-EDIT DELIMITED BY SIZE
                   " REPRODUCED FROM THE REGISTER - "
                       DELIMITED BY SIZE
                   WS-PURPOSE DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
           END-IF.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           STRING "ROWS DATED " DELIMITED BY SIZE
               WS-FROM-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-TO-DATE DELIMITED BY SIZE
               " ON HISTFILE AND HISTARCHFILE" DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           PERFORM 5100-DESCRIBE-METHOD THRU 5100-EXIT.
           MOVE WS-POPULATION TO WS-COUNT-EDIT.
           MOVE WS-ARCH-USED-COUNT TO WS-ARCH-EDIT.
           STRING "POPULATION " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               " ROWS, OF WHICH FROM THE ARCHIVE " DELIMITED BY SIZE
               WS-ARCH-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           STRING "ITEM  HISTIDX KEY    TIME     SITE OPERATOR OP"
                   DELIMITED BY SIZE
               "        RESULT  CHECKSUM" DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE HIGH-VALUES TO WS-LAST-STRATUM.
           MOVE ZERO TO WS-SEL-SUB.
           PERFORM 5200-PRINT-ITEM THRU 5200-EXIT
               UNTIL WS-SEL-SUB NOT < WS-SEL-COUNT.
           IF WS-MODE-REPRODUCE
               PERFORM 5300-REGISTER-LEFTOVERS THRU 5300-EXIT
           END-IF.
           MOVE WS-SEL-COUNT TO WS-COUNT-EDIT.
           STRING "ITEMS IN SAMPLE: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           IF WS-MODE-REPRODUCE
               IF WS-DIFF-COUNT = ZERO
                   MOVE "SAMPLE REPRODUCED EXACTLY AS REGISTERED."
                       TO WS-RPT-TEXT
               ELSE
                   MOVE WS-DIFF-COUNT TO WS-COUNT-EDIT
                   STRING "*** SAMPLE DOES NOT REPRODUCE - "
                           DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       " ITEM(S) DIFFER FROM THE REGISTER"
                           DELIMITED BY SIZE
                       INTO WS-RPT-TEXT
               END-IF
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

       5100-DESCRIBE-METHOD.
           EVALUATE TRUE
               WHEN WS-BY-INSTALLATION
                   MOVE " PER INSTALLATION" TO WS-STRATA-TEXT
               WHEN WS-BY-OPERATOR
                   MOVE " PER OPERATOR" TO WS-STRATA-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-STRATA-TEXT
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-METHOD-RANDOM
                   MOVE WS-SAMPLE-SIZE TO WS-SIZE-EDIT
                   STRING "RANDOM PICK OF " DELIMITED BY SIZE
                       WS-SIZE-EDIT DELIMITED BY SIZE
                       " ROWS, SEED " DELIMITED BY SIZE
                       WS-SEED DELIMITED BY SIZE
                       WS-STRATA-TEXT DELIMITED BY SIZE
                       INTO WS-RPT-TEXT
               WHEN WS-METHOD-INTERVAL
                   MOVE WS-INTERVAL TO WS-SIZE-EDIT
                   STRING "EVERY " DELIMITED BY SIZE
                       WS-SIZE-EDIT DELIMITED BY SIZE
                       "TH ROW FROM ROW " DELIMITED BY SIZE
                       WS-START-POSITION DELIMITED BY SIZE
                       ", SEED " DELIMITED BY SIZE
                       WS-SEED DELIMITED BY SIZE
                       WS-STRATA-TEXT DELIMITED BY SIZE
                       INTO WS-RPT-TEXT
               WHEN OTHER
                   MOVE WS-THRESHOLD TO WS-THRESHOLD-EDIT
                   STRING "EVERY ROW WITH RESULT AT LEAST "
                           DELIMITED BY SIZE
                       WS-THRESHOLD-EDIT DELIMITED BY SIZE
                       " EITHER SIDE OF ZERO" DELIMITED BY SIZE
                       INTO WS-RPT-TEXT
           END-EVALUATE.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
       5100-EXIT.
           EXIT.

      * Reproducing, each item is set against the register's item of
      * the same number: a different row there, or the same row with
      * a different checksum, is a difference.
       5200-PRINT-ITEM.
           ADD 1 TO WS-SEL-SUB.
           IF NOT WS-NOT-STRATIFIED
               AND WS-SEL-STRATUM(WS-SEL-SUB) NOT = WS-LAST-STRATUM
               MOVE WS-SEL-STRATUM(WS-SEL-SUB) TO WS-LAST-STRATUM
               STRING "STRATUM " DELIMITED BY SIZE
                   WS-LAST-STRATUM DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
           END-IF.
           MOVE SPACES TO WS-LINE-NOTE.
           IF WS-MODE-REPRODUCE
               PERFORM 5210-COMPARE-ITEM THRU 5210-EXIT
           END-IF.
           MOVE WS-SEL-SUB TO WS-ITEM-NUM.
           MOVE WS-SEL-RESULT(WS-SEL-SUB) TO WS-RESULT-EDIT.
           STRING WS-ITEM-NUM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SEL-DATE(WS-SEL-SUB) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-SEL-SEQ-NUM(WS-SEL-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SEL-TIME(WS-SEL-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SEL-INSTALLATION(WS-SEL-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SEL-USER-ID(WS-SEL-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SEL-OP-CODE(WS-SEL-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RESULT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SEL-CHECKSUM(WS-SEL-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LINE-NOTE DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
       5200-EXIT.
           EXIT.

       5210-COMPARE-ITEM.
           IF WS-SEL-SUB > WS-REG-COUNT
               MOVE "*** NOT ON THE REGISTER" TO WS-LINE-NOTE
               ADD 1 TO WS-DIFF-COUNT
               GO TO 5210-EXIT
           END-IF.
           IF WS-REG-DATE(WS-SEL-SUB) NOT = WS-SEL-DATE(WS-SEL-SUB)
               OR WS-REG-SEQ-NUM(WS-SEL-SUB)
                   NOT = WS-SEL-SEQ-NUM(WS-SEL-SUB)
               MOVE "*** REGISTER HAS ANOTHER ROW" TO WS-LINE-NOTE
               ADD 1 TO WS-DIFF-COUNT
               GO TO 5210-EXIT
           END-IF.
           IF WS-REG-CHECKSUM(WS-SEL-SUB)
               NOT = WS-SEL-CHECKSUM(WS-SEL-SUB)
               MOVE "*** CHECKSUM CHANGED" TO WS-LINE-NOTE
               ADD 1 TO WS-DIFF-COUNT
               GO TO 5210-EXIT
           END-IF.
           EVALUATE WS-REG-ITEM-STATUS(WS-SEL-SUB)
               WHEN "T"
                   STRING "TESTED BY " DELIMITED BY SIZE
                       WS-REG-MARKED-BY(WS-SEL-SUB) DELIMITED BY SIZE
                       INTO WS-LINE-NOTE
               WHEN "E"
                   STRING "EXCEPTION BY " DELIMITED BY SIZE
                       WS-REG-MARKED-BY(WS-SEL-SUB) DELIMITED BY SIZE
                       INTO WS-LINE-NOTE
               WHEN OTHER
                   MOVE "NOT YET TESTED" TO WS-LINE-NOTE
           END-EVALUATE.
       5210-EXIT.
           EXIT.

      * Registered items beyond the last one drawn this time.
       5300-REGISTER-LEFTOVERS.
           MOVE WS-SEL-COUNT TO WS-REG-SUB.
           PERFORM 5310-LEFTOVER-LINE THRU 5310-EXIT
               UNTIL WS-REG-SUB NOT < WS-REG-COUNT.
       5300-EXIT.
           EXIT.

       5310-LEFTOVER-LINE.
           ADD 1 TO WS-REG-SUB.
           ADD 1 TO WS-DIFF-COUNT.
           MOVE WS-REG-SUB TO WS-ITEM-NUM.
           STRING WS-ITEM-NUM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REG-DATE(WS-REG-SUB) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-REG-SEQ-NUM(WS-REG-SUB) DELIMITED BY SIZE
               " *** ON THE REGISTER BUT NOT DRAWN AGAIN"
                   DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
       5310-EXIT.
           EXIT.

      * Shared report-writer plumbing: the writer puts every line on
      * the console, the print file and the reprint archive at once,
      * with the standard page heading.
       9700-OPEN-REPORT.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RPT-OPERATOR FROM ENVIRONMENT-VALUE.
           MOVE "AUDIT SAMPLE" TO WS-RPT-NAME.
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

       9950-SIGN-OFF.
           CALL "operationsSignOff" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID.
       9950-EXIT.
           EXIT.

       END PROGRAM operationsAuditSample.
