      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Breaks the day's edited TRANFILE into one partition
      *           per installation so the partitions can post side by
      *           side as independent operationsBatchDriver runs
      *           instead of one run working every site's rows in
      *           turn. Each partition gets its own transaction file
      *           (TRANFILE.<installation>) with its own header and
      *           trailer, and its own fresh file set - audit,
      *           history, index, exceptions, suspense, held items,
      *           run statistics, checkpoint, sequence and a copy of
      *           the balance master - all named the production name
      *           qualified by the installation code. Rows with no
      *           installation stay with the run's default
      *           installation, exactly as an unsplit run posts them;
      *           a reversal row goes with the installation of the
      *           row it cancels. Every partition is handed its batch
      *           run number and a block of transaction sequence
      *           numbers here, up front, and RUNSEQFILE and SEQFILE
      *           are moved on past them at once, so nothing posting
      *           in the meantime can collide with a partition. The
      *           partitions are listed on PARTCTLFILE for the driver
      *           and for operationsBatchMerge, which brings them back
      *           together; a new split is refused while an earlier
      *           one is still waiting to be merged.
      *           The whole file is checked once, here, the way the
      *           driver checks a file it posts unsplit: already on
      *           the posted-file register, business date closed, or
      *           past the cut-off (re-dated or refused per the
      *           control card).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsBatchSplit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT PART-TRAN-FILE ASSIGN TO WS-PART-DSN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-WORK-FILE ASSIGN TO WS-PART-DSN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-HIDX-FILE ASSIGN TO WS-PART-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PHX-KEY
               FILE STATUS IS WS-PHX-STATUS.
           SELECT PART-EXCM-FILE ASSIGN TO WS-PART-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PEX-KEY
               FILE STATUS IS WS-PEX-STATUS.
           SELECT HIST-INDEX-FILE ASSIGN TO "HISTIDXFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-IDX-KEY
               FILE STATUS IS WS-HIDX-STATUS.
           SELECT PART-CTL-FILE ASSIGN TO "PARTCTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCTL-STATUS.
           SELECT RUN-SEQ-FILE ASSIGN TO "RUNSEQFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSEQ-STATUS.
           SELECT SEQ-FILE ASSIGN TO "SEQFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "BALANCEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT STANDING-FILE ASSIGN TO "STANDINGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STND-STATUS.
           SELECT POSTED-REG-FILE ASSIGN TO "POSTEDREGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREG-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
           COPY TRANREC.

       FD  PART-TRAN-FILE.
       01  PART-TRAN-RECORD PIC X(29).

      * Any of the partition's line-sequential files, written whole
      * from the record built for it.
       FD  PART-WORK-FILE.
       01  PART-WORK-RECORD PIC X(200).

      * The partition's own history index and exception master,
      * only ever created empty here - the same lengths as
      * HISTIDXREC and EXCMREC.
       FD  PART-HIDX-FILE.
       01  PART-HIDX-RECORD.
           05 PHX-KEY PIC X(13).
           05 FILLER PIC X(183).

       FD  PART-EXCM-FILE.
       01  PART-EXCM-RECORD.
           05 PEX-KEY PIC X(07).
           05 FILLER PIC X(132).

       FD  HIST-INDEX-FILE.
           COPY HISTIDXREC.

       FD  PART-CTL-FILE.
           COPY PARTCTL.

       FD  RUN-SEQ-FILE.
           COPY RUNSEQREC.

       FD  SEQ-FILE.
           COPY SEQREC.

       FD  BALANCE-FILE.
           COPY BALREC.

       FD  STANDING-FILE.
           COPY STANDINGREC.

       FD  POSTED-REG-FILE.
           COPY POSTEDREG.

       FD  EXCEPTION-FILE.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
           COPY MATHFLDS.
      * Program name handed to the shared sign-on module - kept in
      * working storage (truncated to the X(20) the module declares)
      * because a literal is not a valid BY REFERENCE argument.
           01 WS-SIGNON-PROGRAM PIC X(20) VALUE
               "operationsBatchSplit".
           01 WS-REQUIRED-LEVEL PIC X(01) VALUE SPACE.
           01 WS-USER-LEVEL PIC X(01).
           01 WS-SIGNON-OK-SWITCH PIC X(01).
               88 WS-SIGNON-OK VALUE "Y".
           01 WS-TRAN-STATUS PIC X(02) VALUE "00".
           01 WS-PHX-STATUS PIC X(02) VALUE "00".
           01 WS-PEX-STATUS PIC X(02) VALUE "00".
           01 WS-HIDX-STATUS PIC X(02) VALUE "00".
           01 WS-PCTL-STATUS PIC X(02) VALUE "00".
           01 WS-RSEQ-STATUS PIC X(02) VALUE "00".
           01 WS-SEQ-STATUS PIC X(02) VALUE "00".
           01 WS-BAL-STATUS PIC X(02) VALUE "00".
           01 WS-STND-STATUS PIC X(02) VALUE "00".
           01 WS-PREG-STATUS PIC X(02) VALUE "00".
           01 WS-EXC-STATUS PIC X(02) VALUE "00".
           01 WS-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-EOF VALUE "Y".
           01 WS-PCTL-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-PCTL-EOF VALUE "Y".
           01 WS-BAL-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-BAL-EOF VALUE "Y".
           01 WS-STND-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-STND-EOF VALUE "Y".
           01 WS-PREG-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-PREG-EOF VALUE "Y".
           01 WS-HIDX-OPEN-SWITCH PIC X(01) VALUE "N".
               88 WS-HIDX-OPEN VALUE "Y".
           01 WS-PENDING-SWITCH PIC X(01) VALUE "N".
               88 WS-SPLIT-PENDING VALUE "Y".
           01 WS-ALREADY-POSTED-SWITCH PIC X(01) VALUE "N".
               88 WS-ALREADY-POSTED VALUE "Y".
           01 WS-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 WS-PART-OVERFLOW VALUE "Y".
           01 WS-FOUND-SWITCH PIC X(01).
               88 WS-PART-FOUND VALUE "Y".
           01 WS-DATE-CLOSED-SWITCH PIC X(01).
               88 WS-DATE-CLOSED VALUE "Y".
           01 WS-TODAY PIC 9(08).
           01 WS-NOW-TIME PIC 9(08).
           01 WS-BUSINESS-DATE PIC 9(08).
           01 WS-ORIGINAL-DATE PIC 9(08).
           01 WS-CUTOFF-DATE PIC 9(08).
           01 WS-LATE-ACTION PIC X(01).
               88 WS-FILE-ROLLED VALUE "R".
               88 WS-FILE-REFUSED VALUE "F".
           01 WS-DEFAULT-CODE PIC X(04).
           01 WS-ROW-CODE PIC X(04).
           01 WS-CUR-CODE PIC X(04).
           01 WS-DETAIL-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-ROWS-WRITTEN PIC 9(07) COMP.
           01 WS-FILE-FINGERPRINT PIC 9(09) VALUE ZERO.
           01 WS-SCAN-ROW-NUM PIC 9(07) VALUE ZERO.
           01 WS-RUN-CURSOR PIC 9(05).
           01 WS-SEQ-CURSOR PIC 9(05).
           01 WS-SEQ-WORK PIC 9(09).
           01 WS-SEQ-QUOTIENT PIC 9(09).
      * Every row posts at most one history row per operation, so
      * five sequence numbers a row is a block no partition can
      * outrun.
           01 WS-SEQ-PER-ROW PIC 9(01) VALUE 5.
           01 WS-PART-DSN PIC X(24).
           01 WS-PART-BASE-NAME PIC X(24).
           01 WS-PART-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-PART-SUB PIC 9(03) COMP.
           01 WS-FIND-SUB PIC 9(03) COMP.
           01 WS-PARTITION-TABLE.
               05 WS-PART-ENTRY OCCURS 200 TIMES.
                   10 WS-PT-INSTALLATION PIC X(04).
                   10 WS-PT-ROW-COUNT PIC 9(07) COMP.
                   10 WS-PT-STANDING-COUNT PIC 9(05) COMP.
                   10 WS-PT-RUN-NUM PIC 9(05).
                   10 WS-PT-SEQ-START PIC 9(05).
                   10 WS-PT-SEQ-LIMIT PIC 9(05).
           01 WS-CONTROL-ROW.
               05 WS-CTL-RECORD-TYPE PIC X(01).
               05 WS-CTL-COUNT PIC 9(07).
               05 WS-CTL-AS-OF-DATE PIC 9(08).
               05 FILLER PIC X(13) VALUE SPACES.
           COPY BATCHCKPT.
           COPY EXCSEQREC.
           01 WS-COUNT-EDIT PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "operationsSignOn" USING WS-SIGNON-PROGRAM,
               WS-REQUIRED-LEVEL, WS-OPERATOR-ID, WS-USER-LEVEL,
               WS-SIGNON-OK-SWITCH.
           IF NOT WS-SIGNON-OK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1100-CHECK-PENDING-SPLIT THRU 1100-EXIT.
           IF WS-SPLIT-PENDING
               DISPLAY "AN EARLIER SPLIT IS STILL WAITING TO BE "
                   "MERGED - post its partitions and run "
                   "operationsBatchMerge before splitting again."
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-SURVEY-FILE THRU 2000-EXIT.
           IF WS-DETAIL-COUNT = ZERO
               DISPLAY "TRANFILE HOLDS NO DETAIL ROWS - nothing to "
                   "split."
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-PART-OVERFLOW
               DISPLAY "MORE THAN 200 INSTALLATIONS IN ONE FILE - "
                   "post it unsplit."
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2500-CHECK-POSTED-REGISTER THRU 2500-EXIT.
           IF WS-ALREADY-POSTED
               DISPLAY "THIS TRANSACTION FILE WAS ALREADY POSTED ON "
                   PFR-POSTED-DATE " UNDER BATCH RUN " PFR-RUN-NUM
                   ". A deliberate second posting goes through "
                   "operationsBatchDriver unsplit."
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2600-SETTLE-BUSINESS-DATE THRU 2600-EXIT.
           IF WS-FILE-REFUSED OR WS-DATE-CLOSED
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 3000-COUNT-STANDING THRU 3000-EXIT.
           PERFORM 4000-ALLOCATE-NUMBERS THRU 4000-EXIT.
           MOVE ZERO TO WS-PART-SUB.
           PERFORM 5000-BUILD-PARTITION THRU 5000-EXIT
               UNTIL WS-PART-SUB NOT < WS-PART-COUNT.
           PERFORM 6000-WRITE-PART-CONTROL THRU 6000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9950-SIGN-OFF THRU 9950-EXIT.
           GOBACK.

       1000-INITIALIZE.
           DISPLAY "INSTALLATION" UPON ENVIRONMENT-NAME.
           ACCEPT WS-INSTALL-ENTRY FROM ENVIRONMENT-VALUE.
           IF WS-INSTALL-ENTRY NOT = SPACES
               MOVE WS-INSTALL-ENTRY TO WS-INSTALLATION-CODE
           END-IF.
           MOVE WS-INSTALLATION-CODE TO WS-DEFAULT-CODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-TODAY TO WS-BUSINESS-DATE.
           OPEN INPUT HIST-INDEX-FILE.
           IF WS-HIDX-STATUS = "00"
               SET WS-HIDX-OPEN TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-CHECK-PENDING-SPLIT.
           OPEN INPUT PART-CTL-FILE.
           IF WS-PCTL-STATUS = "35"
               GO TO 1100-EXIT
           END-IF.
           READ PART-CTL-FILE
               AT END SET WS-PCTL-EOF TO TRUE
           END-READ.
           PERFORM 1110-CHECK-PART-LINE THRU 1110-EXIT
               UNTIL WS-PCTL-EOF.
           CLOSE PART-CTL-FILE.
       1100-EXIT.
           EXIT.

       1110-CHECK-PART-LINE.
           IF PART-AWAITING-MERGE
               SET WS-SPLIT-PENDING TO TRUE
           END-IF.
           READ PART-CTL-FILE
               AT END SET WS-PCTL-EOF TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

      * First pass: the header's business date, the file's
      * fingerprint (folded exactly as the driver folds it) and how
      * many rows each installation's partition will carry.
       2000-SURVEY-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT TRANS-FILE.
           READ TRANS-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF AND TR-IS-HEADER
               IF TRC-AS-OF-DATE IS NUMERIC
                   AND TRC-AS-OF-DATE NOT = ZERO
                   MOVE TRC-AS-OF-DATE TO WS-BUSINESS-DATE
               END-IF
           END-IF.
           PERFORM 2100-SURVEY-ROW THRU 2100-EXIT
               UNTIL WS-EOF.
           CLOSE TRANS-FILE.
       2000-EXIT.
           EXIT.

       2100-SURVEY-ROW.
           IF TR-IS-HEADER OR TR-IS-TRAILER
               GO TO 2100-READ-NEXT
           END-IF.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD 1 TO WS-SCAN-ROW-NUM.
           CALL "operationsTranChecksum" USING TR-NUM1, TR-NUM2,
               WS-SCAN-ROW-NUM, WS-FILE-FINGERPRINT.
           PERFORM 2150-ROW-PARTITION-CODE THRU 2150-EXIT.
           PERFORM 2160-FIND-PARTITION THRU 2160-EXIT.
           IF WS-PART-FOUND
               ADD 1 TO WS-PT-ROW-COUNT(WS-FIND-SUB)
           END-IF.
       2100-READ-NEXT.
           READ TRANS-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      * A reversal row carries no installation of its own - it
      * belongs with the row it cancels, looked up on the main
      * index. One whose original is not on file goes with the
      * default installation, where the driver will turn it away.
       2150-ROW-PARTITION-CODE.
           MOVE WS-DEFAULT-CODE TO WS-ROW-CODE.
           IF TR-IS-REVERSAL
               IF WS-HIDX-OPEN
                   AND TRR-ORIG-DATE IS NUMERIC
                   AND TRR-ORIG-SEQ-NUM IS NUMERIC
                   MOVE TRR-ORIG-DATE TO HIST-IDX-DATE
                   MOVE TRR-ORIG-SEQ-NUM TO HIST-IDX-SEQ-NUM
                   READ HIST-INDEX-FILE
                       INVALID KEY
                           GO TO 2150-EXIT
                   END-READ
                   IF HIST-IDX-INSTALLATION NOT = SPACES
                       MOVE HIST-IDX-INSTALLATION TO WS-ROW-CODE
                   END-IF
               END-IF
               GO TO 2150-EXIT
           END-IF.
           IF TR-INSTALLATION NOT = SPACES
               MOVE TR-INSTALLATION TO WS-ROW-CODE
           END-IF.
       2150-EXIT.
           EXIT.

      * Finds WS-ROW-CODE on the partition table, adding it the
      * first time it is seen.
       2160-FIND-PARTITION.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-FIND-SUB.
           PERFORM 2170-SCAN-PARTITION THRU 2170-EXIT
               UNTIL WS-PART-FOUND OR WS-FIND-SUB NOT < WS-PART-COUNT.
           IF WS-PART-FOUND
               GO TO 2160-EXIT
           END-IF.
           IF WS-PART-COUNT NOT < 200
               SET WS-PART-OVERFLOW TO TRUE
               GO TO 2160-EXIT
           END-IF.
           ADD 1 TO WS-PART-COUNT.
           MOVE WS-PART-COUNT TO WS-FIND-SUB.
           MOVE WS-ROW-CODE TO WS-PT-INSTALLATION(WS-FIND-SUB).
           MOVE ZERO TO WS-PT-ROW-COUNT(WS-FIND-SUB).
           MOVE ZERO TO WS-PT-STANDING-COUNT(WS-FIND-SUB).
           SET WS-PART-FOUND TO TRUE.
       2160-EXIT.
           EXIT.

       2170-SCAN-PARTITION.
           ADD 1 TO WS-FIND-SUB.
           IF WS-PT-INSTALLATION(WS-FIND-SUB) = WS-ROW-CODE
               SET WS-PART-FOUND TO TRUE
           END-IF.
       2170-EXIT.
           EXIT.

       2500-CHECK-POSTED-REGISTER.
           OPEN INPUT POSTED-REG-FILE.
           IF WS-PREG-STATUS = "35"
               GO TO 2500-EXIT
           END-IF.
           READ POSTED-REG-FILE
               AT END SET WS-PREG-EOF TO TRUE
           END-READ.
           PERFORM 2510-SCAN-REGISTER-LINE THRU 2510-EXIT
               UNTIL WS-PREG-EOF OR WS-ALREADY-POSTED.
           CLOSE POSTED-REG-FILE.
       2500-EXIT.
           EXIT.

       2510-SCAN-REGISTER-LINE.
           IF PFR-FINGERPRINT = WS-FILE-FINGERPRINT
               SET WS-ALREADY-POSTED TO TRUE
           ELSE
               READ POSTED-REG-FILE
                   AT END SET WS-PREG-EOF TO TRUE
               END-READ
           END-IF.
       2510-EXIT.
           EXIT.

      * The cut-off and the closed-period check are made once for
      * the whole file - every partition posts under the date
      * settled here, so they all land on the same business day.
       2600-SETTLE-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-ORIGINAL-DATE.
           CALL "operationsCutoffCheck" USING WS-ORIGINAL-DATE,
               WS-CUTOFF-DATE, WS-LATE-ACTION.
           IF WS-FILE-ROLLED
               MOVE WS-CUTOFF-DATE TO WS-BUSINESS-DATE
               DISPLAY "FILE ARRIVED AFTER THE CUT-OFF - RE-DATED FROM "
                   WS-ORIGINAL-DATE " TO NEXT BUSINESS DAY "
                   WS-BUSINESS-DATE
               MOVE SPACES TO WS-EXCEPT-MESSAGE
               STRING "LATE FILE RE-DATED TO NEXT BUSINESS DAY "
                   DELIMITED BY SIZE
                   WS-BUSINESS-DATE DELIMITED BY SIZE
                   INTO WS-EXCEPT-MESSAGE
               PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
           END-IF.
           IF WS-FILE-REFUSED
               DISPLAY "FILE DATED " WS-ORIGINAL-DATE " ARRIVED AFTER "
                   "THE CUT-OFF AND THE CONTROL CARD SAYS REFUSE LATE "
                   "FILES. Nothing was split - resubmit it for the "
                   "next business day."
               MOVE "LATE FILE REFUSED - ARRIVED AFTER THE CUT-OFF"
                   TO WS-EXCEPT-MESSAGE
               PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
               GO TO 2600-EXIT
           END-IF.
           CALL "operationsClosedPeriodCheck" USING WS-BUSINESS-DATE,
               WS-DATE-CLOSED-SWITCH.
           IF WS-DATE-CLOSED
               DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE " IS CLOSED "
                   "(already reconciled). Have a supervisor run "
                   "operationsPeriodReopen before posting into it."
           END-IF.
       2600-EXIT.
           EXIT.

       2700-WRITE-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE.
           IF WS-EXC-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF.
           ACCEPT EXC-DATE FROM DATE YYYYMMDD.
           ACCEPT EXC-TIME FROM TIME.
           MOVE "operationsBatchSplit" TO EXC-PROGRAM.
           MOVE WS-EXCEPT-MESSAGE TO EXC-MESSAGE.
           MOVE ZERO TO EXC-NUM1.
           MOVE ZERO TO EXC-NUM2.
           MOVE WS-FILE-FINGERPRINT TO EXC-BAD-ENTRY.
           MOVE ZERO TO EXC-ID.
           WRITE EXCEPTION-RECORD.
           CLOSE EXCEPTION-FILE.
       2700-EXIT.
           EXIT.

      * Standing items draw on the partition's sequence block too.
      * Every item still live on the business date is counted,
      * whether or not it falls due that day - the block only has
      * to be big enough.
       3000-COUNT-STANDING.
           OPEN INPUT STANDING-FILE.
           IF WS-STND-STATUS = "35"
               GO TO 3000-EXIT
           END-IF.
           READ STANDING-FILE
               AT END SET WS-STND-EOF TO TRUE
           END-READ.
           PERFORM 3100-COUNT-STANDING-LINE THRU 3100-EXIT
               UNTIL WS-STND-EOF.
           CLOSE STANDING-FILE.
       3000-EXIT.
           EXIT.

       3100-COUNT-STANDING-LINE.
           IF STD-START-DATE IS NUMERIC
               AND STD-START-DATE NOT > WS-BUSINESS-DATE
               AND (STD-END-DATE NOT NUMERIC
                   OR STD-END-DATE = ZERO
                   OR STD-END-DATE NOT < WS-BUSINESS-DATE)
               IF STD-INSTALLATION = SPACES
                   MOVE WS-DEFAULT-CODE TO WS-ROW-CODE
               ELSE
                   MOVE STD-INSTALLATION TO WS-ROW-CODE
               END-IF
               PERFORM 2160-FIND-PARTITION THRU 2160-EXIT
               IF WS-PART-FOUND
                   ADD 1 TO WS-PT-STANDING-COUNT(WS-FIND-SUB)
               END-IF
           END-IF.
           READ STANDING-FILE
               AT END SET WS-STND-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      * Run numbers and sequence blocks are handed out here, and
      * RUNSEQFILE and SEQFILE moved on past them straight away.
       4000-ALLOCATE-NUMBERS.
           OPEN INPUT RUN-SEQ-FILE.
           IF WS-RSEQ-STATUS = "35"
               MOVE ZERO TO RUN-SEQ-NEXT-NUM
           ELSE
               READ RUN-SEQ-FILE
                   AT END MOVE ZERO TO RUN-SEQ-NEXT-NUM
               END-READ
               CLOSE RUN-SEQ-FILE
           END-IF.
           MOVE RUN-SEQ-NEXT-NUM TO WS-RUN-CURSOR.
           OPEN INPUT SEQ-FILE.
           IF WS-SEQ-STATUS = "35"
               MOVE ZERO TO SEQ-NEXT-NUM
           ELSE
               READ SEQ-FILE
                   AT END MOVE ZERO TO SEQ-NEXT-NUM
               END-READ
               CLOSE SEQ-FILE
           END-IF.
           MOVE SEQ-NEXT-NUM TO WS-SEQ-CURSOR.
           MOVE ZERO TO WS-PART-SUB.
           PERFORM 4100-ALLOCATE-ONE THRU 4100-EXIT
               UNTIL WS-PART-SUB NOT < WS-PART-COUNT.
           MOVE WS-RUN-CURSOR TO RUN-SEQ-NEXT-NUM.
           OPEN OUTPUT RUN-SEQ-FILE.
           WRITE RUN-SEQ-RECORD.
           CLOSE RUN-SEQ-FILE.
           MOVE WS-SEQ-CURSOR TO SEQ-NEXT-NUM.
           OPEN OUTPUT SEQ-FILE.
           WRITE SEQ-RECORD.
           CLOSE SEQ-FILE.
       4000-EXIT.
           EXIT.

      * The sequence number wraps at five digits exactly as the
      * driver's own counter does.
       4100-ALLOCATE-ONE.
           ADD 1 TO WS-PART-SUB.
           ADD 1 TO WS-RUN-CURSOR.
           MOVE WS-RUN-CURSOR TO WS-PT-RUN-NUM(WS-PART-SUB).
           MOVE WS-SEQ-CURSOR TO WS-PT-SEQ-START(WS-PART-SUB).
           COMPUTE WS-SEQ-WORK = WS-SEQ-CURSOR +
               (WS-SEQ-PER-ROW * (WS-PT-ROW-COUNT(WS-PART-SUB)
               + WS-PT-STANDING-COUNT(WS-PART-SUB))).
           DIVIDE WS-SEQ-WORK BY 100000 GIVING WS-SEQ-QUOTIENT
               REMAINDER WS-SEQ-CURSOR.
           MOVE WS-SEQ-CURSOR TO WS-PT-SEQ-LIMIT(WS-PART-SUB).
       4100-EXIT.
           EXIT.

      * One partition: its transaction file, then its fresh file set.
       5000-BUILD-PARTITION.
           ADD 1 TO WS-PART-SUB.
           MOVE WS-PT-INSTALLATION(WS-PART-SUB) TO WS-CUR-CODE.
           PERFORM 5100-WRITE-PARTITION-TRAN THRU 5100-EXIT.
           PERFORM 5200-SEED-FILE-SET THRU 5200-EXIT.
       5000-EXIT.
           EXIT.

       5100-WRITE-PARTITION-TRAN.
           MOVE "TRANFILE" TO WS-PART-BASE-NAME.
           PERFORM 5900-QUALIFY-DSN THRU 5900-EXIT.
           OPEN OUTPUT PART-TRAN-FILE.
           MOVE "H" TO WS-CTL-RECORD-TYPE.
           MOVE WS-PT-ROW-COUNT(WS-PART-SUB) TO WS-CTL-COUNT.
           MOVE WS-BUSINESS-DATE TO WS-CTL-AS-OF-DATE.
           MOVE WS-CONTROL-ROW TO PART-TRAN-RECORD.
           WRITE PART-TRAN-RECORD.
           MOVE ZERO TO WS-ROWS-WRITTEN.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT TRANS-FILE.
           READ TRANS-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM 5110-COPY-MATCHING-ROW THRU 5110-EXIT
               UNTIL WS-EOF.
           CLOSE TRANS-FILE.
           MOVE "T" TO WS-CTL-RECORD-TYPE.
           MOVE WS-CONTROL-ROW TO PART-TRAN-RECORD.
           WRITE PART-TRAN-RECORD.
           CLOSE PART-TRAN-FILE.
       5100-EXIT.
           EXIT.

       5110-COPY-MATCHING-ROW.
           IF TR-IS-HEADER OR TR-IS-TRAILER
               GO TO 5110-READ-NEXT
           END-IF.
           PERFORM 2150-ROW-PARTITION-CODE THRU 2150-EXIT.
           IF WS-ROW-CODE = WS-CUR-CODE
               MOVE TRANS-RECORD TO PART-TRAN-RECORD
               WRITE PART-TRAN-RECORD
               ADD 1 TO WS-ROWS-WRITTEN
           END-IF.
       5110-READ-NEXT.
           READ TRANS-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       5110-EXIT.
           EXIT.

      * Every file the partition's run appends to starts empty, so
      * the merge takes exactly this split's postings and nothing
      * left over from an earlier one. The sequence file starts at
      * the partition's block, the checkpoint at nothing posted,
      * and the balance master as a copy of the live one so opening
      * balances and posting limits read exactly as they would in
      * an unsplit run.
       5200-SEED-FILE-SET.
           MOVE "AUDITFILE" TO WS-PART-BASE-NAME.
           PERFORM 5910-CREATE-EMPTY THRU 5910-EXIT.
           MOVE "HISTFILE" TO WS-PART-BASE-NAME.
           PERFORM 5910-CREATE-EMPTY THRU 5910-EXIT.
           MOVE "EXCEPTFILE" TO WS-PART-BASE-NAME.
           PERFORM 5910-CREATE-EMPTY THRU 5910-EXIT.
           MOVE "SUSPENSEFILE" TO WS-PART-BASE-NAME.
           PERFORM 5910-CREATE-EMPTY THRU 5910-EXIT.
           MOVE "HELDFILE" TO WS-PART-BASE-NAME.
           PERFORM 5910-CREATE-EMPTY THRU 5910-EXIT.
           MOVE "RUNSTATSFILE" TO WS-PART-BASE-NAME.
           PERFORM 5910-CREATE-EMPTY THRU 5910-EXIT.
           MOVE "BATCHRESULTFILE" TO WS-PART-BASE-NAME.
           PERFORM 5910-CREATE-EMPTY THRU 5910-EXIT.
           MOVE "HISTIDXFILE" TO WS-PART-BASE-NAME.
           PERFORM 5900-QUALIFY-DSN THRU 5900-EXIT.
           OPEN OUTPUT PART-HIDX-FILE.
           CLOSE PART-HIDX-FILE.
           MOVE "EXCMASTERFILE" TO WS-PART-BASE-NAME.
           PERFORM 5900-QUALIFY-DSN THRU 5900-EXIT.
           OPEN OUTPUT PART-EXCM-FILE.
           CLOSE PART-EXCM-FILE.
           MOVE "SEQFILE" TO WS-PART-BASE-NAME.
           PERFORM 5900-QUALIFY-DSN THRU 5900-EXIT.
           MOVE WS-PT-SEQ-START(WS-PART-SUB) TO SEQ-NEXT-NUM.
           OPEN OUTPUT PART-WORK-FILE.
           WRITE PART-WORK-RECORD FROM SEQ-RECORD.
           CLOSE PART-WORK-FILE.
           MOVE "EXCSEQFILE" TO WS-PART-BASE-NAME.
           PERFORM 5900-QUALIFY-DSN THRU 5900-EXIT.
           MOVE ZERO TO EXCSEQ-NEXT-NUM.
           OPEN OUTPUT PART-WORK-FILE.
           WRITE PART-WORK-RECORD FROM EXC-SEQ-RECORD.
           CLOSE PART-WORK-FILE.
           MOVE "BATCHCKPTFILE" TO WS-PART-BASE-NAME.
           PERFORM 5900-QUALIFY-DSN THRU 5900-EXIT.
           MOVE ZERO TO BCKPT-TRAN-COUNT.
           MOVE WS-PT-SEQ-START(WS-PART-SUB) TO BCKPT-NEXT-SEQ-NUM.
           MOVE WS-BUSINESS-DATE TO BCKPT-BUSINESS-DATE.
           OPEN OUTPUT PART-WORK-FILE.
           WRITE PART-WORK-RECORD FROM BATCH-CHECKPOINT-RECORD.
           CLOSE PART-WORK-FILE.
           PERFORM 5300-COPY-BALANCES THRU 5300-EXIT.
       5200-EXIT.
           EXIT.

       5300-COPY-BALANCES.
           MOVE "BALANCEFILE" TO WS-PART-BASE-NAME.
           PERFORM 5900-QUALIFY-DSN THRU 5900-EXIT.
           OPEN OUTPUT PART-WORK-FILE.
           MOVE "N" TO WS-BAL-EOF-SWITCH.
           OPEN INPUT BALANCE-FILE.
           IF WS-BAL-STATUS = "35"
               CLOSE PART-WORK-FILE
               GO TO 5300-EXIT
           END-IF.
           READ BALANCE-FILE
               AT END SET WS-BAL-EOF TO TRUE
           END-READ.
           PERFORM 5310-COPY-BALANCE-LINE THRU 5310-EXIT
               UNTIL WS-BAL-EOF.
           CLOSE BALANCE-FILE.
           CLOSE PART-WORK-FILE.
       5300-EXIT.
           EXIT.

       5310-COPY-BALANCE-LINE.
           WRITE PART-WORK-RECORD FROM BALANCE-RECORD.
           READ BALANCE-FILE
               AT END SET WS-BAL-EOF TO TRUE
           END-READ.
       5310-EXIT.
           EXIT.

      * The partition's name for a file - the production name
      * qualified by the installation code, exactly as the driver
      * builds it in partition mode.
       5900-QUALIFY-DSN.
           MOVE SPACES TO WS-PART-DSN.
           STRING WS-PART-BASE-NAME DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               WS-CUR-CODE DELIMITED BY SIZE
               INTO WS-PART-DSN.
       5900-EXIT.
           EXIT.

       5910-CREATE-EMPTY.
           PERFORM 5900-QUALIFY-DSN THRU 5900-EXIT.
           OPEN OUTPUT PART-WORK-FILE.
           CLOSE PART-WORK-FILE.
       5910-EXIT.
           EXIT.

       6000-WRITE-PART-CONTROL.
           OPEN OUTPUT PART-CTL-FILE.
           MOVE ZERO TO WS-PART-SUB.
           PERFORM 6100-WRITE-PART-LINE THRU 6100-EXIT
               UNTIL WS-PART-SUB NOT < WS-PART-COUNT.
           CLOSE PART-CTL-FILE.
       6000-EXIT.
           EXIT.

       6100-WRITE-PART-LINE.
           ADD 1 TO WS-PART-SUB.
           MOVE WS-PT-INSTALLATION(WS-PART-SUB) TO PART-INSTALLATION.
           MOVE WS-BUSINESS-DATE TO PART-BUSINESS-DATE.
           MOVE WS-PT-RUN-NUM(WS-PART-SUB) TO PART-RUN-NUM.
           MOVE WS-PT-ROW-COUNT(WS-PART-SUB) TO PART-ROW-COUNT.
           MOVE WS-PT-SEQ-START(WS-PART-SUB) TO PART-SEQ-START.
           MOVE WS-PT-SEQ-LIMIT(WS-PART-SUB) TO PART-SEQ-LIMIT.
           IF WS-PT-INSTALLATION(WS-PART-SUB) = WS-DEFAULT-CODE
               MOVE "Y" TO PART-DEFAULT-SWITCH
           ELSE
               MOVE "N" TO PART-DEFAULT-SWITCH
           END-IF.
           MOVE WS-TODAY TO PART-SPLIT-DATE.
           MOVE WS-NOW-TIME TO PART-SPLIT-TIME.
           MOVE WS-FILE-FINGERPRINT TO PART-FINGERPRINT.
           MOVE SPACE TO PART-MERGE-STATUS.
           WRITE PARTITION-CONTROL-RECORD.
       6100-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-HIDX-OPEN
               CLOSE HIST-INDEX-FILE
           END-IF.
           DISPLAY "TRANFILE SPLIT FOR BUSINESS DATE " WS-BUSINESS-DATE.
           MOVE WS-DETAIL-COUNT TO WS-COUNT-EDIT.
           DISPLAY "  DETAIL ROWS: " WS-COUNT-EDIT.
           MOVE ZERO TO WS-PART-SUB.
           PERFORM 9010-SHOW-PARTITION THRU 9010-EXIT
               UNTIL WS-PART-SUB NOT < WS-PART-COUNT.
           DISPLAY "Post each partition with operationsBatchDriver "
               "and PARTITION set to its installation, then run "
               "operationsBatchMerge.".
       9000-EXIT.
           EXIT.

       9010-SHOW-PARTITION.
           ADD 1 TO WS-PART-SUB.
           MOVE WS-PT-ROW-COUNT(WS-PART-SUB) TO WS-COUNT-EDIT.
           DISPLAY "  PARTITION " WS-PT-INSTALLATION(WS-PART-SUB)
               "  ROWS " WS-COUNT-EDIT
               "  RUN " WS-PT-RUN-NUM(WS-PART-SUB)
               "  SEQUENCE " WS-PT-SEQ-START(WS-PART-SUB)
               "-" WS-PT-SEQ-LIMIT(WS-PART-SUB).
       9010-EXIT.
           EXIT.

       9950-SIGN-OFF.
           CALL "operationsSignOff" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID.
       9950-EXIT.
           EXIT.

       END PROGRAM operationsBatchSplit.
