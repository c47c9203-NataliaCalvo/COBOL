      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Brings the partitions of a split posting back into
      *           the main files once every one of them has posted.
      *           The partitions waiting on PARTCTLFILE are checked
      *           first - each must have a run statistics row for the
      *           run number the splitter gave it and no interrupted
      *           checkpoint - and nothing at all is merged while any
      *           of them is still outstanding. Then each partition's
      *           audit, history, suspense, held-item and run
      *           statistics rows are appended to the main files, its
      *           batch results gathered into one BATCHRESULTFILE, its
      *           exceptions renumbered from the main EXCSEQFILE onto
      *           EXCEPTFILE and EXCMASTERFILE, its history index rows
      *           written to the main HISTIDXFILE (a reversed original
      *           replaced by the partition's copy), and its balance
      *           movement applied to the main balance master. The
      *           unsplit file is registered as posted, the partitions
      *           marked merged, and one consolidated control report
      *           printed for the business date against CONTROLFILE -
      *           from here on reconciliation sees one day, however
      *           many partitions posted it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsBatchMerge.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PART-CTL-FILE ASSIGN TO "PARTCTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCTL-STATUS.
           SELECT PART-WORK-FILE ASSIGN TO WS-PART-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PWORK-STATUS.
           SELECT MAIN-WORK-FILE ASSIGN TO WS-MAIN-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MWORK-STATUS.
           SELECT PART-HIDX-FILE ASSIGN TO WS-PART-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PHX-KEY
               FILE STATUS IS WS-PHX-STATUS.
           SELECT HIST-INDEX-FILE ASSIGN TO "HISTIDXFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-IDX-KEY
               FILE STATUS IS WS-HIDX-STATUS.
           SELECT EXC-MASTER-FILE ASSIGN TO "EXCMASTERFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXM-KEY
               FILE STATUS IS WS-EXCM-STATUS.
           SELECT EXC-SEQ-FILE ASSIGN TO "EXCSEQFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESEQ-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "BALANCEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT POSTED-REG-FILE ASSIGN TO "POSTEDREGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREG-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "CONTROLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PART-CTL-FILE.
           COPY PARTCTL.

      * Any of a partition's line-sequential files, read whole and
      * moved to the layout it carries.
       FD  PART-WORK-FILE.
       01  PART-WORK-RECORD PIC X(300).

      * The main file a partition's rows are appended to.
       FD  MAIN-WORK-FILE.
       01  MAIN-WORK-RECORD PIC X(300).

      * The partition's history index - the same length as
      * HISTIDXREC, moved to that layout once read.
       FD  PART-HIDX-FILE.
       01  PART-HIDX-RECORD.
           05 PHX-KEY PIC X(13).
           05 FILLER PIC X(183).

       FD  HIST-INDEX-FILE.
           COPY HISTIDXREC.

       FD  EXC-MASTER-FILE.
           COPY EXCMREC.

       FD  EXC-SEQ-FILE.
           COPY EXCSEQREC.

       FD  BALANCE-FILE.
           COPY BALREC.

       FD  POSTED-REG-FILE.
           COPY POSTEDREG.

       FD  CONTROL-FILE.
           COPY CONTROLREC.

       WORKING-STORAGE SECTION.
           COPY MATHFLDS.
           COPY RPTFLDS.
      * Program name handed to the shared sign-on module - kept in
      * working storage (truncated to the X(20) the module declares)
      * because a literal is not a valid BY REFERENCE argument.
           01 WS-SIGNON-PROGRAM PIC X(20) VALUE
               "operationsBatchMerge".
           01 WS-REQUIRED-LEVEL PIC X(01) VALUE SPACE.
           01 WS-USER-LEVEL PIC X(01).
           01 WS-SIGNON-OK-SWITCH PIC X(01).
               88 WS-SIGNON-OK VALUE "Y".
           01 WS-PCTL-STATUS PIC X(02) VALUE "00".
           01 WS-PWORK-STATUS PIC X(02) VALUE "00".
           01 WS-MWORK-STATUS PIC X(02) VALUE "00".
           01 WS-PHX-STATUS PIC X(02) VALUE "00".
           01 WS-HIDX-STATUS PIC X(02) VALUE "00".
           01 WS-EXCM-STATUS PIC X(02) VALUE "00".
           01 WS-ESEQ-STATUS PIC X(02) VALUE "00".
           01 WS-BAL-STATUS PIC X(02) VALUE "00".
           01 WS-PREG-STATUS PIC X(02) VALUE "00".
           01 WS-CTL-STATUS PIC X(02) VALUE "00".
           01 WS-PCTL-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-PCTL-EOF VALUE "Y".
           01 WS-PWORK-EOF-SWITCH PIC X(01).
               88 WS-PWORK-EOF VALUE "Y".
           01 WS-PHX-EOF-SWITCH PIC X(01).
               88 WS-PHX-EOF VALUE "Y".
           01 WS-BAL-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-BAL-EOF VALUE "Y".
           01 WS-CTL-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-CTL-EOF VALUE "Y".
           01 WS-CTL-FOUND-SWITCH PIC X(01) VALUE "N".
               88 WS-CTL-FOUND VALUE "Y".
           01 WS-INCOMPLETE-SWITCH PIC X(01) VALUE "N".
               88 WS-ANY-INCOMPLETE VALUE "Y".
           01 WS-STATS-FOUND-SWITCH PIC X(01).
               88 WS-STATS-FOUND VALUE "Y".
           01 WS-CKPT-OPEN-SWITCH PIC X(01).
               88 WS-CKPT-INTERRUPTED VALUE "Y".
           01 WS-BAL-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 WS-BAL-OVERFLOW VALUE "Y".
           01 WS-BAL-FOUND-SWITCH PIC X(01).
               88 WS-BAL-FOUND VALUE "Y".
           01 WS-PBAL-FOUND-SWITCH PIC X(01).
               88 WS-PBAL-FOUND VALUE "Y".
           01 WS-TODAY PIC 9(08).
           01 WS-BUSINESS-DATE PIC 9(08) VALUE ZERO.
           01 WS-FILE-FINGERPRINT PIC 9(09) VALUE ZERO.
           01 WS-FIRST-RUN-NUM PIC 9(05) VALUE ZERO.
           01 WS-PART-DSN PIC X(24).
           01 WS-MAIN-DSN PIC X(24).
           01 WS-PART-BASE-NAME PIC X(24).
           01 WS-CUR-CODE PIC X(04).
           01 WS-LINES-COPIED PIC 9(07) COMP.
           01 WS-RESULTS-STARTED-SWITCH PIC X(01) VALUE "N".
               88 WS-RESULTS-STARTED VALUE "Y".
      * Every row of PARTCTLFILE, kept whole so the file can be
      * written back with the merged rows marked, and beside each
      * waiting row what its merge brought across.
           01 WS-PART-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-WAITING-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-PART-SUB PIC 9(03) COMP.
           01 WS-PART-TABLE.
               05 WS-PART-ENTRY OCCURS 200 TIMES.
                   10 WS-PT-ROW PIC X(61).
                   10 WS-PT-WAITING-SWITCH PIC X(01).
                       88 WS-PT-WAITING VALUE "Y".
                   10 WS-PT-INSTALLATION PIC X(04).
                   10 WS-PT-RUN-NUM PIC 9(05).
                   10 WS-PT-ROW-COUNT PIC 9(07).
                   10 WS-PT-HIST-COUNT PIC 9(07) COMP.
                   10 WS-PT-EXC-COUNT PIC 9(07) COMP.
                   10 WS-PT-HIST-TOTAL PIC S9(9)V99
                       SIGN LEADING SEPARATE.
      * Main balance master, held while the partitions' movements
      * are applied - the same 200 rows the driver's table holds.
           01 WS-BAL-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-BAL-SUB PIC 9(03) COMP.
           01 WS-BAL-ROOM-COUNT PIC 9(03) COMP.
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
      * A partition's balance master row - the BALREC layout.
           01 WS-PART-BAL-ROW.
               05 WS-PBAL-INSTALLATION PIC X(04).
               05 WS-PBAL-OPENING PIC S9(11)V99 SIGN LEADING SEPARATE.
               05 WS-PBAL-MOVEMENT PIC S9(11)V99 SIGN LEADING SEPARATE.
               05 WS-PBAL-CLOSING PIC S9(11)V99 SIGN LEADING SEPARATE.
               05 WS-PBAL-LAST-RUN-NUM PIC 9(05).
               05 WS-PBAL-LAST-DATE PIC 9(08).
           01 WS-PBAL-MOVEMENT-HELD PIC S9(11)V99
               SIGN LEADING SEPARATE.
           COPY AUDITREC.
           COPY HISTREC.
           COPY EXCEPTREC.
           COPY RUNSTATS.
           COPY BATCHCKPT.
           01 WS-ADD-TOTAL PIC S9(9)V99 SIGN LEADING SEPARATE
               VALUE ZERO.
           01 WS-SUB-TOTAL PIC S9(9)V99 SIGN LEADING SEPARATE
               VALUE ZERO.
           01 WS-MUL-TOTAL PIC S9(9)V99 SIGN LEADING SEPARATE
               VALUE ZERO.
           01 WS-DIV-TOTAL PIC S9(9)V99 SIGN LEADING SEPARATE
               VALUE ZERO.
           01 WS-PCT-TOTAL PIC S9(9)V99 SIGN LEADING SEPARATE
               VALUE ZERO.
           01 WS-GRAND-TOTAL PIC S9(9)V99 SIGN LEADING SEPARATE
               VALUE ZERO.
           01 WS-EXPECTED-TOTAL PIC S9(9)V99 SIGN LEADING SEPARATE
               VALUE ZERO.
           01 WS-VARIANCE PIC S9(9)V99 SIGN LEADING SEPARATE.
           01 WS-GRAND-ROWS PIC 9(07) COMP VALUE ZERO.
           01 WS-GRAND-HIST PIC 9(07) COMP VALUE ZERO.
           01 WS-TOTAL-EDIT PIC Z,ZZZ,ZZZ,999.99-.
           01 WS-COUNT-EDIT PIC Z,ZZZ,ZZ9.
           01 WS-HIST-EDIT PIC Z,ZZZ,ZZ9.
           01 WS-OP-LABEL PIC X(10).
           01 WS-OP-AMOUNT PIC S9(9)V99 SIGN LEADING SEPARATE.

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
           PERFORM 1000-LOAD-PART-CONTROL THRU 1000-EXIT.
           IF WS-WAITING-COUNT = ZERO
               DISPLAY "NO SPLIT POSTING IS WAITING TO BE MERGED."
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-VERIFY-PARTITIONS THRU 2000-EXIT.
           IF WS-ANY-INCOMPLETE
               DISPLAY "NOTHING WAS MERGED - post the partitions "
                   "listed above with operationsBatchDriver and "
                   "PARTITION set to their installation, then run "
                   "the merge again."
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2500-LOAD-BALANCES THRU 2500-EXIT.
           IF WS-BAL-OVERFLOW
               DISPLAY "NOTHING WAS MERGED - BALANCEFILE, with the "
                   "partitions' new installations, has more rows "
                   "than the merge's working table holds. The "
                   "partitions are still awaiting merge."
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 3000-OPEN-MAIN-FILES THRU 3000-EXIT.
           MOVE ZERO TO WS-PART-SUB.
           PERFORM 4000-MERGE-PARTITION THRU 4000-EXIT
               UNTIL WS-PART-SUB NOT < WS-PART-COUNT.
           PERFORM 5000-MERGE-BALANCES THRU 5000-EXIT.
           PERFORM 6000-CLOSE-MAIN-FILES THRU 6000-EXIT.
           PERFORM 6500-REGISTER-POSTED-FILE THRU 6500-EXIT.
           PERFORM 7000-MARK-MERGED THRU 7000-EXIT.
           PERFORM 8000-CONTROL-REPORT THRU 8000-EXIT.
           PERFORM 9950-SIGN-OFF THRU 9950-EXIT.
           GOBACK.

       1000-LOAD-PART-CONTROL.
           OPEN INPUT PART-CTL-FILE.
           IF WS-PCTL-STATUS = "35"
               GO TO 1000-EXIT
           END-IF.
           READ PART-CTL-FILE
               AT END SET WS-PCTL-EOF TO TRUE
           END-READ.
           PERFORM 1100-LOAD-PART-LINE THRU 1100-EXIT
               UNTIL WS-PCTL-EOF.
           CLOSE PART-CTL-FILE.
       1000-EXIT.
           EXIT.

       1100-LOAD-PART-LINE.
           IF WS-PART-COUNT < 200
               ADD 1 TO WS-PART-COUNT
               MOVE PARTITION-CONTROL-RECORD
                   TO WS-PT-ROW(WS-PART-COUNT)
               MOVE "N" TO WS-PT-WAITING-SWITCH(WS-PART-COUNT)
               MOVE PART-INSTALLATION
                   TO WS-PT-INSTALLATION(WS-PART-COUNT)
               MOVE PART-RUN-NUM TO WS-PT-RUN-NUM(WS-PART-COUNT)
               MOVE PART-ROW-COUNT TO WS-PT-ROW-COUNT(WS-PART-COUNT)
               MOVE ZERO TO WS-PT-HIST-COUNT(WS-PART-COUNT)
               MOVE ZERO TO WS-PT-EXC-COUNT(WS-PART-COUNT)
               MOVE ZERO TO WS-PT-HIST-TOTAL(WS-PART-COUNT)
               IF PART-AWAITING-MERGE
                   SET WS-PT-WAITING(WS-PART-COUNT) TO TRUE
                   ADD 1 TO WS-WAITING-COUNT
                   IF WS-FIRST-RUN-NUM = ZERO
                       MOVE PART-RUN-NUM TO WS-FIRST-RUN-NUM
                       MOVE PART-BUSINESS-DATE TO WS-BUSINESS-DATE
                       MOVE PART-FINGERPRINT TO WS-FILE-FINGERPRINT
                   END-IF
               END-IF
           END-IF.
           READ PART-CTL-FILE
               AT END SET WS-PCTL-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      * A partition has posted when its run statistics carry the run
      * number it was given and its checkpoint shows no run left
      * part way through.
       2000-VERIFY-PARTITIONS.
           MOVE ZERO TO WS-PART-SUB.
           PERFORM 2100-VERIFY-ONE THRU 2100-EXIT
               UNTIL WS-PART-SUB NOT < WS-PART-COUNT.
       2000-EXIT.
           EXIT.

       2100-VERIFY-ONE.
           ADD 1 TO WS-PART-SUB.
           IF NOT WS-PT-WAITING(WS-PART-SUB)
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-PT-INSTALLATION(WS-PART-SUB) TO WS-CUR-CODE.
           MOVE "N" TO WS-STATS-FOUND-SWITCH.
           MOVE "RUNSTATSFILE" TO WS-PART-BASE-NAME.
           PERFORM 4950-QUALIFY-DSN THRU 4950-EXIT.
           MOVE "N" TO WS-PWORK-EOF-SWITCH.
           OPEN INPUT PART-WORK-FILE.
           IF WS-PWORK-STATUS = "00"
               READ PART-WORK-FILE
                   AT END SET WS-PWORK-EOF TO TRUE
               END-READ
               PERFORM 2110-SCAN-STATS-LINE THRU 2110-EXIT
                   UNTIL WS-PWORK-EOF
               CLOSE PART-WORK-FILE
           END-IF.
           MOVE "N" TO WS-CKPT-OPEN-SWITCH.
           MOVE "BATCHCKPTFILE" TO WS-PART-BASE-NAME.
           PERFORM 4950-QUALIFY-DSN THRU 4950-EXIT.
           OPEN INPUT PART-WORK-FILE.
           IF WS-PWORK-STATUS = "00"
               READ PART-WORK-FILE
                   AT END MOVE SPACES TO PART-WORK-RECORD
               END-READ
               MOVE PART-WORK-RECORD TO BATCH-CHECKPOINT-RECORD
               IF BCKPT-TRAN-COUNT IS NUMERIC
                   AND BCKPT-TRAN-COUNT > ZERO
                   SET WS-CKPT-INTERRUPTED TO TRUE
               END-IF
               CLOSE PART-WORK-FILE
           END-IF.
           IF WS-CKPT-INTERRUPTED
               SET WS-ANY-INCOMPLETE TO TRUE
               DISPLAY "PARTITION " WS-CUR-CODE " (RUN "
                   WS-PT-RUN-NUM(WS-PART-SUB) ") WAS INTERRUPTED - "
                   "rerun it to finish from its checkpoint."
               GO TO 2100-EXIT
           END-IF.
           IF NOT WS-STATS-FOUND
               SET WS-ANY-INCOMPLETE TO TRUE
               DISPLAY "PARTITION " WS-CUR-CODE " (RUN "
                   WS-PT-RUN-NUM(WS-PART-SUB) ") HAS NOT POSTED."
           END-IF.
       2100-EXIT.
           EXIT.

       2110-SCAN-STATS-LINE.
           MOVE PART-WORK-RECORD TO RUN-STATS-RECORD.
           IF RST-RUN-NUM = WS-PT-RUN-NUM(WS-PART-SUB)
               SET WS-STATS-FOUND TO TRUE
           END-IF.
           READ PART-WORK-FILE
               AT END SET WS-PWORK-EOF TO TRUE
           END-READ.
       2110-EXIT.
           EXIT.

      * The live balance master is loaded before anything is merged.
      * If it - with a row for each partition's installation not yet
      * on it - will not fit the working table, rewriting it would
      * drop installations, and merging the trails without it would
      * lose the partitions' movement for good; so the merge stops
      * with nothing touched and every partition still waiting.
       2500-LOAD-BALANCES.
           OPEN INPUT BALANCE-FILE.
           IF WS-BAL-STATUS = "35"
               SET WS-BAL-EOF TO TRUE
           ELSE
               READ BALANCE-FILE
                   AT END SET WS-BAL-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 2510-LOAD-BALANCE-LINE THRU 2510-EXIT
               UNTIL WS-BAL-EOF.
           IF WS-BAL-STATUS NOT = "35"
               CLOSE BALANCE-FILE
           END-IF.
           MOVE WS-BAL-COUNT TO WS-BAL-ROOM-COUNT.
           MOVE ZERO TO WS-PART-SUB.
           PERFORM 2520-COUNT-NEW-ROW THRU 2520-EXIT
               UNTIL WS-PART-SUB NOT < WS-PART-COUNT.
       2500-EXIT.
           EXIT.

       2510-LOAD-BALANCE-LINE.
           IF WS-BAL-COUNT NOT < 200
               SET WS-BAL-OVERFLOW TO TRUE
           END-IF.
           IF WS-BAL-COUNT < 200
               ADD 1 TO WS-BAL-COUNT
               MOVE BAL-INSTALLATION
                   TO WS-BAL-TBL-INSTALLATION(WS-BAL-COUNT)
               MOVE BAL-OPENING TO WS-BAL-TBL-OPENING(WS-BAL-COUNT)
               MOVE BAL-MOVEMENT
                   TO WS-BAL-TBL-MOVEMENT(WS-BAL-COUNT)
               MOVE BAL-CLOSING TO WS-BAL-TBL-CLOSING(WS-BAL-COUNT)
               MOVE BAL-LAST-RUN-NUM
                   TO WS-BAL-TBL-RUN-NUM(WS-BAL-COUNT)
               MOVE BAL-LAST-DATE TO WS-BAL-TBL-DATE(WS-BAL-COUNT)
           END-IF.
           READ BALANCE-FILE
               AT END SET WS-BAL-EOF TO TRUE
           END-READ.
       2510-EXIT.
           EXIT.

       2520-COUNT-NEW-ROW.
           ADD 1 TO WS-PART-SUB.
           IF NOT WS-PT-WAITING(WS-PART-SUB)
               GO TO 2520-EXIT
           END-IF.
           MOVE WS-PT-INSTALLATION(WS-PART-SUB) TO WS-CUR-CODE.
           MOVE "N" TO WS-BAL-FOUND-SWITCH.
           MOVE ZERO TO WS-BAL-SUB.
           PERFORM 5120-SCAN-BALANCE-TABLE THRU 5120-EXIT
               UNTIL WS-BAL-FOUND OR WS-BAL-SUB NOT < WS-BAL-COUNT.
           IF NOT WS-BAL-FOUND
               ADD 1 TO WS-BAL-ROOM-COUNT
               IF WS-BAL-ROOM-COUNT > 200
                   SET WS-BAL-OVERFLOW TO TRUE
               END-IF
           END-IF.
       2520-EXIT.
           EXIT.

       3000-OPEN-MAIN-FILES.
           OPEN I-O HIST-INDEX-FILE.
           IF WS-HIDX-STATUS = "35"
               OPEN OUTPUT HIST-INDEX-FILE
               CLOSE HIST-INDEX-FILE
               OPEN I-O HIST-INDEX-FILE
           END-IF.
           OPEN I-O EXC-MASTER-FILE.
           IF WS-EXCM-STATUS = "35"
               OPEN OUTPUT EXC-MASTER-FILE
               CLOSE EXC-MASTER-FILE
               OPEN I-O EXC-MASTER-FILE
           END-IF.
           OPEN INPUT EXC-SEQ-FILE.
           IF WS-ESEQ-STATUS = "35"
               MOVE ZERO TO EXCSEQ-NEXT-NUM
           ELSE
               READ EXC-SEQ-FILE
                   AT END MOVE ZERO TO EXCSEQ-NEXT-NUM
               END-READ
               CLOSE EXC-SEQ-FILE
           END-IF.
       3000-EXIT.
           EXIT.

      * One partition's trails, appended to the main files.
       4000-MERGE-PARTITION.
           ADD 1 TO WS-PART-SUB.
           IF NOT WS-PT-WAITING(WS-PART-SUB)
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-PT-INSTALLATION(WS-PART-SUB) TO WS-CUR-CODE.
           MOVE "AUDITFILE" TO WS-PART-BASE-NAME.
           PERFORM 4900-APPEND-FILE THRU 4900-EXIT.
           MOVE "HISTFILE" TO WS-PART-BASE-NAME.
           PERFORM 4900-APPEND-FILE THRU 4900-EXIT.
           MOVE "SUSPENSEFILE" TO WS-PART-BASE-NAME.
           PERFORM 4900-APPEND-FILE THRU 4900-EXIT.
           MOVE "HELDFILE" TO WS-PART-BASE-NAME.
           PERFORM 4900-APPEND-FILE THRU 4900-EXIT.
           MOVE "RUNSTATSFILE" TO WS-PART-BASE-NAME.
           PERFORM 4900-APPEND-FILE THRU 4900-EXIT.
           MOVE "BATCHRESULTFILE" TO WS-PART-BASE-NAME.
           PERFORM 4900-APPEND-FILE THRU 4900-EXIT.
           PERFORM 4700-MERGE-EXCEPTIONS THRU 4700-EXIT.
           PERFORM 4800-MERGE-INDEX THRU 4800-EXIT.
           MOVE WS-PT-HIST-COUNT(WS-PART-SUB) TO WS-HIST-EDIT.
           DISPLAY "PARTITION " WS-CUR-CODE " (RUN "
               WS-PT-RUN-NUM(WS-PART-SUB) ") MERGED - "
               WS-HIST-EDIT " HISTORY ROWS.".
       4000-EXIT.
           EXIT.

      * Each partition's exceptions take the next numbers on the
      * main exception sequence, so the exception master keeps one
      * run of IDs however many partitions raised them. A row the
      * driver never numbered stays unnumbered.
       4700-MERGE-EXCEPTIONS.
           MOVE "EXCEPTFILE" TO WS-PART-BASE-NAME.
           PERFORM 4950-QUALIFY-DSN THRU 4950-EXIT.
           MOVE "EXCEPTFILE" TO WS-MAIN-DSN.
           OPEN INPUT PART-WORK-FILE.
           IF WS-PWORK-STATUS NOT = "00"
               GO TO 4700-EXIT
           END-IF.
           OPEN EXTEND MAIN-WORK-FILE.
           IF WS-MWORK-STATUS = "35"
               OPEN OUTPUT MAIN-WORK-FILE
           END-IF.
           MOVE "N" TO WS-PWORK-EOF-SWITCH.
           READ PART-WORK-FILE
               AT END SET WS-PWORK-EOF TO TRUE
           END-READ.
           PERFORM 4710-MERGE-EXCEPTION-LINE THRU 4710-EXIT
               UNTIL WS-PWORK-EOF.
           CLOSE PART-WORK-FILE.
           CLOSE MAIN-WORK-FILE.
       4700-EXIT.
           EXIT.

       4710-MERGE-EXCEPTION-LINE.
           MOVE PART-WORK-RECORD TO EXCEPTION-RECORD.
           IF EXC-ID IS NUMERIC AND EXC-ID NOT = ZERO
               ADD 1 TO EXCSEQ-NEXT-NUM
               MOVE EXCSEQ-NEXT-NUM TO EXC-ID
               PERFORM 4720-WRITE-EXC-MASTER THRU 4720-EXIT
           END-IF.
           WRITE MAIN-WORK-RECORD FROM EXCEPTION-RECORD.
           ADD 1 TO WS-PT-EXC-COUNT(WS-PART-SUB).
           READ PART-WORK-FILE
               AT END SET WS-PWORK-EOF TO TRUE
           END-READ.
       4710-EXIT.
           EXIT.

       4720-WRITE-EXC-MASTER.
           MOVE EXC-ID TO EXM-ID.
           MOVE EXC-DATE TO EXM-DATE.
           MOVE EXC-TIME TO EXM-TIME.
           MOVE EXC-PROGRAM TO EXM-PROGRAM.
           MOVE EXC-MESSAGE TO EXM-MESSAGE.
           MOVE EXC-NUM1 TO EXM-NUM1.
           MOVE EXC-NUM2 TO EXM-NUM2.
           MOVE EXC-BAD-ENTRY TO EXM-BAD-ENTRY.
           MOVE "N" TO EXM-REVIEWED-SWITCH.
           MOVE SPACES TO EXM-REVIEWED-BY.
           MOVE ZERO TO EXM-RERUN-RUN-NUM.
           WRITE EXC-MASTER-RECORD
               INVALID KEY
                   DISPLAY "WARNING: exception " EXC-ID
                       " already on the exception master."
           END-WRITE.
       4720-EXIT.
           EXIT.

      * A history key is unique across partitions - each drew from
      * its own sequence block - so a key already on the main index
      * can only be an original the partition reversed, and the
      * partition's copy, marked reversed, replaces it.
       4800-MERGE-INDEX.
           MOVE "HISTIDXFILE" TO WS-PART-BASE-NAME.
           PERFORM 4950-QUALIFY-DSN THRU 4950-EXIT.
           OPEN INPUT PART-HIDX-FILE.
           IF WS-PHX-STATUS NOT = "00"
               GO TO 4800-EXIT
           END-IF.
           MOVE "N" TO WS-PHX-EOF-SWITCH.
           READ PART-HIDX-FILE NEXT RECORD
               AT END SET WS-PHX-EOF TO TRUE
           END-READ.
           PERFORM 4810-MERGE-INDEX-ROW THRU 4810-EXIT
               UNTIL WS-PHX-EOF.
           CLOSE PART-HIDX-FILE.
       4800-EXIT.
           EXIT.

       4810-MERGE-INDEX-ROW.
           MOVE PART-HIDX-RECORD TO HIST-INDEX-RECORD.
           WRITE HIST-INDEX-RECORD
               INVALID KEY
                   REWRITE HIST-INDEX-RECORD
                       INVALID KEY
                           DISPLAY "WARNING: history index row "
                               HIST-IDX-KEY " could not be merged."
                   END-REWRITE
           END-WRITE.
           READ PART-HIDX-FILE NEXT RECORD
               AT END SET WS-PHX-EOF TO TRUE
           END-READ.
       4810-EXIT.
           EXIT.

      * Appends the partition's copy of WS-PART-BASE-NAME to the
      * main file of that name, tallying history and audit rows for
      * the control report as they pass. The batch results are the
      * run's own file, not a trail, so the first partition starts
      * BATCHRESULTFILE afresh and the rest add to it.
       4900-APPEND-FILE.
           PERFORM 4950-QUALIFY-DSN THRU 4950-EXIT.
           MOVE WS-PART-BASE-NAME TO WS-MAIN-DSN.
           OPEN INPUT PART-WORK-FILE.
           IF WS-PWORK-STATUS NOT = "00"
               GO TO 4900-EXIT
           END-IF.
           IF WS-PART-BASE-NAME = "BATCHRESULTFILE"
               AND NOT WS-RESULTS-STARTED
               OPEN OUTPUT MAIN-WORK-FILE
               SET WS-RESULTS-STARTED TO TRUE
           ELSE
               OPEN EXTEND MAIN-WORK-FILE
               IF WS-MWORK-STATUS = "35"
                   OPEN OUTPUT MAIN-WORK-FILE
               END-IF
           END-IF.
           MOVE ZERO TO WS-LINES-COPIED.
           MOVE "N" TO WS-PWORK-EOF-SWITCH.
           READ PART-WORK-FILE
               AT END SET WS-PWORK-EOF TO TRUE
           END-READ.
           PERFORM 4910-APPEND-LINE THRU 4910-EXIT
               UNTIL WS-PWORK-EOF.
           CLOSE PART-WORK-FILE.
           CLOSE MAIN-WORK-FILE.
       4900-EXIT.
           EXIT.

       4910-APPEND-LINE.
           WRITE MAIN-WORK-RECORD FROM PART-WORK-RECORD.
           ADD 1 TO WS-LINES-COPIED.
           IF WS-PART-BASE-NAME = "HISTFILE"
               MOVE PART-WORK-RECORD TO HIST-RECORD
               ADD 1 TO WS-PT-HIST-COUNT(WS-PART-SUB)
               ADD HIST-RESULT TO WS-PT-HIST-TOTAL(WS-PART-SUB)
           END-IF.
           IF WS-PART-BASE-NAME = "AUDITFILE"
               MOVE PART-WORK-RECORD TO AUDIT-RECORD
               EVALUATE AUD-OPERATION
                   WHEN "ADD"
                       ADD AUD-RESULT TO WS-ADD-TOTAL
                   WHEN "SUBTRACT"
                       ADD AUD-RESULT TO WS-SUB-TOTAL
                   WHEN "MULTIPLY"
                       ADD AUD-RESULT TO WS-MUL-TOTAL
                   WHEN "DIVIDE"
                       ADD AUD-RESULT TO WS-DIV-TOTAL
                   WHEN "PERCENT"
                       ADD AUD-RESULT TO WS-PCT-TOTAL
               END-EVALUATE
           END-IF.
           READ PART-WORK-FILE
               AT END SET WS-PWORK-EOF TO TRUE
           END-READ.
       4910-EXIT.
           EXIT.

      * The partition's name for a file - the production name
      * qualified by the installation code, exactly as the splitter
      * and the driver build it.
       4950-QUALIFY-DSN.
           MOVE SPACES TO WS-PART-DSN.
           STRING WS-PART-BASE-NAME DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               WS-CUR-CODE DELIMITED BY SIZE
               INTO WS-PART-DSN.
       4950-EXIT.
           EXIT.

      * Each partition posted against its own copy of the balance
      * master and moved only its own installation's row. That
      * movement is applied to the live row as it stands now, so
      * anything posted to the main master since the split is kept.
       5000-MERGE-BALANCES.
           MOVE ZERO TO WS-PART-SUB.
           PERFORM 5100-APPLY-PARTITION THRU 5100-EXIT
               UNTIL WS-PART-SUB NOT < WS-PART-COUNT.
           OPEN OUTPUT BALANCE-FILE.
           MOVE ZERO TO WS-BAL-SUB.
           PERFORM 5300-WRITE-BALANCE-LINE THRU 5300-EXIT
               UNTIL WS-BAL-SUB NOT < WS-BAL-COUNT.
           CLOSE BALANCE-FILE.
       5000-EXIT.
           EXIT.

       5100-APPLY-PARTITION.
           ADD 1 TO WS-PART-SUB.
           IF NOT WS-PT-WAITING(WS-PART-SUB)
               GO TO 5100-EXIT
           END-IF.
           MOVE WS-PT-INSTALLATION(WS-PART-SUB) TO WS-CUR-CODE.
           MOVE "BALANCEFILE" TO WS-PART-BASE-NAME.
           PERFORM 4950-QUALIFY-DSN THRU 4950-EXIT.
           MOVE "N" TO WS-PBAL-FOUND-SWITCH.
           OPEN INPUT PART-WORK-FILE.
           IF WS-PWORK-STATUS NOT = "00"
               GO TO 5100-EXIT
           END-IF.
           MOVE "N" TO WS-PWORK-EOF-SWITCH.
           READ PART-WORK-FILE
               AT END SET WS-PWORK-EOF TO TRUE
           END-READ.
           PERFORM 5110-FIND-PART-BALANCE THRU 5110-EXIT
               UNTIL WS-PWORK-EOF OR WS-PBAL-FOUND.
           CLOSE PART-WORK-FILE.
           IF NOT WS-PBAL-FOUND
               GO TO 5100-EXIT
           END-IF.
           MOVE "N" TO WS-BAL-FOUND-SWITCH.
           MOVE ZERO TO WS-BAL-SUB.
           PERFORM 5120-SCAN-BALANCE-TABLE THRU 5120-EXIT
               UNTIL WS-BAL-FOUND OR WS-BAL-SUB NOT < WS-BAL-COUNT.
           IF NOT WS-BAL-FOUND
               IF WS-BAL-COUNT < 200
                   ADD 1 TO WS-BAL-COUNT
                   MOVE WS-BAL-COUNT TO WS-BAL-SUB
                   MOVE WS-CUR-CODE
                       TO WS-BAL-TBL-INSTALLATION(WS-BAL-SUB)
                   MOVE ZERO TO WS-BAL-TBL-CLOSING(WS-BAL-SUB)
               ELSE
                   DISPLAY "WARNING: balance master is full; "
                       "movement for " WS-CUR-CODE
                       " was not merged into it."
                   GO TO 5100-EXIT
               END-IF
           END-IF.
           MOVE WS-BAL-TBL-CLOSING(WS-BAL-SUB)
               TO WS-BAL-TBL-OPENING(WS-BAL-SUB).
           MOVE WS-PBAL-MOVEMENT-HELD
               TO WS-BAL-TBL-MOVEMENT(WS-BAL-SUB).
           COMPUTE WS-BAL-TBL-CLOSING(WS-BAL-SUB) =
               WS-BAL-TBL-OPENING(WS-BAL-SUB)
               + WS-BAL-TBL-MOVEMENT(WS-BAL-SUB).
           MOVE WS-PT-RUN-NUM(WS-PART-SUB)
               TO WS-BAL-TBL-RUN-NUM(WS-BAL-SUB).
           MOVE WS-PBAL-LAST-DATE TO WS-BAL-TBL-DATE(WS-BAL-SUB).
       5100-EXIT.
           EXIT.

      * Only the row the partition's own run moved counts - the
      * rest of its copy is the master as it stood at the split.
       5110-FIND-PART-BALANCE.
           MOVE PART-WORK-RECORD TO WS-PART-BAL-ROW.
           IF WS-PBAL-INSTALLATION = WS-CUR-CODE
               AND WS-PBAL-LAST-RUN-NUM = WS-PT-RUN-NUM(WS-PART-SUB)
               SET WS-PBAL-FOUND TO TRUE
               MOVE WS-PBAL-MOVEMENT TO WS-PBAL-MOVEMENT-HELD
           ELSE
               READ PART-WORK-FILE
                   AT END SET WS-PWORK-EOF TO TRUE
               END-READ
           END-IF.
       5110-EXIT.
           EXIT.

       5120-SCAN-BALANCE-TABLE.
           ADD 1 TO WS-BAL-SUB.
           IF WS-BAL-TBL-INSTALLATION(WS-BAL-SUB) = WS-CUR-CODE
               SET WS-BAL-FOUND TO TRUE
           END-IF.
       5120-EXIT.
           EXIT.

       5300-WRITE-BALANCE-LINE.
           ADD 1 TO WS-BAL-SUB.
           MOVE WS-BAL-TBL-INSTALLATION(WS-BAL-SUB)
               TO BAL-INSTALLATION.
           MOVE WS-BAL-TBL-OPENING(WS-BAL-SUB) TO BAL-OPENING.
           MOVE WS-BAL-TBL-MOVEMENT(WS-BAL-SUB) TO BAL-MOVEMENT.
           MOVE WS-BAL-TBL-CLOSING(WS-BAL-SUB) TO BAL-CLOSING.
           MOVE WS-BAL-TBL-RUN-NUM(WS-BAL-SUB) TO BAL-LAST-RUN-NUM.
           MOVE WS-BAL-TBL-DATE(WS-BAL-SUB) TO BAL-LAST-DATE.
           WRITE BALANCE-RECORD.
       5300-EXIT.
           EXIT.

       6000-CLOSE-MAIN-FILES.
           CLOSE HIST-INDEX-FILE.
           CLOSE EXC-MASTER-FILE.
           OPEN OUTPUT EXC-SEQ-FILE.
           WRITE EXC-SEQ-RECORD.
           CLOSE EXC-SEQ-FILE.
       6000-EXIT.
           EXIT.

      * The unsplit file is registered only now, with every
      * partition merged, under the first partition's run number.
       6500-REGISTER-POSTED-FILE.
           OPEN EXTEND POSTED-REG-FILE.
           IF WS-PREG-STATUS = "35"
               OPEN OUTPUT POSTED-REG-FILE
           END-IF.
           MOVE WS-FILE-FINGERPRINT TO PFR-FINGERPRINT.
           MOVE WS-TODAY TO PFR-POSTED-DATE.
           MOVE WS-FIRST-RUN-NUM TO PFR-RUN-NUM.
           WRITE POSTED-FILE-RECORD.
           CLOSE POSTED-REG-FILE.
       6500-EXIT.
           EXIT.

       7000-MARK-MERGED.
           OPEN OUTPUT PART-CTL-FILE.
           MOVE ZERO TO WS-PART-SUB.
           PERFORM 7100-MARK-PART-LINE THRU 7100-EXIT
               UNTIL WS-PART-SUB NOT < WS-PART-COUNT.
           CLOSE PART-CTL-FILE.
       7000-EXIT.
           EXIT.

       7100-MARK-PART-LINE.
           ADD 1 TO WS-PART-SUB.
           MOVE WS-PT-ROW(WS-PART-SUB) TO PARTITION-CONTROL-RECORD.
           IF WS-PT-WAITING(WS-PART-SUB)
               SET PART-MERGED TO TRUE
           END-IF.
           WRITE PARTITION-CONTROL-RECORD.
       7100-EXIT.
           EXIT.

      * One control report for the business date, however many
      * partitions posted it - per partition, per operation, and the
      * day's total against CONTROLFILE.
       8000-CONTROL-REPORT.
           PERFORM 8100-FIND-CONTROL-TOTAL THRU 8100-EXIT.
           PERFORM 9700-OPEN-REPORT THRU 9700-EXIT.
           STRING "BATCH MERGE CONTROL REPORT - BUSINESS DATE "
               DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE "INST  RUN      RECORDS    HISTORY       POSTED TOTAL"
               TO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE ZERO TO WS-PART-SUB.
           PERFORM 8200-PARTITION-LINE THRU 8200-EXIT
               UNTIL WS-PART-SUB NOT < WS-PART-COUNT.
           MOVE WS-GRAND-ROWS TO WS-COUNT-EDIT.
           MOVE WS-GRAND-HIST TO WS-HIST-EDIT.
           MOVE WS-GRAND-TOTAL TO WS-TOTAL-EDIT.
           STRING "ALL        " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-HIST-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE "OPERATION TOTALS (from the merged audit trail):"
               TO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE "ADD" TO WS-OP-LABEL.
           MOVE WS-ADD-TOTAL TO WS-OP-AMOUNT.
           PERFORM 8300-OPERATION-LINE THRU 8300-EXIT.
           MOVE "SUBTRACT" TO WS-OP-LABEL.
           MOVE WS-SUB-TOTAL TO WS-OP-AMOUNT.
           PERFORM 8300-OPERATION-LINE THRU 8300-EXIT.
           MOVE "MULTIPLY" TO WS-OP-LABEL.
           MOVE WS-MUL-TOTAL TO WS-OP-AMOUNT.
           PERFORM 8300-OPERATION-LINE THRU 8300-EXIT.
           MOVE "DIVIDE" TO WS-OP-LABEL.
           MOVE WS-DIV-TOTAL TO WS-OP-AMOUNT.
           PERFORM 8300-OPERATION-LINE THRU 8300-EXIT.
           MOVE "PERCENT" TO WS-OP-LABEL.
           MOVE WS-PCT-TOTAL TO WS-OP-AMOUNT.
           PERFORM 8300-OPERATION-LINE THRU 8300-EXIT.
           IF WS-CTL-FOUND
               MOVE WS-EXPECTED-TOTAL TO WS-TOTAL-EDIT
               STRING "CONTROLFILE EXPECTED TOTAL:   " DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
               COMPUTE WS-VARIANCE = WS-GRAND-TOTAL - WS-EXPECTED-TOTAL
               MOVE WS-VARIANCE TO WS-TOTAL-EDIT
               STRING "DIFFERENCE:                   " DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
           ELSE
               MOVE "NO CONTROLFILE ROW FOR THE BUSINESS DATE YET."
                   TO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
           END-IF.
           PERFORM 9900-CLOSE-REPORT THRU 9900-EXIT.
       8000-EXIT.
           EXIT.

       8100-FIND-CONTROL-TOTAL.
           OPEN INPUT CONTROL-FILE.
           IF WS-CTL-STATUS = "35"
               GO TO 8100-EXIT
           END-IF.
           READ CONTROL-FILE
               AT END SET WS-CTL-EOF TO TRUE
           END-READ.
           PERFORM 8110-SCAN-CONTROL-LINE THRU 8110-EXIT
               UNTIL WS-CTL-EOF.
           CLOSE CONTROL-FILE.
       8100-EXIT.
           EXIT.

      * The last row for the date wins, as it does for
      * reconciliation.
       8110-SCAN-CONTROL-LINE.
           IF CTL-DATE = WS-BUSINESS-DATE
               SET WS-CTL-FOUND TO TRUE
               MOVE CTL-EXPECTED-TOTAL TO WS-EXPECTED-TOTAL
           END-IF.
           READ CONTROL-FILE
               AT END SET WS-CTL-EOF TO TRUE
           END-READ.
       8110-EXIT.
           EXIT.

       8200-PARTITION-LINE.
           ADD 1 TO WS-PART-SUB.
           IF NOT WS-PT-WAITING(WS-PART-SUB)
               GO TO 8200-EXIT
           END-IF.
           ADD WS-PT-ROW-COUNT(WS-PART-SUB) TO WS-GRAND-ROWS.
           ADD WS-PT-HIST-COUNT(WS-PART-SUB) TO WS-GRAND-HIST.
           ADD WS-PT-HIST-TOTAL(WS-PART-SUB) TO WS-GRAND-TOTAL.
           MOVE WS-PT-ROW-COUNT(WS-PART-SUB) TO WS-COUNT-EDIT.
           MOVE WS-PT-HIST-COUNT(WS-PART-SUB) TO WS-HIST-EDIT.
           MOVE WS-PT-HIST-TOTAL(WS-PART-SUB) TO WS-TOTAL-EDIT.
           STRING WS-PT-INSTALLATION(WS-PART-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PT-RUN-NUM(WS-PART-SUB) DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-HIST-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
       8200-EXIT.
           EXIT.

       8300-OPERATION-LINE.
           MOVE WS-OP-AMOUNT TO WS-TOTAL-EDIT.
           STRING "  " DELIMITED BY SIZE
               WS-OP-LABEL DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
       8300-EXIT.
           EXIT.

       9700-OPEN-REPORT.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RPT-OPERATOR FROM ENVIRONMENT-VALUE.
           MOVE "BATCH MERGE CONTROL" TO WS-RPT-NAME.
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

       END PROGRAM operationsBatchMerge.
