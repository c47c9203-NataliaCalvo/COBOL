      *           abend resumes past the records already posted
      *           instead of doubling up the audit and history
      *           trails.
      *           A result above the installation's RATE-THRESHOLD
      *           does not post - it goes to HELDFILE for a
      *           supervisor other than the batch operator to release
      *           or reject through operationsHeldRelease.
      *           A detail row keyed in a foreign currency is turned
      *           into base currency at the FXRATEFILE rate in effect
      *           on the business date before anything else is done
      *           with it; the figures as keyed, the currency and the
      *           rate ride along on the audit and history rows.
      *           A pair for an installation the signed-on operator is
      *           not allowed to work (SITEACCFILE, checked through
      *           operationsSiteAccess) is refused to suspense with an
      *           exception row, the same as a closed site's.
      *           Started with a PARTITION environment value, the run
      *           posts one installation's partition of a split file
      *           (see operationsBatchSplit) against that partition's
      *           own file set, under the run number and sequence
      *           block the splitter handed it, for
      *           operationsBatchMerge to bring back together.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIST-INDEX-FILE ASSIGN TO WS-HISTIDXFILE-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-IDX-KEY
               FILE STATUS IS WS-HIDX-STATUS.
           SELECT SEQ-FILE ASSIGN TO WS-SEQFILE-DSN
           SELECT EXC-SEQ-FILE ASSIGN TO WS-EXCSEQFILE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESEQ-STATUS.
           SELECT LIMIT-FILE ASSIGN TO "LIMITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-STATUS.
           SELECT HELD-FILE ASSIGN TO WS-HELDFILE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT EXC-MASTER-FILE ASSIGN TO WS-EXCMASTERFILE-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXM-KEY
               FILE STATUS IS WS-EXCM-STATUS.
           SELECT PART-CTL-FILE ASSIGN TO "PARTCTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCTL-STATUS.
           SELECT HIST-MAIN-INDEX-FILE ASSIGN TO "HISTIDXFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HMX-KEY
               FILE STATUS IS WS-HMX-STATUS.

       DATA DIVISION.
       FILE SECTION.
               ==TR-RECORD-TYPE== BY ==TRS-RECORD-TYPE==
               ==TR-IS-HEADER== BY ==TRS-IS-HEADER==
               ==TR-IS-TRAILER== BY ==TRS-IS-TRAILER==
               ==TR-IS-REVERSAL== BY ==TRS-IS-REVERSAL==
               ==TR-NUM1== BY ==TRS-NUM1==
               ==TR-NUM2== BY ==TRS-NUM2==
               ==TR-INSTALLATION== BY ==TRS-INSTALLATION==
               ==TR-OP-PERCENT== BY ==TRS-OP-PERCENT==
               ==TR-OP-ALL== BY ==TRS-OP-ALL==
               ==TR-OP-VALID== BY ==TRS-OP-VALID==
               ==TR-CURRENCY== BY ==TRS-CURRENCY==
               ==TRANS-CONTROL-RECORD== BY ==TRANS-SCAN-CONTROL==
               ==TRC-RECORD-TYPE== BY ==TRSC-RECORD-TYPE==
               ==TRC-COUNT== BY ==TRSC-COUNT==
               ==TRC-AS-OF-DATE== BY ==TRSC-AS-OF-DATE==
               ==TRANS-REVERSAL-RECORD== BY ==TRANS-SCAN-REVERSAL==
               ==TRR-RECORD-TYPE== BY ==TRSR-RECORD-TYPE==
               ==TRR-ORIG-KEY== BY ==TRSR-ORIG-KEY==
               ==TRR-ORIG-DATE== BY ==TRSR-ORIG-DATE==
               ==TRR-ORIG-SEQ-NUM== BY ==TRSR-ORIG-SEQ-NUM==.

       FD  POSTED-REG-FILE.
           COPY POSTEDREG.
       FD  EXC-MASTER-FILE.
           COPY EXCMREC.

       FD  LIMIT-FILE.
           COPY LIMITREC.

       FD  HELD-FILE.
           COPY HELDREC.

       FD  PART-CTL-FILE.
           COPY PARTCTL.

      * The main history index, read only by a partition run looking
      * up the original of a reversal that posted before the split -
      * the same 196 bytes as HISTIDXREC, moved across whole.
       FD  HIST-MAIN-INDEX-FILE.
       01  HIST-MAIN-INDEX-RECORD.
           05 HMX-KEY PIC X(13).
           05 FILLER PIC X(183).

       WORKING-STORAGE SECTION.
      * Logical file names - production values here, switched to
      * the TRN practice set when the TRAINING environment value
      * is "Y", so a trainee can run the real program without a
      * single practice row landing in the production trails.
           01 WS-FILE-NAMES.
               05 WS-TRANFILE-DSN PIC X(24) VALUE
                   "TRANFILE".
               05 WS-BATCHRESULTFILE-DSN PIC X(24) VALUE
                   "BATCHRESULTFILE".
               05 WS-AUDITFILE-DSN PIC X(24) VALUE
                   "AUDITFILE".
               05 WS-HISTFILE-DSN PIC X(24) VALUE
                   "HISTFILE".
               05 WS-EXCEPTFILE-DSN PIC X(24) VALUE
                   "EXCEPTFILE".
               05 WS-HISTIDXFILE-DSN PIC X(24) VALUE
                   "HISTIDXFILE".
               05 WS-SEQFILE-DSN PIC X(24) VALUE
                   "SEQFILE".
               05 WS-RUNSEQFILE-DSN PIC X(24) VALUE
                   "RUNSEQFILE".
               05 WS-SESSLOGFILE-DSN PIC X(24) VALUE
                   "SESSLOGFILE".
               05 WS-BATCHCKPTFILE-DSN PIC X(24) VALUE
                   "BATCHCKPTFILE".
               05 WS-SUSPENSEFILE-DSN PIC X(24) VALUE
                   "SUSPENSEFILE".
               05 WS-POSTEDREGFILE-DSN PIC X(24) VALUE
                   "POSTEDREGFILE".
               05 WS-BALANCEFILE-DSN PIC X(24) VALUE
                   "BALANCEFILE".
               05 WS-EXCSEQFILE-DSN PIC X(24) VALUE
                   "EXCSEQFILE".
               05 WS-EXCMASTERFILE-DSN PIC X(24) VALUE
                   "EXCMASTERFILE".
               05 WS-RUNSTATSFILE-DSN PIC X(24) VALUE
                   "RUNSTATSFILE".
               05 WS-HELDFILE-DSN PIC X(24) VALUE
                   "HELDFILE".
           01 WS-RSTAT-STATUS PIC X(02) VALUE "00".
           01 WS-TRAINING-SWITCH PIC X(01) VALUE "N".
               88 WS-TRAINING-MODE VALUE "Y".
           01 WS-TRAINING-ENTRY PIC X(01).
      * Partition mode - set when the PARTITION environment value
      * names an installation on PARTCTLFILE awaiting its merge.
           01 WS-PARTITION-SWITCH PIC X(01) VALUE "N".
               88 WS-PARTITION-MODE VALUE "Y".
           01 WS-PARTITION-CODE PIC X(04) VALUE SPACES.
           01 WS-PART-RUN-NUM PIC 9(05).
           01 WS-PART-DEFAULT-SWITCH PIC X(01) VALUE "N".
               88 WS-PART-IS-DEFAULT VALUE "Y".
           01 WS-PCTL-STATUS PIC X(02) VALUE "00".
           01 WS-PCTL-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-PCTL-EOF VALUE "Y".
           01 WS-PART-FOUND-SWITCH PIC X(01) VALUE "N".
               88 WS-PART-FOUND VALUE "Y".
           01 WS-PART-BASE-NAME PIC X(24).
           01 WS-PART-DSN PIC X(24).
           01 WS-HMX-STATUS PIC X(02) VALUE "00".
           01 WS-HMX-OPEN-SWITCH PIC X(01) VALUE "N".
               88 WS-HMX-OPEN VALUE "Y".
           COPY MATHFLDS.
      * Program name handed to the lockout engine - kept in working
      * storage (truncated to the X(20) the engine declares) because
               88 WS-RUN-PCT VALUE "Y".
           01 WS-RUN-INSTALL-CODE PIC X(04).
           01 WS-TRAN-INSTALL PIC X(04).
      * Answers handed back by the installation master lookup.
           01 WS-INST-NAME PIC X(24).
           01 WS-INST-STATUS PIC X(01).
               88 WS-INST-CLOSED VALUE "C".
               88 WS-INST-NOT-ON-FILE VALUE "N".
      * Fields handed to the installation access engine on CHECK.
           01 WS-SITE-ACTION PIC X(05) VALUE "CHECK".
           01 WS-SITE-ALLOWED-SWITCH PIC X(01).
               88 WS-SITE-ALLOWED VALUE "Y".
           01 WS-BUSINESS-DATE PIC 9(8).
           01 WS-SUSP-STATUS PIC X(02) VALUE "00".
           01 WS-ROW-FAILED-SWITCH PIC X(01) VALUE "N".
           01 WS-MOVES-BALANCE-SWITCH PIC X(01).
               88 WS-MOVES-BALANCE VALUE "Y".
               88 WS-ROW-FAILED VALUE "Y".
           01 WS-SUSP-REASON PIC X(50).
           01 WS-BCTL-STATUS PIC X(02) VALUE "00".
           01 WS-POSTED-ANSWER PIC X(01).
           01 WS-DATE-CLOSED-SWITCH PIC X(01).
               88 WS-DATE-CLOSED VALUE "Y".
      * What operationsCutoffCheck made of the header's as-of date -
      * "R" re-dated to the next business day, "F" refused as late.
           01 WS-LATE-ACTION PIC X(01) VALUE SPACE.
               88 WS-FILE-ROLLED VALUE "R".
               88 WS-FILE-REFUSED VALUE "F".
           01 WS-ORIGINAL-DATE PIC 9(8) VALUE ZERO.
           01 WS-CUTOFF-DATE PIC 9(8) VALUE ZERO.
           01 WS-RESUME-BUS-DATE PIC 9(8) VALUE ZERO.
           01 WS-STND-STATUS PIC X(02) VALUE "00".
           01 WS-STND-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-STND-EOF VALUE "Y".
                   88 WS-CUR-OP-ALL VALUE SPACE.
                   88 WS-CUR-OP-VALID VALUE
                       "A" "S" "M" "D" "P" SPACE.
               05 WS-CUR-CURRENCY PIC X(03).
      * The same row seen as a reversal - the key of the posted
      * history row it cancels.
           01 WS-CUR-REVERSAL REDEFINES WS-CUR-PAIR.
               05 WS-CUR-REV-RECORD-TYPE PIC X(01).
               05 WS-CUR-REV-KEY.
                   10 WS-CUR-REV-DATE PIC 9(8).
                   10 WS-CUR-REV-SEQ-NUM PIC 9(5).
               05 FILLER PIC X(15).
           01 WS-REVERSAL-ITEM-SWITCH PIC X(01) VALUE "N".
               88 WS-REVERSAL-ITEM VALUE "Y".
      * The currency a pair was keyed in, its figures as keyed and
      * the rate 2040-CONVERT-CURRENCY turned them into base currency
      * at - carried onto every audit, history and held row the pair
      * produces. Blank currency, the figures themselves and a rate
      * of 1 for a base-currency pair.
           01 WS-FX-CURRENCY PIC X(03).
           01 WS-FX-ORIG-NUM1 PIC S9(7)V99 SIGN LEADING SEPARATE.
           01 WS-FX-ORIG-NUM2 PIC S9(7)V99 SIGN LEADING SEPARATE.
           01 WS-FX-RATE PIC 9(05)V9(06).
           01 WS-FX-STATUS PIC X(01).
               88 WS-FX-NO-RATE VALUE "N".
      * Stamped on every history row 2200-WRITE-HISTORY writes - the
      * operation letter, and the key of the row a reversal cancels
      * (zero on an ordinary posting).
           01 WS-HIST-OP-CODE PIC X(01).
           01 WS-HIST-REVERSAL-OF.
               05 WS-HIST-REV-OF-DATE PIC 9(8) VALUE ZERO.
               05 WS-HIST-REV-OF-SEQ-NUM PIC 9(5) VALUE ZERO.
      * A history key shown in the twelve-byte exception bad-entry
      * column as YYMMDD-SSSSS.
           01 WS-REV-KEY-SHOW.
               05 WS-REV-SHOW-YYMMDD PIC X(06).
               05 FILLER PIC X(01) VALUE "-".
               05 WS-REV-SHOW-SEQ-NUM PIC X(05).
           01 WS-REV-NEW-KEY.
               05 WS-REV-NEW-DATE PIC 9(8).
               05 WS-REV-NEW-SEQ-NUM PIC 9(5).
           01 WS-STANDING-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-STND-DUE-SWITCH PIC X(01).
               88 WS-STND-DUE VALUE "Y".
           01 WS-CKPT-INTERVAL PIC 9(5) VALUE 1.
           01 WS-BASE-RESULT PIC S9(7)V99 SIGN LEADING SEPARATE.
           01 WS-SURCHARGE-AMOUNT PIC S9(7)V99 SIGN LEADING SEPARATE.
           01 WS-SURCHARGE-UNROUNDED PIC S9(7)V9(5)
               SIGN LEADING SEPARATE.
           01 WS-BASE-UNROUNDED PIC S9(7)V9(5)
               SIGN LEADING SEPARATE.
           01 WS-SINCE-CKPT PIC 9(5) COMP VALUE ZERO.
           01 WS-NEXT-SEQ-NUM PIC 9(5) VALUE ZERO.
           01 WS-RTBL-COUNT PIC 9(03) COMP VALUE ZERO.
                   10 WS-RTBL-ROUND-RULE PIC X(01).
                   10 WS-RTBL-THRESHOLD PIC 9(7)V99.
                   10 WS-RTBL-EFF-DATE PIC 9(8).
                   10 WS-RTBL-BAND-RULES PIC X(53).
      * Posting limits for the sites that have them, each with the
      * closing balance the site stood at when this run started -
      * the run's own movement so far comes from the movement table,
      * so the two together are where the site would stand if the
      * next pair posted.
           01 WS-LIMIT-STATUS PIC X(02) VALUE "00".
           01 WS-HELD-STATUS PIC X(02) VALUE "00".
           01 WS-HELD-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-HELD-EOF VALUE "Y".
           01 WS-HELD-ITEM-NUM PIC 9(05) VALUE ZERO.
           01 WS-HELD-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-LIMIT-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-LIMIT-EOF VALUE "Y".
           01 WS-LIMIT-FOUND-SWITCH PIC X(01).
               88 WS-LIMIT-FOUND VALUE "Y".
           01 WS-LIMIT-CAP-SWITCH PIC X(01) VALUE "N".
               88 WS-LIMIT-CAP-WARNED VALUE "Y".
           01 WS-LIMIT-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-LIMIT-SUB PIC 9(03) COMP.
           01 WS-LIM-RESULT PIC S9(7)V99 SIGN LEADING SEPARATE.
           01 WS-LIM-REMAINDER PIC S9(7)V99 SIGN LEADING SEPARATE.
           01 WS-LIM-SURCHARGE PIC S9(7)V99 SIGN LEADING SEPARATE.
           01 WS-LIM-UNROUNDED PIC S9(7)V9(5)
               SIGN LEADING SEPARATE.
           01 WS-LIM-STATUS PIC X(02).
           01 WS-LIM-PAIR-TOTAL PIC S9(11)V99 SIGN LEADING SEPARATE.
           01 WS-LIM-PROJ-MOVEMENT PIC S9(11)V99
               SIGN LEADING SEPARATE.
           01 WS-LIM-PROJ-CLOSING PIC S9(11)V99
               SIGN LEADING SEPARATE.
           01 WS-LIM-SIZE PIC 9(11)V99.
           01 WS-LIMIT-TABLE.
               05 WS-LIMIT-ENTRY OCCURS 200 TIMES.
                   10 WS-LIM-TBL-INSTALLATION PIC X(04).
                   10 WS-LIM-TBL-MAX-CLOSING PIC 9(11)V99.
                   10 WS-LIM-TBL-MAX-MOVEMENT PIC 9(11)V99.
                   10 WS-LIM-TBL-START-CLOSING PIC S9(11)V99
                       SIGN LEADING SEPARATE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1050-CHECK-TRAINING-MODE THRU 1050-EXIT.
           PERFORM 1060-CHECK-PARTITION-MODE THRU 1060-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RESUME-COUNT = ZERO
               PERFORM 1500-POST-STANDING-ITEMS THRU 1500-EXIT
               MOVE "TRNEXCSEQFILE" TO WS-EXCSEQFILE-DSN
               MOVE "TRNEXCMASTERFILE" TO WS-EXCMASTERFILE-DSN
               MOVE "TRNRUNSTATSFILE" TO WS-RUNSTATSFILE-DSN
               MOVE "TRNHELDFILE" TO WS-HELDFILE-DSN
               DISPLAY "*** TRAINING MODE - PRACTICE FILES ONLY"
               DISPLAY "*** NOTHING POSTS TO THE PRODUCTION "
                   "TRAILS"
       1050-EXIT.
           EXIT.

      * A partition run works entirely in its own file set - the
      * production name qualified by the installation code - apart
      * from the session log, which every run shares. The run
      * number and the starting sequence number come from the
      * splitter, not from RUNSEQFILE and the live SEQFILE.
       1060-CHECK-PARTITION-MODE.
           DISPLAY "PARTITION" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARTITION-CODE FROM ENVIRONMENT-VALUE.
           IF WS-PARTITION-CODE = SPACES
               GO TO 1060-EXIT
           END-IF.
           IF WS-TRAINING-MODE
               DISPLAY "A PARTITION CANNOT BE POSTED IN TRAINING "
                   "MODE - run the practice file unsplit."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PART-CTL-FILE.
           IF WS-PCTL-STATUS = "35"
               SET WS-PCTL-EOF TO TRUE
           ELSE
               READ PART-CTL-FILE
                   AT END SET WS-PCTL-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 1065-SCAN-PARTITION-LINE THRU 1065-EXIT
               UNTIL WS-PCTL-EOF OR WS-PART-FOUND.
           IF WS-PCTL-STATUS NOT = "35"
               CLOSE PART-CTL-FILE
           END-IF.
           IF NOT WS-PART-FOUND
               DISPLAY "NO PARTITION " WS-PARTITION-CODE
                   " IS AWAITING POSTING ON PARTCTLFILE - run "
                   "operationsBatchSplit first."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           SET WS-PARTITION-MODE TO TRUE.
           MOVE WS-TRANFILE-DSN TO WS-PART-BASE-NAME.
           PERFORM 1068-QUALIFY-DSN THRU 1068-EXIT.
           MOVE WS-PART-DSN TO WS-TRANFILE-DSN.
           MOVE WS-BATCHRESULTFILE-DSN TO WS-PART-BASE-NAME.
           PERFORM 1068-QUALIFY-DSN THRU 1068-EXIT.
           MOVE WS-PART-DSN TO WS-BATCHRESULTFILE-DSN.
           MOVE WS-AUDITFILE-DSN TO WS-PART-BASE-NAME.
           PERFORM 1068-QUALIFY-DSN THRU 1068-EXIT.
           MOVE WS-PART-DSN TO WS-AUDITFILE-DSN.
           MOVE WS-HISTFILE-DSN TO WS-PART-BASE-NAME.
           PERFORM 1068-QUALIFY-DSN THRU 1068-EXIT.
           MOVE WS-PART-DSN TO WS-HISTFILE-DSN.
           MOVE WS-EXCEPTFILE-DSN TO WS-PART-BASE-NAME.
           PERFORM 1068-QUALIFY-DSN THRU 1068-EXIT.
           MOVE WS-PART-DSN TO WS-EXCEPTFILE-DSN.
           MOVE WS-HISTIDXFILE-DSN TO WS-PART-BASE-NAME.
           PERFORM 1068-QUALIFY-DSN THRU 1068-EXIT.
           MOVE WS-PART-DSN TO WS-HISTIDXFILE-DSN.
           MOVE WS-SEQFILE-DSN TO WS-PART-BASE-NAME.
           PERFORM 1068-QUALIFY-DSN THRU 1068-EXIT.
           MOVE WS-PART-DSN TO WS-SEQFILE-DSN.
           MOVE WS-BATCHCKPTFILE-DSN TO WS-PART-BASE-NAME.
           PERFORM 1068-QUALIFY-DSN THRU 1068-EXIT.
           MOVE WS-PART-DSN TO WS-BATCHCKPTFILE-DSN.
           MOVE WS-SUSPENSEFILE-DSN TO WS-PART-BASE-NAME.
           PERFORM 1068-QUALIFY-DSN THRU 1068-EXIT.
           MOVE WS-PART-DSN TO WS-SUSPENSEFILE-DSN.
           MOVE WS-BALANCEFILE-DSN TO WS-PART-BASE-NAME.
           PERFORM 1068-QUALIFY-DSN THRU 1068-EXIT.
           MOVE WS-PART-DSN TO WS-BALANCEFILE-DSN.
           MOVE WS-EXCSEQFILE-DSN TO WS-PART-BASE-NAME.
           PERFORM 1068-QUALIFY-DSN THRU 1068-EXIT.
           MOVE WS-PART-DSN TO WS-EXCSEQFILE-DSN.
           MOVE WS-EXCMASTERFILE-DSN TO WS-PART-BASE-NAME.
           PERFORM 1068-QUALIFY-DSN THRU 1068-EXIT.
           MOVE WS-PART-DSN TO WS-EXCMASTERFILE-DSN.
           MOVE WS-RUNSTATSFILE-DSN TO WS-PART-BASE-NAME.
           PERFORM 1068-QUALIFY-DSN THRU 1068-EXIT.
           MOVE WS-PART-DSN TO WS-RUNSTATSFILE-DSN.
           MOVE WS-HELDFILE-DSN TO WS-PART-BASE-NAME.
           PERFORM 1068-QUALIFY-DSN THRU 1068-EXIT.
           MOVE WS-PART-DSN TO WS-HELDFILE-DSN.
           DISPLAY "*** POSTING PARTITION " WS-PARTITION-CODE
               " - FILES " WS-TRANFILE-DSN.
       1060-EXIT.
           EXIT.

       1065-SCAN-PARTITION-LINE.
           IF PART-INSTALLATION = WS-PARTITION-CODE
               AND PART-AWAITING-MERGE
               SET WS-PART-FOUND TO TRUE
               MOVE PART-RUN-NUM TO WS-PART-RUN-NUM
               MOVE PART-DEFAULT-SWITCH TO WS-PART-DEFAULT-SWITCH
           ELSE
               READ PART-CTL-FILE
                   AT END SET WS-PCTL-EOF TO TRUE
               END-READ
           END-IF.
       1065-EXIT.
           EXIT.

       1068-QUALIFY-DSN.
           MOVE SPACES TO WS-PART-DSN.
           STRING WS-PART-BASE-NAME DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               WS-PARTITION-CODE DELIMITED BY SIZE
               INTO WS-PART-DSN.
       1068-EXIT.
           EXIT.

      * The checkpoint is loaded before BATCH-RESULT-FILE is opened:
      * on a restart the interrupted run's rows are kept (EXTEND), so
      * the already-posted transactions keep their batch-result rows
           IF WS-INSTALL-ENTRY NOT = SPACES
               MOVE WS-INSTALL-ENTRY TO WS-INSTALLATION-CODE
           END-IF.
           IF WS-PARTITION-MODE
               MOVE WS-PARTITION-CODE TO WS-INSTALLATION-CODE
               OPEN INPUT HIST-MAIN-INDEX-FILE
               IF WS-HMX-STATUS = "00"
                   SET WS-HMX-OPEN TO TRUE
               END-IF
           END-IF.
           CALL "operationsSignOn" USING WS-LOCK-PROGRAM,
               WS-REQUIRED-LEVEL, WS-OPERATOR-ID, WS-USER-LEVEL,
               WS-SIGNON-OK-SWITCH.
           MOVE WS-INSTALLATION-CODE TO WS-RUN-INSTALL-CODE.
           PERFORM 1200-LOAD-RATE-TABLE THRU 1200-EXIT.
           PERFORM 1220-FIND-INSTALL-RULES THRU 1220-EXIT.
           PERFORM 1600-LOAD-LIMITS THRU 1600-EXIT.
           PERFORM 1150-GET-BATCH-RUN-NUM THRU 1150-EXIT.
           PERFORM 1160-LOAD-SEQ-NUM THRU 1160-EXIT.
           PERFORM 1700-OPEN-HELD-FILE THRU 1700-EXIT.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           MOVE WS-RUN-START-DATE TO WS-BUSINESS-DATE.
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.
           MOVE WS-BUSINESS-DATE TO WS-ORIGINAL-DATE.
           PERFORM 1280-APPLY-CUTOFF THRU 1280-EXIT.
           IF WS-BUSINESS-DATE NOT = WS-RUN-START-DATE
               DISPLAY "POSTING UNDER BUSINESS DATE " WS-BUSINESS-DATE
                   " (file arrived late; processing date is "
       1270-EXIT.
           EXIT.

      * A file dated today that arrives after the cut-off on the
      * control card posts under the next business day instead, or is
      * refused outright when the card says so. Either way the
      * exception file gets a row carrying the file's fingerprint, so
      * operationsControlBuild can find the re-dated file tomorrow.
      * A resumed run takes the date its checkpoint was posting under
      * - the first part of the file already went out under it. A
      * partition's date was settled once, for the whole file, by
      * the splitter.
       1280-APPLY-CUTOFF.
           IF WS-PARTITION-MODE
               GO TO 1280-EXIT
           END-IF.
           IF WS-RESUME-COUNT > ZERO
               IF WS-RESUME-BUS-DATE > ZERO
                   MOVE WS-RESUME-BUS-DATE TO WS-BUSINESS-DATE
               END-IF
               GO TO 1280-EXIT
           END-IF.
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
               MOVE ZERO TO NUM1
               MOVE ZERO TO NUM2
               MOVE WS-FILE-FINGERPRINT TO WS-EXCEPT-BAD-ENTRY
               PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
           END-IF.
           IF WS-FILE-REFUSED
               DISPLAY "FILE DATED " WS-ORIGINAL-DATE " ARRIVED AFTER "
                   "THE CUT-OFF AND THE CONTROL CARD SAYS REFUSE LATE "
                   "FILES. Nothing was posted - resubmit it for the "
                   "next business day."
               MOVE "LATE FILE REFUSED - ARRIVED AFTER THE CUT-OFF"
                   TO WS-EXCEPT-MESSAGE
               MOVE ZERO TO NUM1
               MOVE ZERO TO NUM2
               MOVE WS-FILE-FINGERPRINT TO WS-EXCEPT-BAD-ENTRY
               PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
               MOVE "SIGNOFF" TO WS-SESSION-EVENT
               PERFORM 1120-WRITE-SESSION-LOG THRU 1120-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       1280-EXIT.
           EXIT.

      * The whole candidate file is fingerprinted before a single
      * record posts, so the register check below sees exactly the
      * file the run is about to consume.
      * recurring mistake in this shop, so a registered fingerprint
      * demands an explicit operator override before anything posts.
       1360-CHECK-POSTED-REGISTER.
           IF WS-RESUME-COUNT > ZERO OR WS-PARTITION-MODE
               GO TO 1360-EXIT
           END-IF.
           OPEN INPUT POSTED-REG-FILE.
               END-READ
               IF NOT WS-BCKPT-EOF
                   MOVE BCKPT-TRAN-COUNT TO WS-RESUME-COUNT
                   IF BCKPT-BUSINESS-DATE IS NUMERIC
                       MOVE BCKPT-BUSINESS-DATE TO WS-RESUME-BUS-DATE
                   END-IF
               END-IF
               CLOSE BATCH-CKPT-FILE
           END-IF.
       1500-EXIT.
           EXIT.

      * A partition posts only its own installation's standing
      * items, and the default partition the ones with none.
       1510-POST-ONE-STANDING.
           PERFORM 1520-CHECK-STANDING-DUE THRU 1520-EXIT.
           IF WS-PARTITION-MODE AND WS-STND-DUE
               IF STD-INSTALLATION = SPACES
                   IF NOT WS-PART-IS-DEFAULT
                       MOVE "N" TO WS-STND-DUE-SWITCH
                   END-IF
               ELSE
                   IF STD-INSTALLATION NOT = WS-PARTITION-CODE
                       MOVE "N" TO WS-STND-DUE-SWITCH
                   END-IF
               END-IF
           END-IF.
           IF WS-STND-DUE
               MOVE SPACE TO WS-CUR-RECORD-TYPE
               MOVE STD-NUM1 TO WS-CUR-NUM1
               MOVE STD-NUM2 TO WS-CUR-NUM2
               MOVE STD-INSTALLATION TO WS-CUR-INSTALLATION
               MOVE STD-OP-CODE TO WS-CUR-OP-CODE
               MOVE SPACES TO WS-CUR-CURRENCY
               SET WS-STANDING-ITEM TO TRUE
               PERFORM 2010-POST-PAIR THRU 2010-EXIT
               MOVE "N" TO WS-STANDING-ITEM-SWITCH
       1520-EXIT.
           EXIT.

      * LIMITFILE is read once per run. No file means no site is
      * limited. Each limited site's starting closing balance comes
      * from the balance master as it stands before this run posts
      * anything - a site with no balance row yet starts from zero.
       1600-LOAD-LIMITS.
           OPEN INPUT LIMIT-FILE.
           IF WS-LIMIT-STATUS = "35"
               GO TO 1600-EXIT
           END-IF.
           READ LIMIT-FILE
               AT END SET WS-LIMIT-EOF TO TRUE
           END-READ.
           PERFORM 1610-LOAD-LIMIT-LINE THRU 1610-EXIT
               UNTIL WS-LIMIT-EOF.
           CLOSE LIMIT-FILE.
           IF WS-LIMIT-COUNT = ZERO
               GO TO 1600-EXIT
           END-IF.
           MOVE "N" TO WS-BAL-EOF-SWITCH.
           OPEN INPUT BALANCE-FILE.
           IF WS-BAL-STATUS = "35"
               GO TO 1600-EXIT
           END-IF.
           READ BALANCE-FILE
               AT END SET WS-BAL-EOF TO TRUE
           END-READ.
           PERFORM 1620-TAKE-START-BALANCE THRU 1620-EXIT
               UNTIL WS-BAL-EOF.
           CLOSE BALANCE-FILE.
       1600-EXIT.
           EXIT.

      * A limit row past the table's capacity is warned about, not
      * silently dropped - those sites run unchecked this run.
       1610-LOAD-LIMIT-LINE.
           IF WS-LIMIT-COUNT < 200
               ADD 1 TO WS-LIMIT-COUNT
               MOVE LIM-INSTALLATION
                   TO WS-LIM-TBL-INSTALLATION(WS-LIMIT-COUNT)
               IF LIM-MAX-CLOSING IS NUMERIC
                   MOVE LIM-MAX-CLOSING
                       TO WS-LIM-TBL-MAX-CLOSING(WS-LIMIT-COUNT)
               ELSE
                   MOVE ZERO TO WS-LIM-TBL-MAX-CLOSING(WS-LIMIT-COUNT)
               END-IF
               IF LIM-MAX-MOVEMENT IS NUMERIC
                   MOVE LIM-MAX-MOVEMENT
                       TO WS-LIM-TBL-MAX-MOVEMENT(WS-LIMIT-COUNT)
               ELSE
                   MOVE ZERO
                       TO WS-LIM-TBL-MAX-MOVEMENT(WS-LIMIT-COUNT)
               END-IF
               MOVE ZERO TO WS-LIM-TBL-START-CLOSING(WS-LIMIT-COUNT)
           ELSE
               IF NOT WS-LIMIT-CAP-WARNED
                   DISPLAY "WARNING: more than 200 rows on LIMITFILE; "
                       "sites past the first 200 are NOT limit-"
                       "checked this run."
                   SET WS-LIMIT-CAP-WARNED TO TRUE
               END-IF
           END-IF.
           READ LIMIT-FILE
               AT END SET WS-LIMIT-EOF TO TRUE
           END-READ.
       1610-EXIT.
           EXIT.

       1620-TAKE-START-BALANCE.
           MOVE "N" TO WS-LIMIT-FOUND-SWITCH.
           MOVE ZERO TO WS-LIMIT-SUB.
           PERFORM 1630-SCAN-LIMIT-TABLE THRU 1630-EXIT
               UNTIL WS-LIMIT-FOUND
               OR WS-LIMIT-SUB NOT < WS-LIMIT-COUNT.
           IF WS-LIMIT-FOUND AND BAL-CLOSING IS NUMERIC
               MOVE BAL-CLOSING
                   TO WS-LIM-TBL-START-CLOSING(WS-LIMIT-SUB)
           END-IF.
           READ BALANCE-FILE
               AT END SET WS-BAL-EOF TO TRUE
           END-READ.
       1620-EXIT.
           EXIT.

       1630-SCAN-LIMIT-TABLE.
           ADD 1 TO WS-LIMIT-SUB.
           IF WS-LIM-TBL-INSTALLATION(WS-LIMIT-SUB) = BAL-INSTALLATION
               SET WS-LIMIT-FOUND TO TRUE
           END-IF.
       1630-EXIT.
           EXIT.

      * Held items are numbered within the run. A restarted run
      * carries on from the items the interrupted attempt already
      * held, so HELD-KEY stays unique.
       1700-OPEN-HELD-FILE.
           MOVE "N" TO WS-HELD-EOF-SWITCH.
           OPEN INPUT HELD-FILE.
           IF WS-HELD-STATUS = "35"
               SET WS-HELD-EOF TO TRUE
           ELSE
               READ HELD-FILE
                   AT END SET WS-HELD-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 1710-SCAN-HELD-LINE THRU 1710-EXIT
               UNTIL WS-HELD-EOF.
           IF WS-HELD-STATUS NOT = "35"
               CLOSE HELD-FILE
           END-IF.
           OPEN EXTEND HELD-FILE.
           IF WS-HELD-STATUS = "35"
               OPEN OUTPUT HELD-FILE
           END-IF.
       1700-EXIT.
           EXIT.

       1710-SCAN-HELD-LINE.
           IF HELD-RUN-NUM = WS-BATCH-RUN-NUM
               AND HELD-ITEM-NUM > WS-HELD-ITEM-NUM
               MOVE HELD-ITEM-NUM TO WS-HELD-ITEM-NUM
           END-IF.
           READ HELD-FILE
               AT END SET WS-HELD-EOF TO TRUE
           END-READ.
       1710-EXIT.
           EXIT.

       1120-WRITE-SESSION-LOG.
           OPEN EXTEND SESSION-LOG-FILE.
           IF WS-SESSLOG-STATUS = "35"
           EXIT.

       1150-GET-BATCH-RUN-NUM.
           IF WS-PARTITION-MODE
               MOVE WS-PART-RUN-NUM TO WS-BATCH-RUN-NUM
               DISPLAY "BATCH RUN NUMBER: " WS-BATCH-RUN-NUM
               GO TO 1150-EXIT
           END-IF.
           OPEN INPUT RUN-SEQ-FILE.
           READ RUN-SEQ-FILE
               AT END MOVE ZERO TO RUN-SEQ-NEXT-NUM
           MOVE RATE-TAX-RATE TO WS-RTBL-TAX-RATE(WS-RTBL-COUNT).
           MOVE RATE-ROUND-RULE TO WS-RTBL-ROUND-RULE(WS-RTBL-COUNT).
           MOVE RATE-THRESHOLD TO WS-RTBL-THRESHOLD(WS-RTBL-COUNT).
           MOVE RATE-BAND-RULES TO WS-RTBL-BAND-RULES(WS-RTBL-COUNT).
           IF RATE-EFFECTIVE-DATE OF RATE-RECORD IS NUMERIC
               MOVE RATE-EFFECTIVE-DATE OF RATE-RECORD
                   TO WS-RTBL-EFF-DATE(WS-RTBL-COUNT)
               MOVE WS-DFLT-TAX-RATE TO WS-TAX-RATE
               MOVE WS-DFLT-ROUND-RULE TO WS-ROUND-RULE
               MOVE WS-DFLT-THRESHOLD TO WS-RULE-THRESHOLD
               MOVE WS-DFLT-BAND-RULES TO WS-BAND-RULES
           END-IF.
       1220-EXIT.
           EXIT.
                       TO WS-ROUND-RULE
                   MOVE WS-RTBL-THRESHOLD(WS-RTBL-SUB)
                       TO WS-RULE-THRESHOLD
                   MOVE WS-RTBL-BAND-RULES(WS-RTBL-SUB)
                       TO WS-BAND-RULES
                   MOVE WS-RATE-EFF-DATE TO WS-RULE-EFF-DATE
                   SET WS-RULE-FOUND TO TRUE
               END-IF
                       TO WS-DFLT-ROUND-RULE
                   MOVE WS-RTBL-THRESHOLD(WS-RTBL-SUB)
                       TO WS-DFLT-THRESHOLD
                   MOVE WS-RTBL-BAND-RULES(WS-RTBL-SUB)
                       TO WS-DFLT-BAND-RULES
                   MOVE WS-RATE-EFF-DATE TO WS-DFLT-EFF-DATE
                   SET WS-DFLT-FOUND TO TRUE
               END-IF
      * rules are swapped (from the in-memory table) only when the
      * code actually changes from the previous transaction's.
       2000-PROCESS-RECORD.
           IF TR-IS-REVERSAL
               MOVE TRANS-RECORD TO WS-CUR-PAIR
               PERFORM 2500-POST-REVERSAL THRU 2500-EXIT
           ELSE
               MOVE SPACE TO WS-CUR-RECORD-TYPE
               MOVE TR-NUM1 TO WS-CUR-NUM1
               MOVE TR-NUM2 TO WS-CUR-NUM2
               MOVE TR-INSTALLATION TO WS-CUR-INSTALLATION
               MOVE TR-OP-CODE TO WS-CUR-OP-CODE
               MOVE TR-CURRENCY TO WS-CUR-CURRENCY
               PERFORM 2010-POST-PAIR THRU 2010-EXIT
           END-IF.
           ADD 1 TO WS-RECORD-COUNT.
           ADD 1 TO WS-SINCE-CKPT.
           IF WS-SINCE-CKPT NOT < WS-CKPT-INTERVAL
               MOVE WS-TRAN-INSTALL TO WS-INSTALLATION-CODE
               PERFORM 1220-FIND-INSTALL-RULES THRU 1220-EXIT
           END-IF.
           PERFORM 2020-CHECK-INSTALLATION THRU 2020-EXIT.
           IF WS-ROW-FAILED
               PERFORM 2350-WRITE-SUSPENSE THRU 2350-EXIT
               GO TO 2010-EXIT
           END-IF.
           PERFORM 2040-CONVERT-CURRENCY THRU 2040-EXIT.
           IF WS-ROW-FAILED
               PERFORM 2350-WRITE-SUSPENSE THRU 2350-EXIT
               GO TO 2010-EXIT
           END-IF.
           PERFORM 2030-CHECK-LIMITS THRU 2030-EXIT.
           IF WS-ROW-FAILED
               PERFORM 2350-WRITE-SUSPENSE THRU 2350-EXIT
               GO TO 2010-EXIT
           END-IF.
           IF NOT WS-STANDING-ITEM
               PERFORM 2050-CHECK-DUPLICATE THRU 2050-EXIT
           END-IF.
               PERFORM 2400-APPLY-TAX THRU 2400-EXIT
               MOVE RESULT TO BR-ADD-RESULT
               MOVE "ADD" TO WS-OPERATION
               PERFORM 2150-POST-OR-HOLD THRU 2150-EXIT
           ELSE
               MOVE ZERO TO BR-ADD-RESULT
           END-IF.
               PERFORM 2400-APPLY-TAX THRU 2400-EXIT
               MOVE RESULT TO BR-SUB-RESULT
               MOVE "SUBTRACT" TO WS-OPERATION
               PERFORM 2150-POST-OR-HOLD THRU 2150-EXIT
           ELSE
               MOVE ZERO TO BR-SUB-RESULT
           END-IF.
               PERFORM 2400-APPLY-TAX THRU 2400-EXIT
               MOVE RESULT TO BR-MUL-RESULT
               MOVE "MULTIPLY" TO WS-OPERATION
               PERFORM 2150-POST-OR-HOLD THRU 2150-EXIT
           ELSE
               MOVE ZERO TO BR-MUL-RESULT
           END-IF.
                   MOVE ZERO TO REMAINDER-OUT
                   MOVE ZERO TO WS-BASE-RESULT
                   MOVE ZERO TO WS-SURCHARGE-AMOUNT
                   MOVE ZERO TO WS-BASE-UNROUNDED
                   MOVE ZERO TO WS-SURCHARGE-UNROUNDED
                   MOVE "Divide by zero rejected" TO WS-EXCEPT-MESSAGE
                   MOVE SPACES TO WS-EXCEPT-BAD-ENTRY
                   PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
                       SET WS-ROW-FAILED TO TRUE
                   END-IF
                   PERFORM 2400-APPLY-TAX THRU 2400-EXIT
                   COMPUTE WS-BASE-UNROUNDED = NUM1 / NUM2
                       ON SIZE ERROR
                           MOVE WS-BASE-RESULT TO WS-BASE-UNROUNDED
                   END-COMPUTE
               END-IF
               MOVE RESULT TO BR-DIV-RESULT
               MOVE REMAINDER-OUT TO BR-DIV-REMAINDER
               MOVE "DIVIDE" TO WS-OPERATION
               PERFORM 2150-POST-OR-HOLD THRU 2150-EXIT
           ELSE
               MOVE ZERO TO BR-DIV-RESULT
               MOVE ZERO TO BR-DIV-REMAINDER
               PERFORM 2400-APPLY-TAX THRU 2400-EXIT
               MOVE RESULT TO BR-PCT-RESULT
               MOVE "PERCENT" TO WS-OPERATION
               PERFORM 2150-POST-OR-HOLD THRU 2150-EXIT
           ELSE
               MOVE ZERO TO BR-PCT-RESULT
           END-IF.
       2010-EXIT.
           EXIT.

      * A site that has been closed on the installation master (or
      * was never on it) takes no further postings - the pair goes
      * to suspense untouched, with an exception row saying why, so
      * it can be re-pointed at the right site and cut back in. The
      * front edit refuses the same rows; this catches standing
      * items and any file that reached the driver without the
      * edit. A site the operator is not allowed to work is refused
      * the same way.
       2020-CHECK-INSTALLATION.
           CALL "operationsInstallLookup" USING WS-INSTALLATION-CODE,
               WS-INST-NAME, WS-INST-STATUS.
           IF WS-INST-CLOSED
               MOVE "Installation is closed - pair not posted"
                   TO WS-EXCEPT-MESSAGE
               SET WS-ROW-FAILED TO TRUE
           END-IF.
           IF WS-INST-NOT-ON-FILE
               MOVE "Installation not on the master - pair not posted"
                   TO WS-EXCEPT-MESSAGE
               SET WS-ROW-FAILED TO TRUE
           END-IF.
           IF NOT WS-ROW-FAILED
               CALL "operationsSiteAccess" USING WS-SITE-ACTION,
                   WS-OPERATOR-ID, WS-USER-LEVEL,
                   WS-INSTALLATION-CODE, WS-SITE-ALLOWED-SWITCH
               IF NOT WS-SITE-ALLOWED
                   MOVE "Operator not allowed this site - not posted"
                       TO WS-EXCEPT-MESSAGE
                   SET WS-ROW-FAILED TO TRUE
               END-IF
           END-IF.
           IF WS-ROW-FAILED
               MOVE WS-INSTALLATION-CODE TO WS-EXCEPT-BAD-ENTRY
               PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
               MOVE WS-EXCEPT-MESSAGE TO WS-SUSP-REASON
           END-IF.
       2020-EXIT.
           EXIT.

      * A limited site's pair is priced before anything posts - the
      * same engines, the same operation selection and the same
      * surcharge the posting below will apply, worked into scratch
      * fields so nothing on the real path is disturbed. Where the
      * site would stand after the pair (its starting closing plus
      * this run's movement so far plus the pair) is compared with
      * its ceilings by size, so a site driven too far into credit
      * breaches the same way as one driven too far into debit. A
      * breach sends the whole pair to suspense unposted, with an
      * exception row saying which limit it hit. An operation that
      * would overflow is counted as nothing here - the posting
      * itself raises the overflow the way it always has.
       2030-CHECK-LIMITS.
           MOVE "N" TO WS-LIMIT-FOUND-SWITCH.
           MOVE ZERO TO WS-LIMIT-SUB.
           PERFORM 2031-FIND-SITE-LIMIT THRU 2031-EXIT
               UNTIL WS-LIMIT-FOUND
               OR WS-LIMIT-SUB NOT < WS-LIMIT-COUNT.
           IF NOT WS-LIMIT-FOUND
               GO TO 2030-EXIT
           END-IF.
           MOVE ZERO TO WS-LIM-PAIR-TOTAL.
           IF WS-RUN-ADD AND (WS-CUR-OP-ALL OR WS-CUR-OP-ADD)
               CALL "operationsAddCalc" USING NUM1, NUM2,
                   WS-LIM-RESULT, WS-LIM-STATUS
               PERFORM 2032-PRICE-LIMIT-RESULT THRU 2032-EXIT
           END-IF.
           IF WS-RUN-SUB AND (WS-CUR-OP-ALL OR WS-CUR-OP-SUBTRACT)
               CALL "operationsSubtractCalc" USING NUM1, NUM2,
                   WS-LIM-RESULT, WS-LIM-STATUS
               PERFORM 2032-PRICE-LIMIT-RESULT THRU 2032-EXIT
           END-IF.
           IF WS-RUN-MUL AND (WS-CUR-OP-ALL OR WS-CUR-OP-MULTIPLY)
               CALL "operationsMultiplyCalc" USING NUM1, NUM2,
                   WS-LIM-RESULT, WS-LIM-STATUS
               PERFORM 2032-PRICE-LIMIT-RESULT THRU 2032-EXIT
           END-IF.
           IF WS-RUN-DIV AND (WS-CUR-OP-ALL OR WS-CUR-OP-DIVIDE)
               AND NUM2 NOT = ZERO
               CALL "operationsDivideCalc" USING NUM1, NUM2,
                   WS-LIM-RESULT, WS-LIM-REMAINDER, WS-LIM-STATUS
               PERFORM 2032-PRICE-LIMIT-RESULT THRU 2032-EXIT
           END-IF.
           IF WS-RUN-PCT AND (WS-CUR-OP-ALL OR WS-CUR-OP-PERCENT)
               CALL "operationsPercentCalc" USING NUM1, NUM2,
                   WS-LIM-RESULT, WS-LIM-STATUS
               PERFORM 2032-PRICE-LIMIT-RESULT THRU 2032-EXIT
           END-IF.
           MOVE WS-LIM-PAIR-TOTAL TO WS-LIM-PROJ-MOVEMENT.
           MOVE "N" TO WS-MOVE-FOUND-SWITCH.
           MOVE ZERO TO WS-MOVE-SUB.
           PERFORM 2033-FIND-RUN-MOVEMENT THRU 2033-EXIT
               UNTIL WS-MOVE-FOUND
               OR WS-MOVE-SUB NOT < WS-MOVE-COUNT.
           IF WS-MOVE-FOUND
               ADD WS-MOVE-AMOUNT(WS-MOVE-SUB)
                   TO WS-LIM-PROJ-MOVEMENT
           END-IF.
           COMPUTE WS-LIM-PROJ-CLOSING =
               WS-LIM-TBL-START-CLOSING(WS-LIMIT-SUB)
               + WS-LIM-PROJ-MOVEMENT.
           IF WS-LIM-TBL-MAX-MOVEMENT(WS-LIMIT-SUB) > ZERO
               IF WS-LIM-PROJ-MOVEMENT < ZERO
                   COMPUTE WS-LIM-SIZE = ZERO - WS-LIM-PROJ-MOVEMENT
               ELSE
                   MOVE WS-LIM-PROJ-MOVEMENT TO WS-LIM-SIZE
               END-IF
               IF WS-LIM-SIZE > WS-LIM-TBL-MAX-MOVEMENT(WS-LIMIT-SUB)
                   MOVE "Limit exceeded: run movement over maximum"
                       TO WS-EXCEPT-MESSAGE
                   SET WS-ROW-FAILED TO TRUE
               END-IF
           END-IF.
           IF WS-LIM-TBL-MAX-CLOSING(WS-LIMIT-SUB) > ZERO
               IF WS-LIM-PROJ-CLOSING < ZERO
                   COMPUTE WS-LIM-SIZE = ZERO - WS-LIM-PROJ-CLOSING
               ELSE
                   MOVE WS-LIM-PROJ-CLOSING TO WS-LIM-SIZE
               END-IF
               IF WS-LIM-SIZE > WS-LIM-TBL-MAX-CLOSING(WS-LIMIT-SUB)
                   MOVE "Limit exceeded: closing balance over maximum"
                       TO WS-EXCEPT-MESSAGE
                   SET WS-ROW-FAILED TO TRUE
               END-IF
           END-IF.
           IF WS-ROW-FAILED
               MOVE WS-INSTALLATION-CODE TO WS-EXCEPT-BAD-ENTRY
               PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
               MOVE WS-EXCEPT-MESSAGE TO WS-SUSP-REASON
           END-IF.
       2030-EXIT.
           EXIT.

      * A pair keyed in a foreign currency is turned into base
      * currency before anything else looks at it - the limits, the
      * engines and the balance movement all work in base - at the
      * FXRATEFILE rate in effect on the business date the batch
      * posts under, not the machine date. The figures as keyed and
      * the rate are kept aside for the audit and history rows. A
      * currency with no rate in effect that day, or a conversion
      * too big for the engine's fields, sends the pair to suspense
      * unposted with an exception row saying why.
       2040-CONVERT-CURRENCY.
           MOVE WS-CUR-CURRENCY TO WS-FX-CURRENCY.
           MOVE WS-CUR-NUM1 TO WS-FX-ORIG-NUM1.
           MOVE WS-CUR-NUM2 TO WS-FX-ORIG-NUM2.
           MOVE 1 TO WS-FX-RATE.
           IF WS-CUR-CURRENCY = SPACES
               GO TO 2040-EXIT
           END-IF.
           CALL "operationsFxRateLookup" USING WS-CUR-CURRENCY,
               WS-BUSINESS-DATE, WS-FX-RATE, WS-FX-STATUS.
           IF WS-FX-NO-RATE
               MOVE "No exchange rate for currency on business date"
                   TO WS-EXCEPT-MESSAGE
               GO TO 2040-FAIL
           END-IF.
           COMPUTE NUM1 ROUNDED = WS-CUR-NUM1 * WS-FX-RATE
               ON SIZE ERROR
                   MOVE "Overflow: converted amount does not fit"
                       TO WS-EXCEPT-MESSAGE
                   GO TO 2040-FAIL
           END-COMPUTE.
           COMPUTE NUM2 ROUNDED = WS-CUR-NUM2 * WS-FX-RATE
               ON SIZE ERROR
                   MOVE "Overflow: converted amount does not fit"
                       TO WS-EXCEPT-MESSAGE
                   GO TO 2040-FAIL
           END-COMPUTE.
           MOVE NUM1 TO BR-NUM1.
           MOVE NUM2 TO BR-NUM2.
           GO TO 2040-EXIT.
       2040-FAIL.
           SET WS-ROW-FAILED TO TRUE.
           MOVE WS-CUR-CURRENCY TO WS-EXCEPT-BAD-ENTRY.
           PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT.
           MOVE WS-EXCEPT-MESSAGE TO WS-SUSP-REASON.
       2040-EXIT.
           EXIT.

       2031-FIND-SITE-LIMIT.
           ADD 1 TO WS-LIMIT-SUB.
           IF WS-LIM-TBL-INSTALLATION(WS-LIMIT-SUB)
               = WS-INSTALLATION-CODE
               SET WS-LIMIT-FOUND TO TRUE
           END-IF.
       2031-EXIT.
           EXIT.

       2032-PRICE-LIMIT-RESULT.
           IF WS-LIM-STATUS NOT = "00"
               GO TO 2032-EXIT
           END-IF.
           CALL "operationsSurchargeCalc" USING WS-LIM-RESULT,
               WS-TAX-RATE, WS-ROUND-RULE, WS-BAND-RULES,
               WS-LIM-SURCHARGE, WS-LIM-UNROUNDED, WS-LIM-STATUS.
           IF WS-LIM-STATUS NOT = "00"
               MOVE ZERO TO WS-LIM-SURCHARGE
           END-IF.
           ADD WS-LIM-RESULT WS-LIM-SURCHARGE TO WS-LIM-PAIR-TOTAL.
       2032-EXIT.
           EXIT.

       2033-FIND-RUN-MOVEMENT.
           ADD 1 TO WS-MOVE-SUB.
           IF WS-MOVE-INSTALLATION(WS-MOVE-SUB)
               = WS-INSTALLATION-CODE
               SET WS-MOVE-FOUND TO TRUE
           END-IF.
       2033-EXIT.
           EXIT.

      * A trailer row marks the logical end of the detail records even
      * though the physical file may still contain more lines (there
      * are none expected after it, but TRANFILE is LINE SEQUENTIAL so
           MOVE ZERO TO WS-SINCE-CKPT.
           MOVE WS-RECORD-COUNT TO BCKPT-TRAN-COUNT.
           MOVE WS-NEXT-SEQ-NUM TO BCKPT-NEXT-SEQ-NUM.
           MOVE WS-BUSINESS-DATE TO BCKPT-BUSINESS-DATE.
           OPEN OUTPUT BATCH-CKPT-FILE.
           WRITE BATCH-CHECKPOINT-RECORD.
           CLOSE BATCH-CKPT-FILE.
       2090-CLEAR-CHECKPOINT.
           MOVE ZERO TO BCKPT-TRAN-COUNT.
           MOVE WS-NEXT-SEQ-NUM TO BCKPT-NEXT-SEQ-NUM.
           MOVE WS-BUSINESS-DATE TO BCKPT-BUSINESS-DATE.
           OPEN OUTPUT BATCH-CKPT-FILE.
           WRITE BATCH-CHECKPOINT-RECORD.
           CLOSE BATCH-CKPT-FILE.
           ELSE
               MOVE SPACE TO AUD-SOURCE
           END-IF.
           IF WS-REVERSAL-ITEM
               MOVE "R" TO AUD-SOURCE
           END-IF.
           MOVE WS-BASE-RESULT TO AUD-BASE-RESULT.
           MOVE WS-SURCHARGE-AMOUNT TO AUD-SURCHARGE.
           MOVE WS-FX-CURRENCY TO AUD-CURRENCY.
           MOVE WS-FX-ORIG-NUM1 TO AUD-ORIG-NUM1.
           MOVE WS-FX-ORIG-NUM2 TO AUD-ORIG-NUM2.
           MOVE WS-FX-RATE TO AUD-FX-RATE.
           MOVE SPACE TO AUD-LEGACY-FLAG.
           WRITE AUDIT-RECORD.
       2100-EXIT.
           EXIT.

      * A result over the installation's threshold is not posted by
      * the run at all - it waits on HELDFILE, out of the audit and
      * history trails and out of the run's balance movement, until
      * a supervisor who did not run the batch releases or rejects
      * it. A threshold of zero means the site holds nothing.
      * Reversals never come through here - they only undo a posting
      * that was already let through.
       2150-POST-OR-HOLD.
           IF WS-RULE-THRESHOLD > ZERO
               AND RESULT > WS-RULE-THRESHOLD
               PERFORM 2160-WRITE-HELD THRU 2160-EXIT
           ELSE
               PERFORM 2100-WRITE-AUDIT THRU 2100-EXIT
               PERFORM 2200-WRITE-HISTORY THRU 2200-EXIT
           END-IF.
       2150-EXIT.
           EXIT.

       2160-WRITE-HELD.
           ADD 1 TO WS-HELD-ITEM-NUM.
           ADD 1 TO WS-HELD-COUNT.
           MOVE WS-BATCH-RUN-NUM TO HELD-RUN-NUM.
           MOVE WS-HELD-ITEM-NUM TO HELD-ITEM-NUM.
           MOVE "P" TO HELD-STATUS.
           MOVE WS-BUSINESS-DATE TO HELD-BUSINESS-DATE.
           ACCEPT HELD-DATE FROM DATE YYYYMMDD.
           ACCEPT HELD-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO HELD-OPERATOR.
           MOVE WS-INSTALLATION-CODE TO HELD-INSTALLATION.
           MOVE WS-OPERATION TO HELD-OPERATION.
           IF WS-STANDING-ITEM
               MOVE "S" TO HELD-SOURCE
           ELSE
               MOVE SPACE TO HELD-SOURCE
           END-IF.
           MOVE NUM1 TO HELD-NUM1.
           MOVE NUM2 TO HELD-NUM2.
           MOVE RESULT TO HELD-RESULT.
           MOVE WS-BASE-RESULT TO HELD-BASE-RESULT.
           MOVE WS-SURCHARGE-AMOUNT TO HELD-SURCHARGE.
           MOVE WS-RULE-THRESHOLD TO HELD-THRESHOLD.
           MOVE WS-CUR-PAIR TO HELD-TRAN-ROW.
           MOVE WS-OPERATION(1:1) TO HELD-TRAN-ROW(26:1).
           MOVE SPACES TO HELD-DECIDED-BY.
           MOVE ZERO TO HELD-DECIDED-DATE.
           MOVE ZERO TO HELD-DECIDED-TIME.
           MOVE ZERO TO HELD-POSTED-DATE.
           MOVE ZERO TO HELD-POSTED-SEQ-NUM.
           MOVE WS-FX-CURRENCY TO HELD-CURRENCY.
           MOVE WS-FX-ORIG-NUM1 TO HELD-ORIG-NUM1.
           MOVE WS-FX-ORIG-NUM2 TO HELD-ORIG-NUM2.
           MOVE WS-FX-RATE TO HELD-FX-RATE.
           MOVE WS-BASE-UNROUNDED TO HELD-UNRND-BASE.
           MOVE WS-SURCHARGE-UNROUNDED TO HELD-UNRND-SURCHARGE.
           WRITE HELD-RECORD.
           IF WS-HELD-STATUS NOT = "00"
               MOVE "Unable to write HELDFILE record"
                   TO WS-EXCEPT-MESSAGE
               MOVE WS-INSTALLATION-CODE TO WS-EXCEPT-BAD-ENTRY
               PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
           END-IF.
       2160-EXIT.
           EXIT.

       2200-WRITE-HISTORY.
           MOVE WS-BUSINESS-DATE TO HIST-DATE.
           ACCEPT HIST-TIME FROM TIME.
           MOVE WS-BATCH-RUN-NUM TO HIST-RUN-NUM.
           MOVE WS-BASE-RESULT TO HIST-BASE-RESULT.
           MOVE WS-SURCHARGE-AMOUNT TO HIST-SURCHARGE.
           EVALUATE WS-OPERATION
               WHEN "ADD"
                   MOVE "A" TO WS-HIST-OP-CODE
               WHEN "SUBTRACT"
                   MOVE "S" TO WS-HIST-OP-CODE
               WHEN "MULTIPLY"
                   MOVE "M" TO WS-HIST-OP-CODE
               WHEN "DIVIDE"
                   MOVE "D" TO WS-HIST-OP-CODE
               WHEN "PERCENT"
                   MOVE "P" TO WS-HIST-OP-CODE
               WHEN OTHER
                   MOVE SPACE TO WS-HIST-OP-CODE
           END-EVALUATE.
           MOVE WS-HIST-OP-CODE TO HIST-OP-CODE.
           MOVE WS-HIST-REVERSAL-OF TO HIST-REVERSAL-OF.
           MOVE WS-FX-CURRENCY TO HIST-CURRENCY.
           MOVE WS-FX-ORIG-NUM1 TO HIST-ORIG-NUM1.
           MOVE WS-FX-ORIG-NUM2 TO HIST-ORIG-NUM2.
           MOVE WS-FX-RATE TO HIST-FX-RATE.
           MOVE SPACE TO HIST-LEGACY-FLAG.
           MOVE WS-BASE-UNROUNDED TO HIST-UNRND-BASE.
           MOVE WS-SURCHARGE-UNROUNDED TO HIST-UNRND-SURCHARGE.
           PERFORM 2250-ACCUMULATE-MOVEMENT THRU 2250-EXIT.
           CALL "operationsHistChecksum" USING HIST-DATE, HIST-TIME,
               HIST-NUM1, HIST-NUM2, HIST-RESULT, HIST-CHECKSUM.
           PERFORM 2210-GET-NEXT-SEQ-NUM THRU 2210-EXIT.
           MOVE WS-HIST-SEQ-NUM TO HIST-SEQ-NUM.
           WRITE HIST-RECORD.
           MOVE HIST-DATE TO HIST-IDX-DATE.
           MOVE WS-HIST-SEQ-NUM TO HIST-IDX-SEQ-NUM.
           MOVE HIST-TIME TO HIST-IDX-TIME.
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
               MOVE "Unable to write HIST-INDEX-FILE record"
           MOVE WS-BUSINESS-DATE TO SUSP-ADDED-DATE.
           MOVE WS-INSTALLATION-CODE TO SUSP-INSTALLATION.
           MOVE WS-SUSP-REASON TO SUSP-REASON.
           MOVE WS-CUR-CURRENCY TO SUSP-CURRENCY.
           MOVE SPACE TO SUSP-CLEAR-STATUS.
           MOVE SPACES TO SUSP-CLEARED-BY.
           MOVE ZERO TO SUSP-CLEARED-DATE.
           MOVE ZERO TO SUSP-CLEARED-TIME.
           MOVE SPACES TO SUSP-CLEAR-NOTE.
           WRITE SUSPENSE-RECORD.
       2350-EXIT.
           EXIT.
      * Finance's "how much of today is surcharge" question has an
      * answer on file. Rounding the surcharge alone gives the same
      * RESULT the old fold-in produced, since the base is already
      * exact to the penny. The surcharge itself - flat rate or
      * banded, with any per-transaction minimum and cap - comes from
      * operationsSurchargeCalc, the same engine the simulator and
      * the one-pair summary call.
       2400-APPLY-TAX.
           MOVE RESULT TO WS-BASE-RESULT.
           MOVE RESULT TO WS-BASE-UNROUNDED.
           CALL "operationsSurchargeCalc" USING WS-BASE-RESULT,
               WS-TAX-RATE, WS-ROUND-RULE, WS-BAND-RULES,
               WS-SURCHARGE-AMOUNT, WS-SURCHARGE-UNROUNDED,
               WS-CALC-STATUS.
           IF WS-CALC-STATUS NOT = "00"
               MOVE ZERO TO WS-SURCHARGE-AMOUNT
               MOVE ZERO TO WS-SURCHARGE-UNROUNDED
               PERFORM 2410-SURCHARGE-OVERFLOW THRU 2410-EXIT
               GO TO 2400-EXIT
           END-IF.
           COMPUTE RESULT = WS-BASE-RESULT + WS-SURCHARGE-AMOUNT
               ON SIZE ERROR
                   MOVE ZERO TO WS-SURCHARGE-AMOUNT
                   MOVE ZERO TO WS-SURCHARGE-UNROUNDED
                   MOVE WS-BASE-RESULT TO RESULT
                   PERFORM 2410-SURCHARGE-OVERFLOW THRU 2410-EXIT
           END-COMPUTE.
       2400-EXIT.
           EXIT.

       2410-SURCHARGE-OVERFLOW.
           MOVE "Overflow: surcharge does not fit in RESULT"
               TO WS-EXCEPT-MESSAGE.
           MOVE WS-INSTALLATION-CODE TO WS-EXCEPT-BAD-ENTRY.
           PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT.
           MOVE WS-EXCEPT-MESSAGE TO WS-SUSP-REASON.
           SET WS-ROW-FAILED TO TRUE.
       2410-EXIT.
           EXIT.

      * A reversal names the posted row it cancels by its index key
      * and posts the exact negation of it - the same installation,
      * operands and operation, with RESULT, base and surcharge all
      * turned round, so nothing is re-priced at today's rates. The
      * new row carries the original's key, and the original is
      * marked reversed (pointing back at the new row) so a second
      * reversal of it is refused. A key that is not on file, a row
      * already reversed, a row that is itself a reversal, a row
      * that never moved a balance (posted by a program other than
      * this one, operationsExceptionRerun or operationsHeldRelease -
      * operationsBalanceMoveCheck - so it is reversed by the program
      * that posted it), or a row
      * from before the operation was recorded goes to suspense
      * untouched with an exception saying why. The posting limits
      * are not checked - a reversal can only take a site back
      * towards where it stood before the original posted.
       2500-POST-REVERSAL.
           MOVE "N" TO WS-ROW-FAILED-SWITCH.
           MOVE ZERO TO NUM1.
           MOVE ZERO TO NUM2.
           MOVE ZERO TO BR-NUM1.
           MOVE ZERO TO BR-NUM2.
           MOVE ZERO TO BR-ADD-RESULT.
           MOVE ZERO TO BR-SUB-RESULT.
           MOVE ZERO TO BR-MUL-RESULT.
           MOVE ZERO TO BR-DIV-RESULT.
           MOVE ZERO TO BR-DIV-REMAINDER.
           MOVE ZERO TO BR-PCT-RESULT.
           IF WS-CUR-REV-DATE NOT NUMERIC
               OR WS-CUR-REV-SEQ-NUM NOT NUMERIC
               MOVE "Reversal rejected: history key not numeric"
                   TO WS-EXCEPT-MESSAGE
               GO TO 2500-REJECT
           END-IF.
           MOVE WS-CUR-REV-DATE TO HIST-IDX-DATE.
           MOVE WS-CUR-REV-SEQ-NUM TO HIST-IDX-SEQ-NUM.
           READ HIST-INDEX-FILE
               INVALID KEY
                   PERFORM 2505-COPY-FROM-MAIN-INDEX THRU 2505-EXIT
           END-READ.
           IF WS-HIDX-STATUS NOT = "00"
               MOVE "Reversal rejected: history key not on file"
                   TO WS-EXCEPT-MESSAGE
               GO TO 2500-REJECT
           END-IF.
           MOVE HIST-IDX-NUM1 TO NUM1.
           MOVE HIST-IDX-NUM2 TO NUM2.
           IF HIST-IDX-FX-RATE IS NUMERIC
               MOVE HIST-IDX-CURRENCY TO WS-FX-CURRENCY
               MOVE HIST-IDX-ORIG-NUM1 TO WS-FX-ORIG-NUM1
               MOVE HIST-IDX-ORIG-NUM2 TO WS-FX-ORIG-NUM2
               MOVE HIST-IDX-FX-RATE TO WS-FX-RATE
           ELSE
               MOVE SPACES TO WS-FX-CURRENCY
               MOVE HIST-IDX-NUM1 TO WS-FX-ORIG-NUM1
               MOVE HIST-IDX-NUM2 TO WS-FX-ORIG-NUM2
               MOVE 1 TO WS-FX-RATE
           END-IF.
           IF HIST-IDX-REVERSED
               MOVE "Reversal rejected: row already reversed"
                   TO WS-EXCEPT-MESSAGE
               GO TO 2500-REJECT
           END-IF.
           IF HIST-IDX-REVERSAL-OF IS NUMERIC
               AND HIST-IDX-REVERSAL-OF NOT = ZERO
               MOVE "Reversal rejected: row is itself a reversal"
                   TO WS-EXCEPT-MESSAGE
               GO TO 2500-REJECT
           END-IF.
           CALL "operationsBalanceMoveCheck" USING HIST-IDX-PROGRAM,
               WS-MOVES-BALANCE-SWITCH.
           IF NOT WS-MOVES-BALANCE
               MOVE "Reversal rejected: original never moved balance"
                   TO WS-EXCEPT-MESSAGE
               GO TO 2500-REJECT
           END-IF.
           EVALUATE HIST-IDX-OP-CODE
               WHEN "A"
                   MOVE "ADD" TO WS-OPERATION
               WHEN "S"
                   MOVE "SUBTRACT" TO WS-OPERATION
               WHEN "M"
                   MOVE "MULTIPLY" TO WS-OPERATION
               WHEN "D"
                   MOVE "DIVIDE" TO WS-OPERATION
               WHEN "P"
                   MOVE "PERCENT" TO WS-OPERATION
               WHEN OTHER
                   MOVE "Reversal rejected: operation not on the row"
                       TO WS-EXCEPT-MESSAGE
                   GO TO 2500-REJECT
           END-EVALUATE.
           MOVE HIST-IDX-KEY TO WS-HIST-REVERSAL-OF.
           IF HIST-IDX-INSTALLATION NOT = WS-INSTALLATION-CODE
               MOVE HIST-IDX-INSTALLATION TO WS-INSTALLATION-CODE
               PERFORM 1220-FIND-INSTALL-RULES THRU 1220-EXIT
           END-IF.
           PERFORM 2020-CHECK-INSTALLATION THRU 2020-EXIT.
           IF WS-ROW-FAILED
               PERFORM 2350-WRITE-SUSPENSE THRU 2350-EXIT
               GO TO 2500-DONE
           END-IF.
           MOVE HIST-IDX-NUM1 TO BR-NUM1.
           MOVE HIST-IDX-NUM2 TO BR-NUM2.
           COMPUTE RESULT = ZERO - HIST-IDX-RESULT.
           IF HIST-IDX-BASE-RESULT IS NUMERIC
               AND HIST-IDX-SURCHARGE IS NUMERIC
               COMPUTE WS-BASE-RESULT = ZERO - HIST-IDX-BASE-RESULT
               COMPUTE WS-SURCHARGE-AMOUNT = ZERO - HIST-IDX-SURCHARGE
           ELSE
               MOVE RESULT TO WS-BASE-RESULT
               MOVE ZERO TO WS-SURCHARGE-AMOUNT
           END-IF.
           IF HIST-IDX-UNRND-BASE IS NUMERIC
               AND HIST-IDX-UNRND-SURCHARGE IS NUMERIC
               COMPUTE WS-BASE-UNROUNDED = ZERO - HIST-IDX-UNRND-BASE
               COMPUTE WS-SURCHARGE-UNROUNDED =
                   ZERO - HIST-IDX-UNRND-SURCHARGE
           ELSE
               MOVE WS-BASE-RESULT TO WS-BASE-UNROUNDED
               MOVE WS-SURCHARGE-AMOUNT TO WS-SURCHARGE-UNROUNDED
           END-IF.
           EVALUATE HIST-IDX-OP-CODE
               WHEN "A"
                   MOVE RESULT TO BR-ADD-RESULT
               WHEN "S"
                   MOVE RESULT TO BR-SUB-RESULT
               WHEN "M"
                   MOVE RESULT TO BR-MUL-RESULT
               WHEN "D"
                   MOVE RESULT TO BR-DIV-RESULT
               WHEN "P"
                   MOVE RESULT TO BR-PCT-RESULT
           END-EVALUATE.
           SET WS-REVERSAL-ITEM TO TRUE.
           PERFORM 2100-WRITE-AUDIT THRU 2100-EXIT.
           PERFORM 2200-WRITE-HISTORY THRU 2200-EXIT.
           MOVE HIST-DATE TO WS-REV-NEW-DATE.
           MOVE WS-HIST-SEQ-NUM TO WS-REV-NEW-SEQ-NUM.
           PERFORM 2510-MARK-REVERSED THRU 2510-EXIT.
           MOVE WS-BATCH-RUN-NUM TO BR-RUN-NUM.
           WRITE BATCH-RESULT-RECORD.
           GO TO 2500-DONE.
       2500-REJECT.
           MOVE WS-CUR-REV-KEY(3:6) TO WS-REV-SHOW-YYMMDD.
           MOVE WS-CUR-REV-KEY(9:5) TO WS-REV-SHOW-SEQ-NUM.
           MOVE WS-REV-KEY-SHOW TO WS-EXCEPT-BAD-ENTRY.
           PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT.
           MOVE WS-EXCEPT-MESSAGE TO WS-SUSP-REASON.
           PERFORM 2350-WRITE-SUSPENSE THRU 2350-EXIT.
       2500-DONE.
           MOVE "N" TO WS-REVERSAL-ITEM-SWITCH.
           MOVE ZERO TO WS-HIST-REV-OF-DATE.
           MOVE ZERO TO WS-HIST-REV-OF-SEQ-NUM.
       2500-EXIT.
           EXIT.

      * A partition's own index starts empty each split, so an
      * original posted before the split is copied across from the
      * main index first - marked reversed there, it goes back over
      * the main row when the partitions are merged.
       2505-COPY-FROM-MAIN-INDEX.
           IF NOT WS-PARTITION-MODE OR NOT WS-HMX-OPEN
               GO TO 2505-EXIT
           END-IF.
           MOVE HIST-IDX-KEY TO HMX-KEY.
           READ HIST-MAIN-INDEX-FILE
               INVALID KEY
                   GO TO 2505-EXIT
           END-READ.
           MOVE HIST-MAIN-INDEX-RECORD TO HIST-INDEX-RECORD.
           WRITE HIST-INDEX-RECORD
               INVALID KEY
                   GO TO 2505-EXIT
           END-WRITE.
           MOVE HMX-KEY TO HIST-IDX-KEY.
           READ HIST-INDEX-FILE
               INVALID KEY
                   GO TO 2505-EXIT
           END-READ.
       2505-EXIT.
           EXIT.

      * The original is re-read by key (the write of the reversal
      * row moved the index record area on) and rewritten with the
      * reversed flag and the new row's key.
       2510-MARK-REVERSED.
           MOVE WS-HIST-REVERSAL-OF(3:6) TO WS-REV-SHOW-YYMMDD.
           MOVE WS-HIST-REVERSAL-OF(9:5) TO WS-REV-SHOW-SEQ-NUM.
           MOVE WS-HIST-REVERSAL-OF TO HIST-IDX-KEY.
           READ HIST-INDEX-FILE
               INVALID KEY
                   MOVE "Reversal posted but original not re-read"
                       TO WS-EXCEPT-MESSAGE
                   MOVE WS-REV-KEY-SHOW TO WS-EXCEPT-BAD-ENTRY
                   PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
                   GO TO 2510-EXIT
           END-READ.
           SET HIST-IDX-REVERSED TO TRUE.
           MOVE WS-REV-NEW-KEY TO HIST-IDX-REVERSED-BY.
           REWRITE HIST-INDEX-RECORD.
           IF WS-HIDX-STATUS NOT = "00"
               MOVE "Unable to mark original history row reversed"
                   TO WS-EXCEPT-MESSAGE
               MOVE WS-REV-KEY-SHOW TO WS-EXCEPT-BAD-ENTRY
               PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
           END-IF.
       2510-EXIT.
           EXIT.

      * A header with no trailer is exactly what a transaction file
      * truncated by a bad transfer looks like - the missing trailer
      * is flagged, and the header's count is still checked against
               PERFORM 2090-CLEAR-CHECKPOINT THRU 2090-EXIT
           END-IF.
           PERFORM 2085-WRITE-SEQ-FILE THRU 2085-EXIT.
           IF NOT WS-RUN-ABORTED AND NOT WS-PARTITION-MODE
               PERFORM 9060-REGISTER-POSTED-FILE THRU 9060-EXIT
           END-IF.
           PERFORM 9070-POST-BALANCES THRU 9070-EXIT.
           CLOSE SUSPENSE-FILE.
           CLOSE HIST-INDEX-FILE.
           CLOSE EXC-MASTER-FILE.
           CLOSE HELD-FILE.
           IF WS-HMX-OPEN
               CLOSE HIST-MAIN-INDEX-FILE
           END-IF.
       9000-EXIT.
           EXIT.

               " START=" WS-RUN-START-DATE "-" WS-RUN-START-TIME
               " END=" WS-RUN-END-DATE "-" WS-RUN-END-TIME
               " ELAPSED-SECONDS=" WS-ELAPSED-SECONDS.
           IF WS-HELD-COUNT > ZERO
               DISPLAY "HELD FOR SUPERVISOR RELEASE: " WS-HELD-COUNT
                   " RESULT(S) OVER THRESHOLD - run "
                   "operationsHeldRelease."
           END-IF.
           PERFORM 9150-WRITE-RUN-STATS THRU 9150-EXIT.
       9100-EXIT.
           EXIT.
           MOVE WS-RECORD-COUNT TO RST-TRAN-COUNT.
           MOVE WS-ELAPSED-SECONDS TO RST-ELAPSED-SECONDS.
           MOVE WS-EXCEPTION-COUNT TO RST-EXCEPTION-COUNT.
           MOVE WS-BUSINESS-DATE TO RST-BUSINESS-DATE.
           MOVE WS-LATE-ACTION TO RST-LATE-ACTION.
           IF WS-FILE-ROLLED
               MOVE WS-ORIGINAL-DATE TO RST-ORIGINAL-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO RST-ORIGINAL-DATE
           END-IF.
           IF WS-RUN-ABORTED
               MOVE "A" TO RST-RUN-OUTCOME
           ELSE
               MOVE SPACE TO RST-RUN-OUTCOME
           END-IF.
           MOVE WS-RUN-END-DATE TO RST-END-DATE.
           MOVE WS-RUN-END-TIME TO RST-END-TIME.
           WRITE RUN-STATS-RECORD.
           CLOSE RUN-STATS-FILE.
       9150-EXIT.
