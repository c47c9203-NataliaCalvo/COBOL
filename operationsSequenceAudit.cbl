      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Sequence-gap audit over every running number the
      *           suite hands out. A gap or a repeat in any of them is
      *           the first sign of a lost or doubled write, and
      *           operationsIntegrityCheck only compares counts. Each
      *           series is walked on the files that carry it against
      *           the control file that issues it:
      *             history sequence numbers - SEQFILE against the
      *               HISTIDXFILE keys, with HISTFILE alongside;
      *             batch run numbers - RUNSEQFILE against
      *               RUNSTATSFILE, with AUD-RUN-NUM and HIST-RUN-NUM;
      *             exception ids - EXCSEQFILE against EXCMASTERFILE,
      *               with EXCEPTFILE alongside;
      *             report ids - RPTSEQFILE against REPORTCATFILE,
      *               with REPORTARCHFILE alongside.
      *           The report lists the numbers issued but missing from
      *           the main file (in ranges), numbers on it more than
      *           once, and numbers on file past the control file's
      *           last-issued value - the next ones it would hand out
      *           again. A gap with a known, legitimate cause says so:
      *           the unused end of a partition's sequence block
      *           (PARTCTLFILE) or a partition not yet merged; a run
      *           number taken by an exception rerun, by a run that
      *           abended (trail rows but no run statistics) or by a
      *           run refused before it posted; a report id whose
      *           report never closed (archived but never cataloged).
      *           Only the production files are audited - the
      *           training and partition file sets are not. Number
      *           zero is what converted legacy rows carry and is not
      *           audited. The five-digit counters wrap at 99999, so
      *           each series is taken as a ring and the unissued
      *           stretch is the longest run of numbers nobody holds;
      *           the seven-digit ids are audited over the last
      *           100,000 issued. Return code 4 when anything is left
      *           unexplained.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsSequenceAudit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEQ-FILE ASSIGN TO "SEQFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT RUN-SEQ-FILE ASSIGN TO "RUNSEQFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSEQ-STATUS.
           SELECT EXC-SEQ-FILE ASSIGN TO "EXCSEQFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCSEQ-STATUS.
           SELECT RPT-SEQ-FILE ASSIGN TO "RPTSEQFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTSEQ-STATUS.
           SELECT HIST-INDEX-FILE ASSIGN TO "HISTIDXFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-IDX-KEY
               FILE STATUS IS WS-HIDX-STATUS.
           SELECT HIST-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT RUN-STATS-FILE ASSIGN TO "RUNSTATSFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSTAT-STATUS.
           SELECT EXC-MASTER-FILE ASSIGN TO "EXCMASTERFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EXM-KEY
               FILE STATUS IS WS-EXCM-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT REPORT-CAT-FILE ASSIGN TO "REPORTCATFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT REPORT-ARCH-FILE ASSIGN TO "REPORTARCHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT PART-CTL-FILE ASSIGN TO "PARTCTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEQ-FILE.
           COPY SEQREC.

       FD  RUN-SEQ-FILE.
           COPY RUNSEQREC.

       FD  EXC-SEQ-FILE.
           COPY EXCSEQREC.

       FD  RPT-SEQ-FILE.
           COPY SEQREC REPLACING
               ==SEQ-RECORD== BY ==RPT-SEQ-RECORD==
               ==SEQ-NEXT-NUM== BY ==RPT-SEQ-NEXT-NUM==.

       FD  HIST-INDEX-FILE.
           COPY HISTIDXREC.

       FD  HIST-FILE.
           COPY HISTREC.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  RUN-STATS-FILE.
           COPY RUNSTATS.

       FD  EXC-MASTER-FILE.
           COPY EXCMREC.

       FD  EXCEPTION-FILE.
           COPY EXCEPTREC.

       FD  REPORT-CAT-FILE.
           COPY RPTCATREC.

       FD  REPORT-ARCH-FILE.
       01  REPORT-ARCH-RECORD.
           05 RPA-REPORT-ID PIC 9(07).
           05 RPA-LINE PIC X(100).

       FD  PART-CTL-FILE.
           COPY PARTCTL.

       WORKING-STORAGE SECTION.
           COPY RPTFLDS.
           01 WS-SEQ-STATUS PIC X(02) VALUE "00".
           01 WS-RUNSEQ-STATUS PIC X(02) VALUE "00".
           01 WS-EXCSEQ-STATUS PIC X(02) VALUE "00".
           01 WS-RPTSEQ-STATUS PIC X(02) VALUE "00".
           01 WS-HIDX-STATUS PIC X(02) VALUE "00".
           01 WS-HIST-STATUS PIC X(02) VALUE "00".
           01 WS-AUDIT-STATUS PIC X(02) VALUE "00".
           01 WS-RSTAT-STATUS PIC X(02) VALUE "00".
           01 WS-EXCM-STATUS PIC X(02) VALUE "00".
           01 WS-EXC-STATUS PIC X(02) VALUE "00".
           01 WS-CAT-STATUS PIC X(02) VALUE "00".
           01 WS-ARCH-STATUS PIC X(02) VALUE "00".
           01 WS-PCTL-STATUS PIC X(02) VALUE "00".
           01 WS-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-EOF VALUE "Y".

      * One slot per number, the number taken modulo 100,000: how
      * many times it is on the series' main file and on the file
      * alongside it (each held at 9), and an explanation code set
      * while loading.
           01 WS-SLOT-TABLE.
               05 WS-SLOT OCCURS 100000 TIMES.
                   10 WS-SLOT-USES PIC 9(01).
                   10 WS-SLOT-ALT-USES PIC 9(01).
                   10 WS-SLOT-NOTE PIC X(01).
           01 WS-SLOT-COUNT PIC 9(06) COMP VALUE 100000.
           01 WS-SLOT-SUB PIC 9(06) COMP.
           01 WS-STEP PIC 9(06) COMP.
           01 WS-FIRST-USED PIC 9(06) COMP.
           01 WS-RUN-START PIC 9(06) COMP.
           01 WS-RUN-LEN PIC 9(06) COMP.
           01 WS-BEST-START PIC 9(06) COMP.
           01 WS-BEST-LEN PIC 9(06) COMP.
           01 WS-ARC-START PIC 9(06) COMP.
           01 WS-ARC-LEN PIC 9(06) COMP.
           01 WS-CTL-SLOT PIC 9(06) COMP.
           01 WS-CTL-OFFSET PIC 9(06) COMP.
           01 WS-TAIL-LEN PIC 9(06) COMP.
           01 WS-HEAD-LEN PIC 9(06) COMP.
           01 WS-ISSUED-LEN PIC 9(06) COMP.
           01 WS-WALK-LEN PIC 9(06) COMP.
           01 WS-WORK-DIST PIC S9(09) COMP.
           01 WS-WORK-QUOT PIC S9(09) COMP.
           01 WS-MARK-NUM PIC 9(07).
           01 WS-MARK-SLOT PIC 9(06) COMP.
           01 WS-SLOT-NUM PIC S9(09) COMP.
           01 WS-CONTROL-NUM PIC 9(07).
           01 WS-RPT-CONTROL-NUM PIC 9(07).
           01 WS-OWN-REPORT-ID PIC 9(07).

      * The series being audited.
           01 WS-SER-KIND PIC X(01).
               88 WS-SER-HISTORY VALUE "H".
               88 WS-SER-RUNS VALUE "R".
               88 WS-SER-EXCEPTIONS VALUE "E".
               88 WS-SER-REPORTS VALUE "P".
           01 WS-SER-WRAP-SWITCH PIC X(01).
               88 WS-SER-WRAPS VALUE "Y".
           01 WS-SER-ALT-DUP-SWITCH PIC X(01).
               88 WS-SER-CHECK-ALT-DUPS VALUE "Y".
           01 WS-SER-TITLE PIC X(70).
           01 WS-SER-MAIN-NAME PIC X(14).
           01 WS-SER-ALT-NAME PIC X(14).
           01 WS-SER-ON-FILE PIC 9(07) COMP.
           01 WS-SER-MISSING PIC 9(07) COMP.
           01 WS-SER-EXPLAINED PIC 9(07) COMP.
           01 WS-SER-DUPS PIC 9(07) COMP.
           01 WS-SER-AFTER PIC 9(07) COMP.
           01 WS-SER-OLD PIC 9(07) COMP.
           01 WS-DUP-LINE-MAX PIC 9(04) COMP VALUE 200.

           01 WS-TOT-UNEXPLAINED PIC 9(07) COMP VALUE ZERO.
           01 WS-TOT-EXPLAINED PIC 9(07) COMP VALUE ZERO.
           01 WS-TOT-DUPS PIC 9(07) COMP VALUE ZERO.
           01 WS-TOT-AFTER PIC 9(07) COMP VALUE ZERO.

      * A run of consecutive numbers reported as one line - "M" a
      * missing stretch sharing one explanation, "A" a stretch used
      * past the control file's value.
           01 WS-RANGE-KIND PIC X(01) VALUE SPACE.
           01 WS-RANGE-NOTE PIC X(01).
               88 WS-RANGE-EXPLAINED VALUE "P" "W" "X" "A" "N" "R".
           01 WS-RANGE-PART PIC X(04).
           01 WS-RANGE-FIRST PIC S9(09) COMP.
           01 WS-RANGE-LAST PIC S9(09) COMP.
           01 WS-RANGE-COUNT PIC 9(07) COMP.

           01 WS-NOTE PIC X(01).
           01 WS-NOTE-PART PIC X(04).
           01 WS-NOTE-TEXT PIC X(52).

      * Partitions on PARTCTLFILE - their run numbers and sequence
      * blocks.
           01 WS-PART-COUNT PIC 9(04) COMP VALUE ZERO.
           01 WS-PART-MAX PIC 9(04) COMP VALUE 100.
           01 WS-PART-TABLE.
               05 WS-PT-ENTRY OCCURS 100 TIMES.
                   10 WS-PT-INSTALLATION PIC X(04).
                   10 WS-PT-RUN-NUM PIC 9(05).
                   10 WS-PT-SEQ-START PIC 9(05).
                   10 WS-PT-SEQ-LIMIT PIC 9(05).
                   10 WS-PT-MERGED-SWITCH PIC X(01).
           01 WS-PART-SUB PIC 9(04) COMP.
           01 WS-BLOCK-LEN PIC S9(09) COMP.
           01 WS-BLOCK-OFFSET PIC S9(09) COMP.

           01 WS-PRT-FIRST PIC 9(07).
           01 WS-PRT-LAST PIC 9(07).
           01 WS-PRT-CONTROL PIC 9(07).
           01 WS-PRT-RANGE PIC X(20).
           01 WS-PRT-FLAG PIC X(19).
           01 WS-DUP-NUM PIC 9(07).
           01 WS-DUP-COUNT-EDIT PIC ZZZ,ZZ9.
           01 WS-DUP-FILE-NAME PIC X(14).
           01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
           01 WS-COUNT-EDIT-2 PIC ZZZ,ZZ9.
           01 WS-COUNT-EDIT-3 PIC ZZZ,ZZ9.
           01 WS-COUNT-EDIT-4 PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE.
           PERFORM 1000-LOAD-PARTITIONS THRU 1000-EXIT.
           PERFORM 1200-READ-REPORT-CONTROL THRU 1200-EXIT.
           PERFORM 9700-OPEN-REPORT THRU 9700-EXIT.
           MOVE "SEQUENCE-GAP AUDIT - EVERY COUNTER THE SUITE HANDS OUT"
               TO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           PERFORM 2000-AUDIT-HISTORY THRU 2000-EXIT.
           PERFORM 3000-AUDIT-RUNS THRU 3000-EXIT.
           PERFORM 4000-AUDIT-EXCEPTIONS THRU 4000-EXIT.
           PERFORM 5000-AUDIT-REPORTS THRU 5000-EXIT.
           PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
           PERFORM 9900-CLOSE-REPORT THRU 9900-EXIT.
           IF WS-TOT-UNEXPLAINED > ZERO OR WS-TOT-DUPS > ZERO
               OR WS-TOT-AFTER > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

       1000-LOAD-PARTITIONS.
           OPEN INPUT PART-CTL-FILE.
           IF WS-PCTL-STATUS = "35"
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           READ PART-CTL-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM 1100-LOAD-ONE-PARTITION THRU 1100-EXIT
               UNTIL WS-EOF.
           CLOSE PART-CTL-FILE.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-PARTITION.
           IF WS-PART-COUNT < WS-PART-MAX
               AND PART-RUN-NUM IS NUMERIC
               AND PART-SEQ-START IS NUMERIC
               AND PART-SEQ-LIMIT IS NUMERIC
               ADD 1 TO WS-PART-COUNT
               MOVE PART-INSTALLATION
                   TO WS-PT-INSTALLATION(WS-PART-COUNT)
               MOVE PART-RUN-NUM TO WS-PT-RUN-NUM(WS-PART-COUNT)
               MOVE PART-SEQ-START TO WS-PT-SEQ-START(WS-PART-COUNT)
               MOVE PART-SEQ-LIMIT TO WS-PT-SEQ-LIMIT(WS-PART-COUNT)
               MOVE PART-MERGE-STATUS
                   TO WS-PT-MERGED-SWITCH(WS-PART-COUNT)
           END-IF.
           READ PART-CTL-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      * The report id counter as it stood before this audit's own
      * report took the next number from it.
       1200-READ-REPORT-CONTROL.
           OPEN INPUT RPT-SEQ-FILE.
           IF WS-RPTSEQ-STATUS = "35"
               MOVE ZERO TO WS-RPT-CONTROL-NUM
           ELSE
               READ RPT-SEQ-FILE
                   AT END MOVE ZERO TO RPT-SEQ-NEXT-NUM
               END-READ
               MOVE RPT-SEQ-NEXT-NUM TO WS-RPT-CONTROL-NUM
               CLOSE RPT-SEQ-FILE
           END-IF.
           COMPUTE WS-OWN-REPORT-ID = WS-RPT-CONTROL-NUM + 1.
       1200-EXIT.
           EXIT.

      * History sequence numbers: SEQFILE, HISTIDXFILE, HISTFILE.
       2000-AUDIT-HISTORY.
           PERFORM 7000-CLEAR-SERIES THRU 7000-EXIT.
           MOVE "H" TO WS-SER-KIND.
           MOVE "Y" TO WS-SER-WRAP-SWITCH.
           MOVE "Y" TO WS-SER-ALT-DUP-SWITCH.
           MOVE "HISTORY SEQUENCE NUMBERS - SEQFILE AGAINST HISTIDXFILE"
               TO WS-SER-TITLE.
           MOVE "HISTIDXFILE" TO WS-SER-MAIN-NAME.
           MOVE "HISTFILE" TO WS-SER-ALT-NAME.
           OPEN INPUT SEQ-FILE.
           IF WS-SEQ-STATUS = "35"
               MOVE ZERO TO WS-CONTROL-NUM
           ELSE
               READ SEQ-FILE
                   AT END MOVE ZERO TO SEQ-NEXT-NUM
               END-READ
               MOVE SEQ-NEXT-NUM TO WS-CONTROL-NUM
               CLOSE SEQ-FILE
           END-IF.

           OPEN INPUT HIST-INDEX-FILE.
           IF WS-HIDX-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               READ HIST-INDEX-FILE NEXT
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM 2100-MARK-INDEX-ROW THRU 2100-EXIT
                   UNTIL WS-EOF
               CLOSE HIST-INDEX-FILE
           END-IF.

           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               READ HIST-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM 2200-MARK-HIST-ROW THRU 2200-EXIT
                   UNTIL WS-EOF
               CLOSE HIST-FILE
           END-IF.
           PERFORM 8000-ANALYSE-SERIES THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

       2100-MARK-INDEX-ROW.
           IF HIST-IDX-SEQ-NUM IS NUMERIC
               AND HIST-IDX-SEQ-NUM NOT = ZERO
               MOVE HIST-IDX-SEQ-NUM TO WS-MARK-NUM
               PERFORM 7100-MARK-MAIN THRU 7100-EXIT
           END-IF.
           READ HIST-INDEX-FILE NEXT
               AT END SET WS-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-MARK-HIST-ROW.
           IF HIST-SEQ-NUM IS NUMERIC
               AND HIST-SEQ-NUM NOT = ZERO
               MOVE HIST-SEQ-NUM TO WS-MARK-NUM
               PERFORM 7200-MARK-ALT THRU 7200-EXIT
           END-IF.
           READ HIST-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       2200-EXIT.
           EXIT.

      * Batch run numbers: RUNSEQFILE, RUNSTATSFILE, and the run
      * numbers on AUDITFILE and HISTFILE. An exception rerun takes a
      * run number but keeps no run statistics - its number is on
      * the exceptions it reran.
       3000-AUDIT-RUNS.
           PERFORM 7000-CLEAR-SERIES THRU 7000-EXIT.
           MOVE "R" TO WS-SER-KIND.
           MOVE "Y" TO WS-SER-WRAP-SWITCH.
           MOVE "N" TO WS-SER-ALT-DUP-SWITCH.
           MOVE "BATCH RUN NUMBERS - RUNSEQFILE AGAINST RUNSTATSFILE"
               TO WS-SER-TITLE.
           MOVE "RUNSTATSFILE" TO WS-SER-MAIN-NAME.
           MOVE "AUDIT/HISTORY" TO WS-SER-ALT-NAME.
           OPEN INPUT RUN-SEQ-FILE.
           IF WS-RUNSEQ-STATUS = "35"
               MOVE ZERO TO WS-CONTROL-NUM
           ELSE
               READ RUN-SEQ-FILE
                   AT END MOVE ZERO TO RUN-SEQ-NEXT-NUM
               END-READ
               MOVE RUN-SEQ-NEXT-NUM TO WS-CONTROL-NUM
               CLOSE RUN-SEQ-FILE
           END-IF.

           OPEN INPUT RUN-STATS-FILE.
           IF WS-RSTAT-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               READ RUN-STATS-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM 3100-MARK-RUNSTATS-ROW THRU 3100-EXIT
                   UNTIL WS-EOF
               CLOSE RUN-STATS-FILE
           END-IF.

           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               READ AUDIT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM 3200-MARK-AUDIT-ROW THRU 3200-EXIT
                   UNTIL WS-EOF
               CLOSE AUDIT-FILE
           END-IF.

           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               READ HIST-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM 3300-MARK-HIST-RUN THRU 3300-EXIT
                   UNTIL WS-EOF
               CLOSE HIST-FILE
           END-IF.

           OPEN INPUT EXC-MASTER-FILE.
           IF WS-EXCM-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               READ EXC-MASTER-FILE NEXT
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM 3400-MARK-RERUN-RUN THRU 3400-EXIT
                   UNTIL WS-EOF
               CLOSE EXC-MASTER-FILE
           END-IF.
           PERFORM 8000-ANALYSE-SERIES THRU 8000-EXIT.
       3000-EXIT.
           EXIT.

       3100-MARK-RUNSTATS-ROW.
           IF RST-RUN-NUM IS NUMERIC AND RST-RUN-NUM NOT = ZERO
               MOVE RST-RUN-NUM TO WS-MARK-NUM
               PERFORM 7100-MARK-MAIN THRU 7100-EXIT
           END-IF.
           READ RUN-STATS-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

       3200-MARK-AUDIT-ROW.
           IF AUD-RUN-NUM IS NUMERIC AND AUD-RUN-NUM NOT = ZERO
               MOVE AUD-RUN-NUM TO WS-MARK-NUM
               PERFORM 7200-MARK-ALT THRU 7200-EXIT
           END-IF.
           READ AUDIT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       3200-EXIT.
           EXIT.

       3300-MARK-HIST-RUN.
           IF HIST-RUN-NUM IS NUMERIC AND HIST-RUN-NUM NOT = ZERO
               MOVE HIST-RUN-NUM TO WS-MARK-NUM
               PERFORM 7200-MARK-ALT THRU 7200-EXIT
           END-IF.
           READ HIST-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       3300-EXIT.
           EXIT.

       3400-MARK-RERUN-RUN.
           IF EXM-RERUN-RUN-NUM IS NUMERIC
               AND EXM-RERUN-RUN-NUM NOT = ZERO
               MOVE EXM-RERUN-RUN-NUM TO WS-MARK-NUM
               PERFORM 7900-NUM-TO-SLOT THRU 7900-EXIT
               MOVE "X" TO WS-SLOT-NOTE(WS-MARK-SLOT)
           END-IF.
           READ EXC-MASTER-FILE NEXT
               AT END SET WS-EOF TO TRUE
           END-READ.
       3400-EXIT.
           EXIT.

      * Exception ids: EXCSEQFILE, EXCMASTERFILE, EXCEPTFILE.
       4000-AUDIT-EXCEPTIONS.
           PERFORM 7000-CLEAR-SERIES THRU 7000-EXIT.
           MOVE "E" TO WS-SER-KIND.
           MOVE "N" TO WS-SER-WRAP-SWITCH.
           MOVE "Y" TO WS-SER-ALT-DUP-SWITCH.
           MOVE "EXCEPTION IDS - EXCSEQFILE AGAINST EXCMASTERFILE"
               TO WS-SER-TITLE.
           MOVE "EXCMASTERFILE" TO WS-SER-MAIN-NAME.
           MOVE "EXCEPTFILE" TO WS-SER-ALT-NAME.
           OPEN INPUT EXC-SEQ-FILE.
           IF WS-EXCSEQ-STATUS = "35"
               MOVE ZERO TO WS-CONTROL-NUM
           ELSE
               READ EXC-SEQ-FILE
                   AT END MOVE ZERO TO EXCSEQ-NEXT-NUM
               END-READ
               MOVE EXCSEQ-NEXT-NUM TO WS-CONTROL-NUM
               CLOSE EXC-SEQ-FILE
           END-IF.

           OPEN INPUT EXC-MASTER-FILE.
           IF WS-EXCM-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               READ EXC-MASTER-FILE NEXT
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM 4100-MARK-MASTER-ROW THRU 4100-EXIT
                   UNTIL WS-EOF
               CLOSE EXC-MASTER-FILE
           END-IF.

           OPEN INPUT EXCEPTION-FILE.
           IF WS-EXC-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               READ EXCEPTION-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM 4200-MARK-EXCEPTION-ROW THRU 4200-EXIT
                   UNTIL WS-EOF
               CLOSE EXCEPTION-FILE
           END-IF.
           PERFORM 8000-ANALYSE-SERIES THRU 8000-EXIT.
       4000-EXIT.
           EXIT.

       4100-MARK-MASTER-ROW.
           IF EXM-ID IS NUMERIC AND EXM-ID NOT = ZERO
               MOVE EXM-ID TO WS-MARK-NUM
               PERFORM 7100-MARK-MAIN THRU 7100-EXIT
           END-IF.
           READ EXC-MASTER-FILE NEXT
               AT END SET WS-EOF TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

       4200-MARK-EXCEPTION-ROW.
           IF EXC-ID IS NUMERIC AND EXC-ID NOT = ZERO
               MOVE EXC-ID TO WS-MARK-NUM
               PERFORM 7200-MARK-ALT THRU 7200-EXIT
           END-IF.
           READ EXCEPTION-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       4200-EXIT.
           EXIT.

      * Report ids: RPTSEQFILE, REPORTCATFILE, REPORTARCHFILE. This
      * audit's own report is open and already on the archive - its
      * lines are passed over.
       5000-AUDIT-REPORTS.
           PERFORM 7000-CLEAR-SERIES THRU 7000-EXIT.
           MOVE "P" TO WS-SER-KIND.
           MOVE "N" TO WS-SER-WRAP-SWITCH.
           MOVE "N" TO WS-SER-ALT-DUP-SWITCH.
           MOVE "REPORT IDS - RPTSEQFILE AGAINST REPORTCATFILE"
               TO WS-SER-TITLE.
           MOVE "REPORTCATFILE" TO WS-SER-MAIN-NAME.
           MOVE "REPORTARCHFILE" TO WS-SER-ALT-NAME.
           MOVE WS-RPT-CONTROL-NUM TO WS-CONTROL-NUM.

           OPEN INPUT REPORT-CAT-FILE.
           IF WS-CAT-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               READ REPORT-CAT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM 5100-MARK-CATALOG-ROW THRU 5100-EXIT
                   UNTIL WS-EOF
               CLOSE REPORT-CAT-FILE
           END-IF.

           OPEN INPUT REPORT-ARCH-FILE.
           IF WS-ARCH-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               READ REPORT-ARCH-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM 5200-MARK-ARCHIVE-ROW THRU 5200-EXIT
                   UNTIL WS-EOF
               CLOSE REPORT-ARCH-FILE
           END-IF.
           PERFORM 8000-ANALYSE-SERIES THRU 8000-EXIT.
       5000-EXIT.
           EXIT.

       5100-MARK-CATALOG-ROW.
           IF RPC-REPORT-ID IS NUMERIC AND RPC-REPORT-ID NOT = ZERO
               MOVE RPC-REPORT-ID TO WS-MARK-NUM
               PERFORM 7100-MARK-MAIN THRU 7100-EXIT
           END-IF.
           READ REPORT-CAT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       5100-EXIT.
           EXIT.

       5200-MARK-ARCHIVE-ROW.
           IF RPA-REPORT-ID IS NUMERIC AND RPA-REPORT-ID NOT = ZERO
               AND RPA-REPORT-ID NOT = WS-OWN-REPORT-ID
               MOVE RPA-REPORT-ID TO WS-MARK-NUM
               PERFORM 7200-MARK-ALT THRU 7200-EXIT
           END-IF.
           READ REPORT-ARCH-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       5200-EXIT.
           EXIT.

       6000-PRINT-TOTALS.
           MOVE SPACES TO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE WS-TOT-UNEXPLAINED TO WS-COUNT-EDIT.
           MOVE WS-TOT-EXPLAINED TO WS-COUNT-EDIT-2.
           STRING "ALL SERIES: UNEXPLAINED MISSING " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               "  EXPLAINED MISSING " DELIMITED BY SIZE
               WS-COUNT-EDIT-2 DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE WS-TOT-DUPS TO WS-COUNT-EDIT.
           MOVE WS-TOT-AFTER TO WS-COUNT-EDIT-2.
           STRING "            DUPLICATED " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               "  USED PAST CONTROL " DELIMITED BY SIZE
               WS-COUNT-EDIT-2 DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
       6000-EXIT.
           EXIT.

      * Series table handling.
       7000-CLEAR-SERIES.
           INITIALIZE WS-SLOT-TABLE.
           MOVE ZERO TO WS-SER-ON-FILE.
           MOVE ZERO TO WS-SER-MISSING.
           MOVE ZERO TO WS-SER-EXPLAINED.
           MOVE ZERO TO WS-SER-DUPS.
           MOVE ZERO TO WS-SER-AFTER.
           MOVE ZERO TO WS-SER-OLD.
           MOVE SPACE TO WS-RANGE-KIND.
       7000-EXIT.
           EXIT.

       7100-MARK-MAIN.
           PERFORM 7150-CHECK-WINDOW THRU 7150-EXIT.
           IF WS-MARK-SLOT = ZERO
               GO TO 7100-EXIT
           END-IF.
           IF WS-SLOT-USES(WS-MARK-SLOT) < 9
               ADD 1 TO WS-SLOT-USES(WS-MARK-SLOT)
           END-IF.
       7100-EXIT.
           EXIT.

      * A seven-digit id more than 100,000 behind the control value
      * is older than the ring the audit works over - counted, not
      * placed.
       7150-CHECK-WINDOW.
           IF NOT WS-SER-WRAPS
               AND WS-CONTROL-NUM > 99999
               AND WS-MARK-NUM + 99999 < WS-CONTROL-NUM
               ADD 1 TO WS-SER-OLD
               MOVE ZERO TO WS-MARK-SLOT
           ELSE
               PERFORM 7900-NUM-TO-SLOT THRU 7900-EXIT
           END-IF.
       7150-EXIT.
           EXIT.

       7200-MARK-ALT.
           PERFORM 7150-CHECK-WINDOW THRU 7150-EXIT.
           IF WS-MARK-SLOT = ZERO
               GO TO 7200-EXIT
           END-IF.
           IF WS-SLOT-ALT-USES(WS-MARK-SLOT) < 9
               ADD 1 TO WS-SLOT-ALT-USES(WS-MARK-SLOT)
           END-IF.
       7200-EXIT.
           EXIT.

       7900-NUM-TO-SLOT.
           DIVIDE WS-MARK-NUM BY 100000 GIVING WS-WORK-QUOT
               REMAINDER WS-WORK-DIST.
           COMPUTE WS-MARK-SLOT = WS-WORK-DIST + 1.
       7900-EXIT.
           EXIT.

      * The series as a ring of 100,000 numbers. The longest stretch
      * held by nobody is the part never issued; the numbers on file
      * run from the end of it round to its start. The control
      * value normally sits at the end of the numbers on file (or a
      * little past it, where a partition block went unused); numbers
      * on file beyond it were handed out again past the control
      * file. A control value nearer the start of the numbers on file
      * than their end means the control file has gone back, and
      * everything on file is past it.
       8000-ANALYSE-SERIES.
           MOVE SPACES TO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE WS-SER-TITLE TO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE ZERO TO WS-FIRST-USED.
           MOVE 1 TO WS-SLOT-SUB.
           PERFORM 8100-COUNT-SLOT THRU 8100-EXIT
               UNTIL WS-SLOT-SUB > WS-SLOT-COUNT.
           MOVE WS-CONTROL-NUM TO WS-PRT-CONTROL.
           MOVE WS-SER-ON-FILE TO WS-COUNT-EDIT.
           STRING "  CONTROL FILE LAST ISSUED " DELIMITED BY SIZE
               WS-PRT-CONTROL DELIMITED BY SIZE
               "   NUMBERS ON " DELIMITED BY SIZE
               WS-SER-MAIN-NAME DELIMITED BY SPACE
               " OR " DELIMITED BY SIZE
               WS-SER-ALT-NAME DELIMITED BY SPACE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           IF WS-SER-OLD > ZERO
               MOVE WS-SER-OLD TO WS-COUNT-EDIT
               STRING "  OLDER THAN THE LAST 100,000 ISSUED, "
                   DELIMITED BY SIZE
                   "NOT AUDITED" DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
           END-IF.
           IF WS-FIRST-USED = ZERO
               IF WS-CONTROL-NUM > ZERO
                   STRING "  *** NOTHING ON FILE, THOUGH THE "
                       DELIMITED BY SIZE
                       "CONTROL FILE HAS ISSUED NUMBERS"
                       DELIMITED BY SIZE
                       INTO WS-RPT-TEXT
                   ADD 1 TO WS-TOT-UNEXPLAINED
               ELSE
                   MOVE "  NOTHING ISSUED AND NOTHING ON FILE"
                       TO WS-RPT-TEXT
               END-IF
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
               GO TO 8000-EXIT
           END-IF.

           MOVE WS-CONTROL-NUM TO WS-MARK-NUM.
           PERFORM 7900-NUM-TO-SLOT THRU 7900-EXIT.
           MOVE WS-MARK-SLOT TO WS-CTL-SLOT.
           MOVE ZERO TO WS-RUN-LEN.
           MOVE ZERO TO WS-BEST-LEN.
           MOVE 1 TO WS-STEP.
           PERFORM 8200-SCAN-FOR-UNISSUED THRU 8200-EXIT
               UNTIL WS-STEP > WS-SLOT-COUNT.
           PERFORM 8300-SET-REGIONS THRU 8300-EXIT.

           MOVE ZERO TO WS-STEP.
           PERFORM 8400-WALK-ONE-SLOT THRU 8400-EXIT
               UNTIL WS-STEP NOT < WS-WALK-LEN.
           PERFORM 8600-FLUSH-RANGE THRU 8600-EXIT.

           MOVE WS-SER-MISSING TO WS-COUNT-EDIT.
           MOVE WS-SER-EXPLAINED TO WS-COUNT-EDIT-2.
           MOVE WS-SER-DUPS TO WS-COUNT-EDIT-3.
           MOVE WS-SER-AFTER TO WS-COUNT-EDIT-4.
           STRING "  MISSING " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               " (EXPLAINED " DELIMITED BY SIZE
               WS-COUNT-EDIT-2 DELIMITED BY SIZE
               ")  DUPLICATED " DELIMITED BY SIZE
               WS-COUNT-EDIT-3 DELIMITED BY SIZE
               "  PAST CONTROL " DELIMITED BY SIZE
               WS-COUNT-EDIT-4 DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           COMPUTE WS-TOT-UNEXPLAINED = WS-TOT-UNEXPLAINED
               + WS-SER-MISSING - WS-SER-EXPLAINED.
           ADD WS-SER-EXPLAINED TO WS-TOT-EXPLAINED.
           ADD WS-SER-DUPS TO WS-TOT-DUPS.
           ADD WS-SER-AFTER TO WS-TOT-AFTER.
       8000-EXIT.
           EXIT.

       8100-COUNT-SLOT.
           IF WS-SLOT-USES(WS-SLOT-SUB) > ZERO
               OR WS-SLOT-ALT-USES(WS-SLOT-SUB) > ZERO
               ADD 1 TO WS-SER-ON-FILE
               IF WS-FIRST-USED = ZERO
                   MOVE WS-SLOT-SUB TO WS-FIRST-USED
               END-IF
           END-IF.
           ADD 1 TO WS-SLOT-SUB.
       8100-EXIT.
           EXIT.

      * Round the ring once starting just past a slot that is held,
      * so no stretch of empty slots is split across the start.
       8200-SCAN-FOR-UNISSUED.
           COMPUTE WS-WORK-DIST = WS-FIRST-USED - 1 + WS-STEP.
           DIVIDE WS-WORK-DIST BY 100000 GIVING WS-WORK-QUOT
               REMAINDER WS-WORK-DIST.
           COMPUTE WS-SLOT-SUB = WS-WORK-DIST + 1.
           IF WS-SLOT-USES(WS-SLOT-SUB) = ZERO
               AND WS-SLOT-ALT-USES(WS-SLOT-SUB) = ZERO
               IF WS-RUN-LEN = ZERO
                   MOVE WS-SLOT-SUB TO WS-RUN-START
               END-IF
               ADD 1 TO WS-RUN-LEN
               IF WS-RUN-LEN > WS-BEST-LEN
                   MOVE WS-RUN-LEN TO WS-BEST-LEN
                   MOVE WS-RUN-START TO WS-BEST-START
               END-IF
           ELSE
               MOVE ZERO TO WS-RUN-LEN
           END-IF.
           ADD 1 TO WS-STEP.
       8200-EXIT.
           EXIT.

      * WS-ISSUED-LEN slots from WS-ARC-START up to the control slot
      * are the numbers issued; the rest of the walk, up to the end
      * of the numbers on file, lies past the control value.
       8300-SET-REGIONS.
           IF WS-BEST-LEN = ZERO
               COMPUTE WS-WORK-DIST = WS-CTL-SLOT
               DIVIDE WS-WORK-DIST BY 100000 GIVING WS-WORK-QUOT
                   REMAINDER WS-WORK-DIST
               COMPUTE WS-ARC-START = WS-WORK-DIST + 1
               MOVE WS-SLOT-COUNT TO WS-ISSUED-LEN
               MOVE WS-SLOT-COUNT TO WS-WALK-LEN
               GO TO 8300-EXIT
           END-IF.
           COMPUTE WS-WORK-DIST = WS-BEST-START - 1 + WS-BEST-LEN.
           DIVIDE WS-WORK-DIST BY 100000 GIVING WS-WORK-QUOT
               REMAINDER WS-WORK-DIST.
           COMPUTE WS-ARC-START = WS-WORK-DIST + 1.
           COMPUTE WS-ARC-LEN = WS-SLOT-COUNT - WS-BEST-LEN.
           COMPUTE WS-WORK-DIST = WS-CTL-SLOT - WS-ARC-START + 100000.
           DIVIDE WS-WORK-DIST BY 100000 GIVING WS-WORK-QUOT
               REMAINDER WS-WORK-DIST.
           MOVE WS-WORK-DIST TO WS-CTL-OFFSET.
           IF WS-CTL-OFFSET < WS-ARC-LEN
               COMPUTE WS-ISSUED-LEN = WS-CTL-OFFSET + 1
               MOVE WS-ARC-LEN TO WS-WALK-LEN
               GO TO 8300-EXIT
           END-IF.
           COMPUTE WS-TAIL-LEN = WS-CTL-OFFSET - WS-ARC-LEN + 1.
           COMPUTE WS-HEAD-LEN = WS-SLOT-COUNT - WS-CTL-OFFSET - 1.
           IF WS-TAIL-LEN NOT > WS-HEAD-LEN
               COMPUTE WS-ISSUED-LEN = WS-CTL-OFFSET + 1
               MOVE WS-ISSUED-LEN TO WS-WALK-LEN
           ELSE
               MOVE ZERO TO WS-ISSUED-LEN
               MOVE WS-ARC-LEN TO WS-WALK-LEN
           END-IF.
       8300-EXIT.
           EXIT.

       8400-WALK-ONE-SLOT.
           COMPUTE WS-WORK-DIST = WS-ARC-START - 1 + WS-STEP.
           DIVIDE WS-WORK-DIST BY 100000 GIVING WS-WORK-QUOT
               REMAINDER WS-WORK-DIST.
           COMPUTE WS-SLOT-SUB = WS-WORK-DIST + 1.
           IF WS-STEP < WS-ISSUED-LEN
               COMPUTE WS-WORK-DIST = WS-CTL-SLOT - WS-SLOT-SUB
                   + 100000
               DIVIDE WS-WORK-DIST BY 100000 GIVING WS-WORK-QUOT
                   REMAINDER WS-WORK-DIST
               COMPUTE WS-SLOT-NUM = WS-CONTROL-NUM - WS-WORK-DIST
           ELSE
               COMPUTE WS-WORK-DIST = WS-SLOT-SUB - WS-CTL-SLOT
                   + 100000
               DIVIDE WS-WORK-DIST BY 100000 GIVING WS-WORK-QUOT
                   REMAINDER WS-WORK-DIST
               COMPUTE WS-SLOT-NUM = WS-CONTROL-NUM + WS-WORK-DIST
           END-IF.
           IF WS-SER-WRAPS
               IF WS-SLOT-NUM < ZERO
                   ADD 100000 TO WS-SLOT-NUM
               END-IF
               IF WS-SLOT-NUM > 99999
                   SUBTRACT 100000 FROM WS-SLOT-NUM
               END-IF
           END-IF.
           IF WS-SLOT-NUM NOT > ZERO
               PERFORM 8600-FLUSH-RANGE THRU 8600-EXIT
               GO TO 8400-NEXT
           END-IF.

           IF WS-STEP < WS-ISSUED-LEN
               IF WS-SLOT-USES(WS-SLOT-SUB) = ZERO
                   PERFORM 8500-EXPLAIN-SLOT THRU 8500-EXIT
                   IF WS-RANGE-KIND NOT = "M"
                       OR WS-RANGE-NOTE NOT = WS-NOTE
                       OR WS-RANGE-PART NOT = WS-NOTE-PART
                       OR WS-SLOT-NUM NOT = WS-RANGE-LAST + 1
                       PERFORM 8600-FLUSH-RANGE THRU 8600-EXIT
                       MOVE "M" TO WS-RANGE-KIND
                       MOVE WS-NOTE TO WS-RANGE-NOTE
                       MOVE WS-NOTE-PART TO WS-RANGE-PART
                       MOVE WS-SLOT-NUM TO WS-RANGE-FIRST
                       MOVE ZERO TO WS-RANGE-COUNT
                   END-IF
                   MOVE WS-SLOT-NUM TO WS-RANGE-LAST
                   ADD 1 TO WS-RANGE-COUNT
               ELSE
                   PERFORM 8600-FLUSH-RANGE THRU 8600-EXIT
                   PERFORM 8700-CHECK-DUPLICATE THRU 8700-EXIT
               END-IF
           ELSE
               IF WS-SLOT-USES(WS-SLOT-SUB) > ZERO
                   OR WS-SLOT-ALT-USES(WS-SLOT-SUB) > ZERO
                   IF WS-RANGE-KIND NOT = "A"
                       OR WS-SLOT-NUM NOT = WS-RANGE-LAST + 1
                       PERFORM 8600-FLUSH-RANGE THRU 8600-EXIT
                       MOVE "A" TO WS-RANGE-KIND
                       MOVE WS-SLOT-NUM TO WS-RANGE-FIRST
                       MOVE ZERO TO WS-RANGE-COUNT
                   END-IF
                   MOVE WS-SLOT-NUM TO WS-RANGE-LAST
                   ADD 1 TO WS-RANGE-COUNT
                   PERFORM 8700-CHECK-DUPLICATE THRU 8700-EXIT
               ELSE
                   PERFORM 8600-FLUSH-RANGE THRU 8600-EXIT
               END-IF
           END-IF.
       8400-NEXT.
           ADD 1 TO WS-STEP.
       8400-EXIT.
           EXIT.

      * Why a number issued is not on the series' main file.
       8500-EXPLAIN-SLOT.
           MOVE SPACE TO WS-NOTE.
           MOVE SPACES TO WS-NOTE-PART.
           IF WS-SLOT-NOTE(WS-SLOT-SUB) NOT = SPACE
               MOVE WS-SLOT-NOTE(WS-SLOT-SUB) TO WS-NOTE
               GO TO 8500-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-SER-HISTORY
                   IF WS-SLOT-ALT-USES(WS-SLOT-SUB) > ZERO
                       MOVE "H" TO WS-NOTE
                   ELSE
                       MOVE 1 TO WS-PART-SUB
                       PERFORM 8510-CHECK-PART-BLOCK THRU 8510-EXIT
                           UNTIL WS-PART-SUB > WS-PART-COUNT
                   END-IF
               WHEN WS-SER-RUNS
                   MOVE 1 TO WS-PART-SUB
                   PERFORM 8520-CHECK-PART-RUN THRU 8520-EXIT
                       UNTIL WS-PART-SUB > WS-PART-COUNT
                   IF WS-NOTE = SPACE
                       IF WS-SLOT-ALT-USES(WS-SLOT-SUB) > ZERO
                           MOVE "A" TO WS-NOTE
                       ELSE
                           MOVE "N" TO WS-NOTE
                       END-IF
                   END-IF
               WHEN WS-SER-EXCEPTIONS
                   IF WS-SLOT-ALT-USES(WS-SLOT-SUB) > ZERO
                       MOVE "E" TO WS-NOTE
                   END-IF
               WHEN WS-SER-REPORTS
                   IF WS-SLOT-ALT-USES(WS-SLOT-SUB) > ZERO
                       MOVE "R" TO WS-NOTE
                   END-IF
           END-EVALUATE.
       8500-EXIT.
           EXIT.

      * A partition's block is the numbers after PART-SEQ-START up to
      * and including PART-SEQ-LIMIT, round the wrap if need be.
       8510-CHECK-PART-BLOCK.
           COMPUTE WS-BLOCK-LEN = WS-PT-SEQ-LIMIT(WS-PART-SUB)
               - WS-PT-SEQ-START(WS-PART-SUB) + 100000.
           DIVIDE WS-BLOCK-LEN BY 100000 GIVING WS-WORK-QUOT
               REMAINDER WS-BLOCK-LEN.
           COMPUTE WS-BLOCK-OFFSET = WS-SLOT-NUM
               - WS-PT-SEQ-START(WS-PART-SUB) + 100000.
           DIVIDE WS-BLOCK-OFFSET BY 100000 GIVING WS-WORK-QUOT
               REMAINDER WS-BLOCK-OFFSET.
           IF WS-BLOCK-OFFSET > ZERO
               AND WS-BLOCK-OFFSET NOT > WS-BLOCK-LEN
               IF WS-PT-MERGED-SWITCH(WS-PART-SUB) = "M"
                   MOVE "P" TO WS-NOTE
               ELSE
                   MOVE "W" TO WS-NOTE
               END-IF
               MOVE WS-PT-INSTALLATION(WS-PART-SUB) TO WS-NOTE-PART
               MOVE WS-PART-COUNT TO WS-PART-SUB
           END-IF.
           ADD 1 TO WS-PART-SUB.
       8510-EXIT.
           EXIT.

       8520-CHECK-PART-RUN.
           IF WS-PT-RUN-NUM(WS-PART-SUB) = WS-SLOT-NUM
               AND WS-PT-MERGED-SWITCH(WS-PART-SUB) NOT = "M"
               MOVE "W" TO WS-NOTE
               MOVE WS-PT-INSTALLATION(WS-PART-SUB) TO WS-NOTE-PART
               MOVE WS-PART-COUNT TO WS-PART-SUB
           END-IF.
           ADD 1 TO WS-PART-SUB.
       8520-EXIT.
           EXIT.

       8600-FLUSH-RANGE.
           IF WS-RANGE-KIND = SPACE
               GO TO 8600-EXIT
           END-IF.
           MOVE WS-RANGE-FIRST TO WS-PRT-FIRST.
           MOVE WS-RANGE-LAST TO WS-PRT-LAST.
           MOVE WS-RANGE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-PRT-RANGE.
           IF WS-RANGE-COUNT = 1
               MOVE WS-PRT-FIRST TO WS-PRT-RANGE
           ELSE
               STRING WS-PRT-FIRST DELIMITED BY SIZE
                   " THRU " DELIMITED BY SIZE
                   WS-PRT-LAST DELIMITED BY SIZE
                   INTO WS-PRT-RANGE
           END-IF.
           IF WS-RANGE-KIND = "A"
               ADD WS-RANGE-COUNT TO WS-SER-AFTER
               MOVE "ON FILE BUT NOT YET ISSUED - WILL BE REISSUED"
                   TO WS-NOTE-TEXT
               MOVE "  *** PAST CONTROL " TO WS-PRT-FLAG
           ELSE
               ADD WS-RANGE-COUNT TO WS-SER-MISSING
               PERFORM 8610-NOTE-TEXT THRU 8610-EXIT
               IF WS-RANGE-EXPLAINED
                   ADD WS-RANGE-COUNT TO WS-SER-EXPLAINED
                   MOVE "      MISSING " TO WS-PRT-FLAG
               ELSE
                   MOVE "  *** MISSING " TO WS-PRT-FLAG
               END-IF
           END-IF.
           STRING WS-PRT-FLAG DELIMITED BY SIZE
               WS-PRT-RANGE DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               ")  " DELIMITED BY SIZE
               WS-NOTE-TEXT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE SPACE TO WS-RANGE-KIND.
       8600-EXIT.
           EXIT.

       8610-NOTE-TEXT.
           MOVE SPACES TO WS-NOTE-TEXT.
           EVALUATE WS-RANGE-NOTE
               WHEN "P"
                   STRING "UNUSED END OF PARTITION " DELIMITED BY SIZE
                       WS-RANGE-PART DELIMITED BY SIZE
                       " SEQUENCE BLOCK" DELIMITED BY SIZE
                       INTO WS-NOTE-TEXT
               WHEN "W"
                   STRING "PARTITION " DELIMITED BY SIZE
                       WS-RANGE-PART DELIMITED BY SIZE
                       " NOT YET MERGED" DELIMITED BY SIZE
                       INTO WS-NOTE-TEXT
               WHEN "X"
                   MOVE "EXCEPTION RERUN - KEEPS NO RUN STATISTICS"
                       TO WS-NOTE-TEXT
               WHEN "A"
                   MOVE "ON AUDIT/HISTORY, NO RUN STATISTICS - ABENDED"
                       TO WS-NOTE-TEXT
               WHEN "N"
                   MOVE "NOTHING POSTED - RUN REFUSED OR ENDED FIRST"
                       TO WS-NOTE-TEXT
               WHEN "R"
                   MOVE "ARCHIVED, NEVER CATALOGED - REPORT NOT CLOSED"
                       TO WS-NOTE-TEXT
               WHEN "H"
                   MOVE "ON HISTFILE ONLY - NOT INDEXED, REBUILD INDEX"
                       TO WS-NOTE-TEXT
               WHEN "E"
                   MOVE "ON EXCEPTFILE ONLY - NOT ON EXCMASTERFILE"
                       TO WS-NOTE-TEXT
               WHEN OTHER
                   MOVE "NO RECORD OF IT ON ANY FILE" TO WS-NOTE-TEXT
           END-EVALUATE.
       8610-EXIT.
           EXIT.

       8700-CHECK-DUPLICATE.
           IF WS-SLOT-USES(WS-SLOT-SUB) > 1
               MOVE WS-SER-MAIN-NAME TO WS-DUP-FILE-NAME
               MOVE WS-SLOT-USES(WS-SLOT-SUB) TO WS-DUP-COUNT-EDIT
               PERFORM 8710-PRINT-DUPLICATE THRU 8710-EXIT
           END-IF.
           IF WS-SER-CHECK-ALT-DUPS
               AND WS-SLOT-ALT-USES(WS-SLOT-SUB) > 1
               MOVE WS-SER-ALT-NAME TO WS-DUP-FILE-NAME
               MOVE WS-SLOT-ALT-USES(WS-SLOT-SUB) TO WS-DUP-COUNT-EDIT
               PERFORM 8710-PRINT-DUPLICATE THRU 8710-EXIT
           END-IF.
       8700-EXIT.
           EXIT.

       8710-PRINT-DUPLICATE.
           ADD 1 TO WS-SER-DUPS.
           IF WS-SER-DUPS > WS-DUP-LINE-MAX
               GO TO 8710-EXIT
           END-IF.
           MOVE WS-SLOT-NUM TO WS-DUP-NUM.
           IF WS-SER-DUPS = WS-DUP-LINE-MAX
               MOVE "  *** FURTHER DUPLICATES COUNTED, NOT LISTED"
                   TO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
           END-IF.
           STRING "  *** DUPLICATE    " DELIMITED BY SIZE
               WS-DUP-NUM DELIMITED BY SIZE
               WS-DUP-COUNT-EDIT DELIMITED BY SIZE
               " TIMES ON " DELIMITED BY SIZE
               WS-DUP-FILE-NAME DELIMITED BY SPACE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
       8710-EXIT.
           EXIT.

       9700-OPEN-REPORT.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RPT-OPERATOR FROM ENVIRONMENT-VALUE.
           MOVE "SEQUENCE AUDIT" TO WS-RPT-NAME.
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

       END PROGRAM operationsSequenceAudit.
