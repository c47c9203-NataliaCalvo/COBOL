      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Merges one installation into another, or re-codes
      *           a site to a new code, across the masters that carry
      *           the code. Each request on INSTRECODEFILE maps an old
      *           code to a new one from an effective date and is
      *           kept as a pending row on INSTMAPFILE; any pending
      *           mapping whose effective date has arrived is then
      *           applied: the old site's live standing items and its
      *           rate rows move to the new code, its balance is
      *           merged into the surviving site's row (or re-keyed
      *           when the survivor has none), and the old site is
      *           closed on INSTALLFILE - a re-code adds the new site
      *           there first. A future-dated mapping waits for a run
      *           on or after its date, so the utility can be run
      *           again on the day with no request file at all.
      *           Posted history, audit and index rows keep the code
      *           they were posted under - rewriting them would break
      *           their checksums - and the reports and inquiries
      *           roll an applied old code up under its new one
      *           through operationsInstallRollup. A supervisor signs
      *           on, the four masters are snapshotted before anything
      *           is touched, every change lands on the maintenance
      *           change log, and a rejected request goes to the
      *           exception file with the reason.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsInstallRecode.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "INSTRECODEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT MAP-FILE ASSIGN TO "INSTMAPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT INSTALL-FILE ASSIGN TO "INSTALLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INST-STATUS.
           SELECT RATE-FILE ASSIGN TO "RATETABLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT STANDING-FILE ASSIGN TO "STANDINGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STND-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "BALANCEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
           COPY RECODEREQ.

       FD  MAP-FILE.
           COPY INSTMAPREC.

       FD  INSTALL-FILE.
           COPY INSTALLREC.

       FD  RATE-FILE.
           COPY RATETBL.

       FD  STANDING-FILE.
           COPY STANDINGREC.

       FD  BALANCE-FILE.
           COPY BALREC.

       FD  EXCEPTION-FILE.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
      * Program name handed to the shared sign-on module - kept in
      * working storage (truncated to the X(20) the module declares)
      * because a literal is not a valid BY REFERENCE argument.
           01 WS-SIGNON-PROGRAM PIC X(20) VALUE
               "operationsInstallRec".
           01 WS-REQUIRED-LEVEL PIC X(01) VALUE "S".
           01 WS-OPERATOR-ID PIC X(08).
           01 WS-USER-LEVEL PIC X(01).
           01 WS-SIGNON-OK-SWITCH PIC X(01).
               88 WS-SIGNON-OK VALUE "Y".
           01 WS-REQ-STATUS PIC X(02) VALUE "00".
           01 WS-MAP-STATUS PIC X(02) VALUE "00".
           01 WS-INST-STATUS PIC X(02) VALUE "00".
           01 WS-RATE-STATUS PIC X(02) VALUE "00".
           01 WS-STND-STATUS PIC X(02) VALUE "00".
           01 WS-BAL-STATUS PIC X(02) VALUE "00".
           01 WS-LOAD-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 WS-LOAD-OVERFLOW VALUE "Y".
           01 WS-OVERFLOW-FILE PIC X(12).
           01 WS-EXCEPT-MESSAGE PIC X(50).
           01 WS-EXCEPT-BAD-ENTRY PIC X(12).
           01 WS-REQ-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-REQ-EOF VALUE "Y".
           01 WS-LOAD-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-LOAD-EOF VALUE "Y".
           01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
               88 WS-FOUND VALUE "Y".
           01 WS-VALID-SWITCH PIC X(01) VALUE "N".
               88 WS-VALID VALUE "Y".
           01 WS-APPLY-OK-SWITCH PIC X(01) VALUE "N".
               88 WS-APPLY-OK VALUE "Y".
           01 WS-TODAY PIC 9(08).
           01 WS-CHECK-DATE PIC 9(08).
           01 WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
               05 WS-CHECK-YYYY PIC 9(04).
               05 WS-CHECK-MM PIC 9(02).
               05 WS-CHECK-DD PIC 9(02).
           01 WS-ROUND-TRIP-DATE PIC 9(08).
           01 WS-DATE-OK-SWITCH PIC X(01).
               88 WS-DATE-OK VALUE "Y".
           01 WS-SNAP-MASTER PIC X(12).
           01 WS-SNAPSHOT-OK-SWITCH PIC X(01).
               88 WS-SNAPSHOT-OK VALUE "Y".
      * The code being looked for by the table scans below, and where
      * each scan left its subscript.
           01 WS-SEARCH-CODE PIC X(04).
           01 WS-OLD-CODE PIC X(04).
           01 WS-SURVIVOR-CODE PIC X(04).
           01 WS-EFFECTIVE-DATE PIC 9(08).
           01 WS-HOP-COUNT PIC 9(03) COMP.
           01 WS-OLD-INST-SUB PIC 9(03) COMP.
           01 WS-NEW-INST-SUB PIC 9(03) COMP.
           01 WS-OLD-BAL-SUB PIC 9(03) COMP.
           01 WS-NEW-BAL-SUB PIC 9(03) COMP.
           01 WS-END-DATE PIC 9(08).
           01 WS-REQUEST-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-REJECT-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-APPLIED-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-WAITING-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-HELD-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-STND-MOVED-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-RATE-MOVED-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-RATE-DROPPED-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-BAL-MERGED-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-BAL-MOVED-COUNT PIC 9(05) COMP VALUE ZERO.
      * Fields handed to the shared maintenance change-log writer.
      * Every entry this program writes is keyed on the mapping it
      * belongs to, so one mapping's changes read together.
           01 WS-MLOG-ACTION PIC X(10).
           01 WS-MLOG-KEY PIC X(20).
           01 WS-MLOG-BEFORE PIC X(80).
           01 WS-MLOG-AFTER PIC X(80).
           01 WS-MAP-BEFORE-IMAGE PIC X(80).
           01 WS-MAP-KEY.
               05 WS-MKY-OLD-CODE PIC X(04).
               05 FILLER PIC X(04) VALUE " -> ".
               05 WS-MKY-NEW-CODE PIC X(04).
               05 FILLER PIC X(08) VALUE SPACES.
           01 WS-INST-IMAGE.
               05 WS-IIM-CODE PIC X(04).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-IIM-NAME PIC X(24).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-IIM-REGION PIC X(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-IIM-CONTACT PIC X(20).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-IIM-OPEN-DATE PIC X(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-IIM-STATUS PIC X(01).
      * Working tables - one per file, each entry laid out exactly
      * as the file's row so it is loaded and written back with a
      * single move and every column, including ones this program
      * never looks at, goes back as it came in. A rate or balance
      * row that goes away is flagged and left out of the rewrite.
           01 WS-MAP-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-MAP-SUB PIC 9(03) COMP.
           01 WS-SCAN-SUB PIC 9(03) COMP.
           01 WS-MAP-TABLE.
               05 WS-MAP-ENTRY OCCURS 500 TIMES.
                   10 WS-MAP-TBL-OLD-CODE PIC X(04).
                   10 WS-MAP-TBL-NEW-CODE PIC X(04).
                   10 WS-MAP-TBL-EFF-DATE PIC 9(08).
                   10 WS-MAP-TBL-KIND PIC X(01).
                       88 WS-MAP-TBL-MERGE VALUE "M".
                   10 WS-MAP-TBL-STATUS PIC X(01).
                       88 WS-MAP-TBL-PENDING VALUE "P".
                       88 WS-MAP-TBL-APPLIED VALUE "A".
                   10 WS-MAP-TBL-REQUESTED-BY PIC X(08).
                   10 WS-MAP-TBL-REQUESTED-DATE PIC 9(08).
                   10 WS-MAP-TBL-APPLIED-BY PIC X(08).
                   10 WS-MAP-TBL-APPLIED-DATE PIC 9(08).
                   10 WS-MAP-TBL-NEW-NAME PIC X(24).
           01 WS-INST-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-INST-SUB PIC 9(03) COMP.
           01 WS-INST-TABLE.
               05 WS-INST-ENTRY OCCURS 500 TIMES.
                   10 WS-INST-TBL-CODE PIC X(04).
                   10 WS-INST-TBL-NAME PIC X(24).
                   10 WS-INST-TBL-REGION PIC X(08).
                   10 WS-INST-TBL-CONTACT PIC X(20).
                   10 WS-INST-TBL-OPEN-DATE PIC X(08).
                   10 WS-INST-TBL-STATUS PIC X(01).
                       88 WS-INST-TBL-CLOSED VALUE "C".
                   10 WS-INST-TBL-ADDRESS PIC X(35).
           01 WS-RATE-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-RATE-SUB PIC 9(03) COMP.
           01 WS-RATE-TABLE.
               05 WS-RATE-ENTRY OCCURS 200 TIMES.
                   10 WS-RATE-TBL-ROW.
                       15 WS-RATE-TBL-INSTALLATION PIC X(04).
                       15 WS-RATE-TBL-REST PIC X(75).
                   10 WS-RATE-TBL-REMOVED-SWITCH PIC X(01).
                       88 WS-RATE-TBL-REMOVED VALUE "Y".
           01 WS-STND-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-STND-SUB PIC 9(03) COMP.
           01 WS-STND-TABLE.
               05 WS-STND-ENTRY OCCURS 500 TIMES.
                   10 WS-STND-TBL-ROW.
                       15 WS-STND-TBL-AMOUNTS PIC X(20).
                       15 WS-STND-TBL-INSTALLATION PIC X(04).
                       15 WS-STND-TBL-CODES PIC X(02).
                       15 WS-STND-TBL-START-DATE PIC X(08).
                       15 WS-STND-TBL-END-DATE PIC X(08).
                       15 WS-STND-TBL-ITEM-ID PIC X(05).
           01 WS-BAL-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-BAL-SUB PIC 9(03) COMP.
           01 WS-BALANCE-TABLE.
               05 WS-BAL-ENTRY OCCURS 200 TIMES.
                   10 WS-BAL-TBL-ROW.
                       15 WS-BAL-TBL-INSTALLATION PIC X(04).
                       15 WS-BAL-TBL-OPENING PIC S9(11)V99
                           SIGN LEADING SEPARATE.
                       15 WS-BAL-TBL-MOVEMENT PIC S9(11)V99
                           SIGN LEADING SEPARATE.
                       15 WS-BAL-TBL-CLOSING PIC S9(11)V99
                           SIGN LEADING SEPARATE.
                       15 WS-BAL-TBL-RUN-NUM PIC 9(05).
                       15 WS-BAL-TBL-DATE PIC 9(08).
                   10 WS-BAL-TBL-REMOVED-SWITCH PIC X(01).
                       88 WS-BAL-TBL-REMOVED VALUE "Y".

       PROCEDURE DIVISION.
      * A live file bigger than its working table would come back
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
      * No maintenance without a way back: all four masters a
      * mapping can change are snapshotted before a single request
      * is taken, and any failed snapshot stops the run.
           PERFORM 0100-TAKE-SNAPSHOTS THRU 0100-EXIT.
           IF NOT WS-SNAPSHOT-OK
               DISPLAY "Snapshot of " WS-SNAP-MASTER " failed - "
                   "re-coding cannot run safely; nothing was changed."
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-LOAD-OVERFLOW
               DISPLAY WS-OVERFLOW-FILE " has more rows than the "
                   "working table holds - re-coding cannot run "
                   "safely; nothing was changed."
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               GOBACK
           END-IF.
           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL WS-REQ-EOF.
           IF WS-REQ-STATUS NOT = "35"
               CLOSE REQUEST-FILE
           END-IF.
           MOVE ZERO TO WS-MAP-SUB.
           PERFORM 4000-APPLY-DUE-MAPPING THRU 4000-EXIT
               UNTIL WS-MAP-SUB NOT < WS-MAP-COUNT.
           PERFORM 8000-REWRITE-MAP-FILE THRU 8000-EXIT.
           IF WS-APPLIED-COUNT > ZERO
               PERFORM 8100-REWRITE-INSTALLFILE THRU 8100-EXIT
               PERFORM 8200-REWRITE-RATETABLE THRU 8200-EXIT
               PERFORM 8300-REWRITE-STANDINGFILE THRU 8300-EXIT
               PERFORM 8400-REWRITE-BALANCEFILE THRU 8400-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9950-SIGN-OFF THRU 9950-EXIT.
           GOBACK.

       0100-TAKE-SNAPSHOTS.
           MOVE "INSTALLFILE" TO WS-SNAP-MASTER.
           PERFORM 0110-SNAPSHOT-ONE THRU 0110-EXIT.
           IF NOT WS-SNAPSHOT-OK
               GO TO 0100-EXIT
           END-IF.
           MOVE "RATETABLE" TO WS-SNAP-MASTER.
           PERFORM 0110-SNAPSHOT-ONE THRU 0110-EXIT.
           IF NOT WS-SNAPSHOT-OK
               GO TO 0100-EXIT
           END-IF.
           MOVE "STANDINGFILE" TO WS-SNAP-MASTER.
           PERFORM 0110-SNAPSHOT-ONE THRU 0110-EXIT.
           IF NOT WS-SNAPSHOT-OK
               GO TO 0100-EXIT
           END-IF.
           MOVE "BALANCEFILE" TO WS-SNAP-MASTER.
           PERFORM 0110-SNAPSHOT-ONE THRU 0110-EXIT.
       0100-EXIT.
           EXIT.

       0110-SNAPSHOT-ONE.
           CALL "operationsMasterSnapshot" USING WS-SNAP-MASTER,
               WS-SNAPSHOT-OK-SWITCH.
       0110-EXIT.
           EXIT.

      * A missing file is an empty one - no mappings kept yet, no
      * standing items, no balances posted - and a missing request
      * file means the run only applies mappings already waiting.
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE "INSTMAPFILE" TO WS-OVERFLOW-FILE.
           MOVE "N" TO WS-LOAD-EOF-SWITCH.
           OPEN INPUT MAP-FILE.
           IF WS-MAP-STATUS = "35"
               SET WS-LOAD-EOF TO TRUE
           ELSE
               READ MAP-FILE
                   AT END SET WS-LOAD-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 1100-LOAD-MAP-LINE THRU 1100-EXIT
               UNTIL WS-LOAD-EOF OR WS-LOAD-OVERFLOW.
           IF WS-MAP-STATUS NOT = "35"
               CLOSE MAP-FILE
           END-IF.
           IF WS-LOAD-OVERFLOW
               GO TO 1000-EXIT
           END-IF.
           MOVE "INSTALLFILE" TO WS-OVERFLOW-FILE.
           MOVE "N" TO WS-LOAD-EOF-SWITCH.
           OPEN INPUT INSTALL-FILE.
           IF WS-INST-STATUS = "35"
               SET WS-LOAD-EOF TO TRUE
           ELSE
               READ INSTALL-FILE
                   AT END SET WS-LOAD-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 1200-LOAD-INST-LINE THRU 1200-EXIT
               UNTIL WS-LOAD-EOF OR WS-LOAD-OVERFLOW.
           IF WS-INST-STATUS NOT = "35"
               CLOSE INSTALL-FILE
           END-IF.
           IF WS-LOAD-OVERFLOW
               GO TO 1000-EXIT
           END-IF.
           MOVE "RATETABLE" TO WS-OVERFLOW-FILE.
           MOVE "N" TO WS-LOAD-EOF-SWITCH.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS = "35"
               SET WS-LOAD-EOF TO TRUE
           ELSE
               READ RATE-FILE
                   AT END SET WS-LOAD-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 1300-LOAD-RATE-LINE THRU 1300-EXIT
               UNTIL WS-LOAD-EOF OR WS-LOAD-OVERFLOW.
           IF WS-RATE-STATUS NOT = "35"
               CLOSE RATE-FILE
           END-IF.
           IF WS-LOAD-OVERFLOW
               GO TO 1000-EXIT
           END-IF.
           MOVE "STANDINGFILE" TO WS-OVERFLOW-FILE.
           MOVE "N" TO WS-LOAD-EOF-SWITCH.
           OPEN INPUT STANDING-FILE.
           IF WS-STND-STATUS = "35"
               SET WS-LOAD-EOF TO TRUE
           ELSE
               READ STANDING-FILE
                   AT END SET WS-LOAD-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 1400-LOAD-STND-LINE THRU 1400-EXIT
               UNTIL WS-LOAD-EOF OR WS-LOAD-OVERFLOW.
           IF WS-STND-STATUS NOT = "35"
               CLOSE STANDING-FILE
           END-IF.
           IF WS-LOAD-OVERFLOW
               GO TO 1000-EXIT
           END-IF.
           MOVE "BALANCEFILE" TO WS-OVERFLOW-FILE.
           MOVE "N" TO WS-LOAD-EOF-SWITCH.
           OPEN INPUT BALANCE-FILE.
           IF WS-BAL-STATUS = "35"
               SET WS-LOAD-EOF TO TRUE
           ELSE
               READ BALANCE-FILE
                   AT END SET WS-LOAD-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 1500-LOAD-BAL-LINE THRU 1500-EXIT
               UNTIL WS-LOAD-EOF OR WS-LOAD-OVERFLOW.
           IF WS-BAL-STATUS NOT = "35"
               CLOSE BALANCE-FILE
           END-IF.
           IF WS-LOAD-OVERFLOW
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT REQUEST-FILE.
           IF WS-REQ-STATUS = "35"
               SET WS-REQ-EOF TO TRUE
           ELSE
               READ REQUEST-FILE
                   AT END SET WS-REQ-EOF TO TRUE
               END-READ
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-MAP-LINE.
           IF WS-MAP-COUNT NOT < 500
               SET WS-LOAD-OVERFLOW TO TRUE
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-MAP-COUNT.
           MOVE INSTALL-MAP-RECORD TO WS-MAP-ENTRY(WS-MAP-COUNT).
           READ MAP-FILE
               AT END SET WS-LOAD-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       1200-LOAD-INST-LINE.
           IF WS-INST-COUNT NOT < 500
               SET WS-LOAD-OVERFLOW TO TRUE
               GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-INST-COUNT.
           MOVE INSTALL-RECORD TO WS-INST-ENTRY(WS-INST-COUNT).
           READ INSTALL-FILE
               AT END SET WS-LOAD-EOF TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.

       1300-LOAD-RATE-LINE.
           IF WS-RATE-COUNT NOT < 200
               SET WS-LOAD-OVERFLOW TO TRUE
               GO TO 1300-EXIT
           END-IF.
           ADD 1 TO WS-RATE-COUNT.
           MOVE RATE-RECORD TO WS-RATE-TBL-ROW(WS-RATE-COUNT).
           MOVE "N" TO WS-RATE-TBL-REMOVED-SWITCH(WS-RATE-COUNT).
           READ RATE-FILE
               AT END SET WS-LOAD-EOF TO TRUE
           END-READ.
       1300-EXIT.
           EXIT.

       1400-LOAD-STND-LINE.
           IF WS-STND-COUNT NOT < 500
               SET WS-LOAD-OVERFLOW TO TRUE
               GO TO 1400-EXIT
           END-IF.
           ADD 1 TO WS-STND-COUNT.
           MOVE STANDING-RECORD TO WS-STND-TBL-ROW(WS-STND-COUNT).
           READ STANDING-FILE
               AT END SET WS-LOAD-EOF TO TRUE
           END-READ.
       1400-EXIT.
           EXIT.

       1500-LOAD-BAL-LINE.
           IF WS-BAL-COUNT NOT < 200
               SET WS-LOAD-OVERFLOW TO TRUE
               GO TO 1500-EXIT
           END-IF.
           ADD 1 TO WS-BAL-COUNT.
           MOVE BALANCE-RECORD TO WS-BAL-TBL-ROW(WS-BAL-COUNT).
           MOVE "N" TO WS-BAL-TBL-REMOVED-SWITCH(WS-BAL-COUNT).
           READ BALANCE-FILE
               AT END SET WS-LOAD-EOF TO TRUE
           END-READ.
       1500-EXIT.
           EXIT.

      * A valid request becomes a pending row on the mapping file;
      * whether it is due today is settled afterwards along with
      * every other pending row.
       2000-PROCESS-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT.
           PERFORM 2100-VALIDATE-REQUEST THRU 2100-EXIT.
           IF WS-VALID
               PERFORM 2200-ADD-MAPPING THRU 2200-EXIT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
           END-IF.
           READ REQUEST-FILE
               AT END SET WS-REQ-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      * "DFLT" is RATETABLE's fallback row, not a site, and is
      * refused on either side. A code can be retired only once, and
      * nothing can be mapped onto a code that is retired or waiting
      * to be - that is what keeps a chain of mappings from ever
      * looping back on itself.
       2100-VALIDATE-REQUEST.
           MOVE "Y" TO WS-VALID-SWITCH.
           MOVE RCQ-OLD-CODE TO WS-EXCEPT-BAD-ENTRY.
           IF RCQ-OLD-CODE = SPACES OR RCQ-OLD-CODE = "DFLT"
               OR RCQ-NEW-CODE = SPACES OR RCQ-NEW-CODE = "DFLT"
               MOVE "Request rejected: installation code not usable"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2100-EXIT
           END-IF.
           IF RCQ-OLD-CODE = RCQ-NEW-CODE
               MOVE "Request rejected: old and new code are the same"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2100-EXIT
           END-IF.
           MOVE RCQ-OLD-CODE TO WS-SEARCH-CODE.
           PERFORM 5000-FIND-INSTALLATION THRU 5000-EXIT.
           IF NOT WS-FOUND
               MOVE "Request rejected: old code not on INSTALLFILE"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2100-EXIT
           END-IF.
           IF WS-INST-TBL-CLOSED(WS-INST-SUB)
               MOVE "Request rejected: old installation is closed"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2100-EXIT
           END-IF.
           MOVE RCQ-OLD-CODE TO WS-SEARCH-CODE.
           PERFORM 5100-FIND-MAPPED-CODE THRU 5100-EXIT.
           IF WS-FOUND
               MOVE "Request rejected: old code is already mapped"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2100-EXIT
           END-IF.
           MOVE RCQ-NEW-CODE TO WS-SEARCH-CODE.
           MOVE RCQ-NEW-CODE TO WS-EXCEPT-BAD-ENTRY.
           PERFORM 5100-FIND-MAPPED-CODE THRU 5100-EXIT.
           IF WS-FOUND
               MOVE "Request rejected: new code is retired or mapped"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2100-EXIT
           END-IF.
           PERFORM 5000-FIND-INSTALLATION THRU 5000-EXIT.
           IF WS-FOUND AND WS-INST-TBL-CLOSED(WS-INST-SUB)
               MOVE "Request rejected: new installation is closed"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2100-EXIT
           END-IF.
           IF RCQ-EFFECTIVE-DATE = SPACES
               MOVE WS-TODAY TO WS-EFFECTIVE-DATE
           ELSE
               MOVE RCQ-EFFECTIVE-DATE TO WS-EXCEPT-BAD-ENTRY
               IF RCQ-EFFECTIVE-DATE NOT NUMERIC
                   MOVE "Request rejected: effective date not YYYYMMDD"
                       TO WS-EXCEPT-MESSAGE
                   MOVE "N" TO WS-VALID-SWITCH
                   GO TO 2100-EXIT
               END-IF
               MOVE RCQ-EFFECTIVE-DATE TO WS-CHECK-DATE
               PERFORM 2180-CHECK-DATE THRU 2180-EXIT
               IF NOT WS-DATE-OK
                   MOVE "Request rejected: effective date not a date"
                       TO WS-EXCEPT-MESSAGE
                   MOVE "N" TO WS-VALID-SWITCH
                   GO TO 2100-EXIT
               END-IF
               MOVE WS-CHECK-DATE TO WS-EFFECTIVE-DATE
           END-IF.
           IF WS-MAP-COUNT NOT < 500
               MOVE "Request rejected: INSTMAPFILE is full"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
           END-IF.
       2100-EXIT.
           EXIT.

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

      * The kind recorded here is provisional - a site added under
      * the new code before the effective date turns a re-code into
      * a merge, so 4000 settles it again when the mapping applies.
       2200-ADD-MAPPING.
           ADD 1 TO WS-MAP-COUNT.
           MOVE WS-MAP-COUNT TO WS-MAP-SUB.
           MOVE RCQ-OLD-CODE TO WS-MAP-TBL-OLD-CODE(WS-MAP-SUB).
           MOVE RCQ-NEW-CODE TO WS-MAP-TBL-NEW-CODE(WS-MAP-SUB).
           MOVE WS-EFFECTIVE-DATE TO WS-MAP-TBL-EFF-DATE(WS-MAP-SUB).
           IF WS-FOUND
               MOVE "M" TO WS-MAP-TBL-KIND(WS-MAP-SUB)
           ELSE
               MOVE "R" TO WS-MAP-TBL-KIND(WS-MAP-SUB)
           END-IF.
           MOVE "P" TO WS-MAP-TBL-STATUS(WS-MAP-SUB).
           MOVE WS-OPERATOR-ID TO WS-MAP-TBL-REQUESTED-BY(WS-MAP-SUB).
           MOVE WS-TODAY TO WS-MAP-TBL-REQUESTED-DATE(WS-MAP-SUB).
           MOVE SPACES TO WS-MAP-TBL-APPLIED-BY(WS-MAP-SUB).
           MOVE ZERO TO WS-MAP-TBL-APPLIED-DATE(WS-MAP-SUB).
           MOVE RCQ-NEW-NAME TO WS-MAP-TBL-NEW-NAME(WS-MAP-SUB).
           MOVE RCQ-OLD-CODE TO WS-MKY-OLD-CODE.
           MOVE RCQ-NEW-CODE TO WS-MKY-NEW-CODE.
           MOVE "MAP-ADD" TO WS-MLOG-ACTION.
           MOVE SPACES TO WS-MLOG-BEFORE.
           MOVE WS-MAP-ENTRY(WS-MAP-SUB) TO WS-MLOG-AFTER.
           PERFORM 2960-WRITE-MAINT-LOG THRU 2960-EXIT.
           DISPLAY "  " RCQ-OLD-CODE " -> " RCQ-NEW-CODE
               " TAKEN, EFFECTIVE " WS-EFFECTIVE-DATE.
       2200-EXIT.
           EXIT.

       2900-WRITE-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE.
           ACCEPT EXC-DATE FROM DATE YYYYMMDD.
           ACCEPT EXC-TIME FROM TIME.
           MOVE "operationsInstallRecode" TO EXC-PROGRAM.
           MOVE WS-EXCEPT-MESSAGE TO EXC-MESSAGE.
           MOVE ZERO TO EXC-NUM1.
           MOVE ZERO TO EXC-NUM2.
           MOVE WS-EXCEPT-BAD-ENTRY TO EXC-BAD-ENTRY.
           MOVE ZERO TO EXC-ID.
           WRITE EXCEPTION-RECORD.
           CLOSE EXCEPTION-FILE.
       2900-EXIT.
           EXIT.

       2945-FILL-INST-IMAGE.
           MOVE WS-INST-TBL-CODE(WS-INST-SUB) TO WS-IIM-CODE.
           MOVE WS-INST-TBL-NAME(WS-INST-SUB) TO WS-IIM-NAME.
           MOVE WS-INST-TBL-REGION(WS-INST-SUB) TO WS-IIM-REGION.
           MOVE WS-INST-TBL-CONTACT(WS-INST-SUB) TO WS-IIM-CONTACT.
           MOVE WS-INST-TBL-OPEN-DATE(WS-INST-SUB)
               TO WS-IIM-OPEN-DATE.
           MOVE WS-INST-TBL-STATUS(WS-INST-SUB) TO WS-IIM-STATUS.
       2945-EXIT.
           EXIT.

       2960-WRITE-MAINT-LOG.
           MOVE WS-MAP-KEY TO WS-MLOG-KEY.
           CALL "operationsMaintLog" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID, WS-MLOG-ACTION, WS-MLOG-KEY,
               WS-MLOG-BEFORE, WS-MLOG-AFTER.
       2960-EXIT.
           EXIT.

      * A mapping is applied only when every master can take it -
      * the survivor still trading (or, on a re-code, room for the
      * new site's row) and the old site not closed in the meantime.
      * Anything else leaves it pending with a message, to be looked
      * at and picked up on a later run.
       4000-APPLY-DUE-MAPPING.
           ADD 1 TO WS-MAP-SUB.
           IF NOT WS-MAP-TBL-PENDING(WS-MAP-SUB)
               GO TO 4000-EXIT
           END-IF.
           IF WS-MAP-TBL-EFF-DATE(WS-MAP-SUB) > WS-TODAY
               ADD 1 TO WS-WAITING-COUNT
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-MAP-TBL-OLD-CODE(WS-MAP-SUB) TO WS-OLD-CODE.
           MOVE WS-MAP-TBL-EFF-DATE(WS-MAP-SUB) TO WS-EFFECTIVE-DATE.
           MOVE WS-MAP-ENTRY(WS-MAP-SUB) TO WS-MAP-BEFORE-IMAGE.
           PERFORM 4050-RESOLVE-SURVIVOR THRU 4050-EXIT.
           MOVE WS-OLD-CODE TO WS-MKY-OLD-CODE.
           MOVE WS-SURVIVOR-CODE TO WS-MKY-NEW-CODE.
           PERFORM 4100-CHECK-APPLICABLE THRU 4100-EXIT.
           IF NOT WS-APPLY-OK
               ADD 1 TO WS-HELD-COUNT
               DISPLAY "  " WS-OLD-CODE " -> " WS-SURVIVOR-CODE
                   " LEFT PENDING: " WS-EXCEPT-MESSAGE
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4200-MOVE-STANDING-ITEMS THRU 4200-EXIT.
           PERFORM 4300-MOVE-RATE-ROWS THRU 4300-EXIT.
           PERFORM 4400-MOVE-BALANCE THRU 4400-EXIT.
           PERFORM 4500-UPDATE-INSTALLFILE THRU 4500-EXIT.
           MOVE "A" TO WS-MAP-TBL-STATUS(WS-MAP-SUB).
           MOVE WS-OPERATOR-ID TO WS-MAP-TBL-APPLIED-BY(WS-MAP-SUB).
           MOVE WS-TODAY TO WS-MAP-TBL-APPLIED-DATE(WS-MAP-SUB).
           MOVE "MAP-APPLY" TO WS-MLOG-ACTION.
           MOVE WS-MAP-BEFORE-IMAGE TO WS-MLOG-BEFORE.
           MOVE WS-MAP-ENTRY(WS-MAP-SUB) TO WS-MLOG-AFTER.
           PERFORM 2960-WRITE-MAINT-LOG THRU 2960-EXIT.
           ADD 1 TO WS-APPLIED-COUNT.
           IF WS-MAP-TBL-MERGE(WS-MAP-SUB)
               DISPLAY "  " WS-OLD-CODE " MERGED INTO "
                   WS-SURVIVOR-CODE
           ELSE
               DISPLAY "  " WS-OLD-CODE " RE-CODED TO "
                   WS-SURVIVOR-CODE
           END-IF.
       4000-EXIT.
           EXIT.

      * The new code may itself have been retired since the request
      * was taken (a later mapping applied ahead of this one) - the
      * old site then goes straight to where that one went.
       4050-RESOLVE-SURVIVOR.
           MOVE WS-MAP-TBL-NEW-CODE(WS-MAP-SUB) TO WS-SURVIVOR-CODE.
           MOVE ZERO TO WS-HOP-COUNT.
           MOVE "Y" TO WS-FOUND-SWITCH.
           PERFORM 4060-FOLLOW-ONE-HOP THRU 4060-EXIT
               UNTIL NOT WS-FOUND OR WS-HOP-COUNT NOT < 50.
       4050-EXIT.
           EXIT.

       4060-FOLLOW-ONE-HOP.
           ADD 1 TO WS-HOP-COUNT.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-SCAN-SUB.
           PERFORM 4070-SCAN-APPLIED-MAP THRU 4070-EXIT
               UNTIL WS-FOUND OR WS-SCAN-SUB NOT < WS-MAP-COUNT.
           IF WS-FOUND
               MOVE WS-MAP-TBL-NEW-CODE(WS-SCAN-SUB)
                   TO WS-SURVIVOR-CODE
           END-IF.
       4060-EXIT.
           EXIT.

       4070-SCAN-APPLIED-MAP.
           ADD 1 TO WS-SCAN-SUB.
           IF WS-MAP-TBL-APPLIED(WS-SCAN-SUB)
               AND WS-MAP-TBL-OLD-CODE(WS-SCAN-SUB) = WS-SURVIVOR-CODE
               SET WS-FOUND TO TRUE
           END-IF.
       4070-EXIT.
           EXIT.

       4100-CHECK-APPLICABLE.
           MOVE "N" TO WS-APPLY-OK-SWITCH.
           MOVE WS-OLD-CODE TO WS-SEARCH-CODE.
           PERFORM 5000-FIND-INSTALLATION THRU 5000-EXIT.
           IF NOT WS-FOUND
               MOVE "old code no longer on INSTALLFILE"
                   TO WS-EXCEPT-MESSAGE
               GO TO 4100-EXIT
           END-IF.
           IF WS-INST-TBL-CLOSED(WS-INST-SUB)
               MOVE "old installation has been closed"
                   TO WS-EXCEPT-MESSAGE
               GO TO 4100-EXIT
           END-IF.
           MOVE WS-INST-SUB TO WS-OLD-INST-SUB.
           IF WS-SURVIVOR-CODE = WS-OLD-CODE
               MOVE "mapping leads back to the old code"
                   TO WS-EXCEPT-MESSAGE
               GO TO 4100-EXIT
           END-IF.
           MOVE WS-SURVIVOR-CODE TO WS-SEARCH-CODE.
           PERFORM 5000-FIND-INSTALLATION THRU 5000-EXIT.
           IF WS-FOUND
               IF WS-INST-TBL-CLOSED(WS-INST-SUB)
                   MOVE "surviving installation has been closed"
                       TO WS-EXCEPT-MESSAGE
                   GO TO 4100-EXIT
               END-IF
               MOVE WS-INST-SUB TO WS-NEW-INST-SUB
               MOVE "M" TO WS-MAP-TBL-KIND(WS-MAP-SUB)
           ELSE
               IF WS-INST-COUNT NOT < 500
                   MOVE "INSTALLFILE is full" TO WS-EXCEPT-MESSAGE
                   GO TO 4100-EXIT
               END-IF
               MOVE ZERO TO WS-NEW-INST-SUB
               MOVE "R" TO WS-MAP-TBL-KIND(WS-MAP-SUB)
           END-IF.
           SET WS-APPLY-OK TO TRUE.
       4100-EXIT.
           EXIT.

      * A standing item still live on the effective date moves to the
      * new code; one that ended before it is the old site's past and
      * stays as it was.
       4200-MOVE-STANDING-ITEMS.
           MOVE ZERO TO WS-STND-SUB.
           PERFORM 4210-MOVE-ONE-ITEM THRU 4210-EXIT
               UNTIL WS-STND-SUB NOT < WS-STND-COUNT.
       4200-EXIT.
           EXIT.

       4210-MOVE-ONE-ITEM.
           ADD 1 TO WS-STND-SUB.
           IF WS-STND-TBL-INSTALLATION(WS-STND-SUB) NOT = WS-OLD-CODE
               GO TO 4210-EXIT
           END-IF.
           IF WS-STND-TBL-END-DATE(WS-STND-SUB) IS NUMERIC
               MOVE WS-STND-TBL-END-DATE(WS-STND-SUB) TO WS-END-DATE
           ELSE
               MOVE ZERO TO WS-END-DATE
           END-IF.
           IF WS-END-DATE NOT = ZERO
               AND WS-END-DATE < WS-EFFECTIVE-DATE
               GO TO 4210-EXIT
           END-IF.
           MOVE WS-STND-TBL-ROW(WS-STND-SUB) TO WS-MLOG-BEFORE.
           MOVE WS-SURVIVOR-CODE
               TO WS-STND-TBL-INSTALLATION(WS-STND-SUB).
           MOVE WS-STND-TBL-ROW(WS-STND-SUB) TO WS-MLOG-AFTER.
           MOVE "STD-MOVE" TO WS-MLOG-ACTION.
           PERFORM 2960-WRITE-MAINT-LOG THRU 2960-EXIT.
           ADD 1 TO WS-STND-MOVED-COUNT.
       4210-EXIT.
           EXIT.

      * A re-code takes its rates with it. On a merge the surviving
      * site keeps its own rates - the business merged into it, not
      * the other way round - and the old site's rows go.
       4300-MOVE-RATE-ROWS.
           MOVE ZERO TO WS-RATE-SUB.
           PERFORM 4310-MOVE-ONE-RATE THRU 4310-EXIT
               UNTIL WS-RATE-SUB NOT < WS-RATE-COUNT.
       4300-EXIT.
           EXIT.

       4310-MOVE-ONE-RATE.
           ADD 1 TO WS-RATE-SUB.
           IF WS-RATE-TBL-REMOVED(WS-RATE-SUB)
               OR WS-RATE-TBL-INSTALLATION(WS-RATE-SUB) NOT =
               WS-OLD-CODE
               GO TO 4310-EXIT
           END-IF.
           MOVE WS-RATE-TBL-ROW(WS-RATE-SUB) TO WS-MLOG-BEFORE.
           IF WS-MAP-TBL-MERGE(WS-MAP-SUB)
               SET WS-RATE-TBL-REMOVED(WS-RATE-SUB) TO TRUE
               MOVE SPACES TO WS-MLOG-AFTER
               MOVE "RATE-DROP" TO WS-MLOG-ACTION
               ADD 1 TO WS-RATE-DROPPED-COUNT
           ELSE
               MOVE WS-SURVIVOR-CODE
                   TO WS-RATE-TBL-INSTALLATION(WS-RATE-SUB)
               MOVE WS-RATE-TBL-ROW(WS-RATE-SUB) TO WS-MLOG-AFTER
               MOVE "RATE-MOVE" TO WS-MLOG-ACTION
               ADD 1 TO WS-RATE-MOVED-COUNT
           END-IF.
           PERFORM 2960-WRITE-MAINT-LOG THRU 2960-EXIT.
       4310-EXIT.
           EXIT.

      * Merged into a survivor that has a balance row, the old
      * site's opening, movement and closing are added into it, so
      * closing still equals opening plus movement, and the row
      * carries whichever of the two was moved last; the old row
      * goes. A survivor with no row simply takes the old one over.
       4400-MOVE-BALANCE.
           MOVE WS-OLD-CODE TO WS-SEARCH-CODE.
           PERFORM 5200-FIND-BALANCE THRU 5200-EXIT.
           IF NOT WS-FOUND
               GO TO 4400-EXIT
           END-IF.
           MOVE WS-BAL-SUB TO WS-OLD-BAL-SUB.
           MOVE WS-SURVIVOR-CODE TO WS-SEARCH-CODE.
           PERFORM 5200-FIND-BALANCE THRU 5200-EXIT.
           IF NOT WS-FOUND
               MOVE WS-BAL-TBL-ROW(WS-OLD-BAL-SUB) TO WS-MLOG-BEFORE
               MOVE WS-SURVIVOR-CODE
                   TO WS-BAL-TBL-INSTALLATION(WS-OLD-BAL-SUB)
               MOVE WS-BAL-TBL-ROW(WS-OLD-BAL-SUB) TO WS-MLOG-AFTER
               MOVE "BAL-MOVE" TO WS-MLOG-ACTION
               PERFORM 2960-WRITE-MAINT-LOG THRU 2960-EXIT
               ADD 1 TO WS-BAL-MOVED-COUNT
               GO TO 4400-EXIT
           END-IF.
           MOVE WS-BAL-SUB TO WS-NEW-BAL-SUB.
           MOVE WS-BAL-TBL-ROW(WS-NEW-BAL-SUB) TO WS-MLOG-BEFORE.
           ADD WS-BAL-TBL-OPENING(WS-OLD-BAL-SUB)
               TO WS-BAL-TBL-OPENING(WS-NEW-BAL-SUB).
           ADD WS-BAL-TBL-MOVEMENT(WS-OLD-BAL-SUB)
               TO WS-BAL-TBL-MOVEMENT(WS-NEW-BAL-SUB).
           ADD WS-BAL-TBL-CLOSING(WS-OLD-BAL-SUB)
               TO WS-BAL-TBL-CLOSING(WS-NEW-BAL-SUB).
           IF WS-BAL-TBL-DATE(WS-OLD-BAL-SUB)
               > WS-BAL-TBL-DATE(WS-NEW-BAL-SUB)
               OR (WS-BAL-TBL-DATE(WS-OLD-BAL-SUB)
               = WS-BAL-TBL-DATE(WS-NEW-BAL-SUB)
               AND WS-BAL-TBL-RUN-NUM(WS-OLD-BAL-SUB)
               > WS-BAL-TBL-RUN-NUM(WS-NEW-BAL-SUB))
               MOVE WS-BAL-TBL-DATE(WS-OLD-BAL-SUB)
                   TO WS-BAL-TBL-DATE(WS-NEW-BAL-SUB)
               MOVE WS-BAL-TBL-RUN-NUM(WS-OLD-BAL-SUB)
                   TO WS-BAL-TBL-RUN-NUM(WS-NEW-BAL-SUB)
           END-IF.
           MOVE WS-BAL-TBL-ROW(WS-NEW-BAL-SUB) TO WS-MLOG-AFTER.
           MOVE "BAL-MERGE" TO WS-MLOG-ACTION.
           PERFORM 2960-WRITE-MAINT-LOG THRU 2960-EXIT.
           MOVE WS-BAL-TBL-ROW(WS-OLD-BAL-SUB) TO WS-MLOG-BEFORE.
           SET WS-BAL-TBL-REMOVED(WS-OLD-BAL-SUB) TO TRUE.
           MOVE SPACES TO WS-MLOG-AFTER.
           MOVE "BAL-DROP" TO WS-MLOG-ACTION.
           PERFORM 2960-WRITE-MAINT-LOG THRU 2960-EXIT.
           ADD 1 TO WS-BAL-MERGED-COUNT.
       4400-EXIT.
           EXIT.

      * A re-code's new site is added as a copy of the old one -
      * region, contact and address carry over - opening on the
      * effective date, under the new name if one was given. The old
      * site is closed, never removed, so its history still resolves
      * to a name.
       4500-UPDATE-INSTALLFILE.
           IF NOT WS-MAP-TBL-MERGE(WS-MAP-SUB)
               ADD 1 TO WS-INST-COUNT
               MOVE WS-INST-COUNT TO WS-INST-SUB
               MOVE WS-INST-ENTRY(WS-OLD-INST-SUB)
                   TO WS-INST-ENTRY(WS-INST-SUB)
               MOVE WS-SURVIVOR-CODE TO WS-INST-TBL-CODE(WS-INST-SUB)
               IF WS-MAP-TBL-NEW-NAME(WS-MAP-SUB) NOT = SPACES
                   MOVE WS-MAP-TBL-NEW-NAME(WS-MAP-SUB)
                       TO WS-INST-TBL-NAME(WS-INST-SUB)
               END-IF
               MOVE WS-EFFECTIVE-DATE
                   TO WS-INST-TBL-OPEN-DATE(WS-INST-SUB)
               MOVE "A" TO WS-INST-TBL-STATUS(WS-INST-SUB)
               MOVE SPACES TO WS-MLOG-BEFORE
               PERFORM 2945-FILL-INST-IMAGE THRU 2945-EXIT
               MOVE WS-INST-IMAGE TO WS-MLOG-AFTER
               MOVE "ADD" TO WS-MLOG-ACTION
               PERFORM 2960-WRITE-MAINT-LOG THRU 2960-EXIT
           END-IF.
           MOVE WS-OLD-INST-SUB TO WS-INST-SUB.
           PERFORM 2945-FILL-INST-IMAGE THRU 2945-EXIT.
           MOVE WS-INST-IMAGE TO WS-MLOG-BEFORE.
           MOVE "C" TO WS-INST-TBL-STATUS(WS-INST-SUB).
           PERFORM 2945-FILL-INST-IMAGE THRU 2945-EXIT.
           MOVE WS-INST-IMAGE TO WS-MLOG-AFTER.
           MOVE "CLOSE" TO WS-MLOG-ACTION.
           PERFORM 2960-WRITE-MAINT-LOG THRU 2960-EXIT.
       4500-EXIT.
           EXIT.

      * Leaves WS-INST-SUB on the INSTALLFILE row for WS-SEARCH-CODE.
       5000-FIND-INSTALLATION.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-INST-SUB.
           PERFORM 5010-SCAN-INST-TABLE THRU 5010-EXIT
               UNTIL WS-FOUND OR WS-INST-SUB NOT < WS-INST-COUNT.
       5000-EXIT.
           EXIT.

       5010-SCAN-INST-TABLE.
           ADD 1 TO WS-INST-SUB.
           IF WS-INST-TBL-CODE(WS-INST-SUB) = WS-SEARCH-CODE
               SET WS-FOUND TO TRUE
           END-IF.
       5010-EXIT.
           EXIT.

      * Found when WS-SEARCH-CODE is the old code of any mapping on
      * file, pending or applied.
       5100-FIND-MAPPED-CODE.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-SCAN-SUB.
           PERFORM 5110-SCAN-MAP-TABLE THRU 5110-EXIT
               UNTIL WS-FOUND OR WS-SCAN-SUB NOT < WS-MAP-COUNT.
       5100-EXIT.
           EXIT.

       5110-SCAN-MAP-TABLE.
           ADD 1 TO WS-SCAN-SUB.
           IF WS-MAP-TBL-OLD-CODE(WS-SCAN-SUB) = WS-SEARCH-CODE
               SET WS-FOUND TO TRUE
           END-IF.
       5110-EXIT.
           EXIT.

      * Leaves WS-BAL-SUB on the live balance row for WS-SEARCH-CODE.
       5200-FIND-BALANCE.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-BAL-SUB.
           PERFORM 5210-SCAN-BAL-TABLE THRU 5210-EXIT
               UNTIL WS-FOUND OR WS-BAL-SUB NOT < WS-BAL-COUNT.
       5200-EXIT.
           EXIT.

       5210-SCAN-BAL-TABLE.
           ADD 1 TO WS-BAL-SUB.
           IF WS-BAL-TBL-INSTALLATION(WS-BAL-SUB) = WS-SEARCH-CODE
               AND NOT WS-BAL-TBL-REMOVED(WS-BAL-SUB)
               SET WS-FOUND TO TRUE
           END-IF.
       5210-EXIT.
           EXIT.

       8000-REWRITE-MAP-FILE.
           IF WS-MAP-COUNT = ZERO
               GO TO 8000-EXIT
           END-IF.
           OPEN OUTPUT MAP-FILE.
           MOVE ZERO TO WS-MAP-SUB.
           PERFORM 8010-WRITE-MAP-LINE THRU 8010-EXIT
               UNTIL WS-MAP-SUB NOT < WS-MAP-COUNT.
           CLOSE MAP-FILE.
       8000-EXIT.
           EXIT.

       8010-WRITE-MAP-LINE.
           ADD 1 TO WS-MAP-SUB.
           MOVE WS-MAP-ENTRY(WS-MAP-SUB) TO INSTALL-MAP-RECORD.
           WRITE INSTALL-MAP-RECORD.
       8010-EXIT.
           EXIT.

       8100-REWRITE-INSTALLFILE.
           OPEN OUTPUT INSTALL-FILE.
           MOVE ZERO TO WS-INST-SUB.
           PERFORM 8110-WRITE-INST-LINE THRU 8110-EXIT
               UNTIL WS-INST-SUB NOT < WS-INST-COUNT.
           CLOSE INSTALL-FILE.
       8100-EXIT.
           EXIT.

       8110-WRITE-INST-LINE.
           ADD 1 TO WS-INST-SUB.
           MOVE WS-INST-ENTRY(WS-INST-SUB) TO INSTALL-RECORD.
           WRITE INSTALL-RECORD.
       8110-EXIT.
           EXIT.

       8200-REWRITE-RATETABLE.
           OPEN OUTPUT RATE-FILE.
           MOVE ZERO TO WS-RATE-SUB.
           PERFORM 8210-WRITE-RATE-LINE THRU 8210-EXIT
               UNTIL WS-RATE-SUB NOT < WS-RATE-COUNT.
           CLOSE RATE-FILE.
       8200-EXIT.
           EXIT.

       8210-WRITE-RATE-LINE.
           ADD 1 TO WS-RATE-SUB.
           IF NOT WS-RATE-TBL-REMOVED(WS-RATE-SUB)
               MOVE WS-RATE-TBL-ROW(WS-RATE-SUB) TO RATE-RECORD
               WRITE RATE-RECORD
           END-IF.
       8210-EXIT.
           EXIT.

       8300-REWRITE-STANDINGFILE.
           IF WS-STND-MOVED-COUNT = ZERO
               GO TO 8300-EXIT
           END-IF.
           OPEN OUTPUT STANDING-FILE.
           MOVE ZERO TO WS-STND-SUB.
           PERFORM 8310-WRITE-STND-LINE THRU 8310-EXIT
               UNTIL WS-STND-SUB NOT < WS-STND-COUNT.
           CLOSE STANDING-FILE.
       8300-EXIT.
           EXIT.

       8310-WRITE-STND-LINE.
           ADD 1 TO WS-STND-SUB.
           MOVE WS-STND-TBL-ROW(WS-STND-SUB) TO STANDING-RECORD.
           WRITE STANDING-RECORD.
       8310-EXIT.
           EXIT.

       8400-REWRITE-BALANCEFILE.
           IF WS-BAL-MOVED-COUNT = ZERO AND WS-BAL-MERGED-COUNT = ZERO
               GO TO 8400-EXIT
           END-IF.
           OPEN OUTPUT BALANCE-FILE.
           MOVE ZERO TO WS-BAL-SUB.
           PERFORM 8410-WRITE-BAL-LINE THRU 8410-EXIT
               UNTIL WS-BAL-SUB NOT < WS-BAL-COUNT.
           CLOSE BALANCE-FILE.
       8400-EXIT.
           EXIT.

       8410-WRITE-BAL-LINE.
           ADD 1 TO WS-BAL-SUB.
           IF NOT WS-BAL-TBL-REMOVED(WS-BAL-SUB)
               MOVE WS-BAL-TBL-ROW(WS-BAL-SUB) TO BALANCE-RECORD
               WRITE BALANCE-RECORD
           END-IF.
       8410-EXIT.
           EXIT.

       9000-TERMINATE.
           DISPLAY "INSTALLATION RE-CODING COMPLETE".
           DISPLAY "  REQUESTS READ:         " WS-REQUEST-COUNT.
           DISPLAY "  REQUESTS REJECTED:     " WS-REJECT-COUNT.
           DISPLAY "  MAPPINGS APPLIED:      " WS-APPLIED-COUNT.
           DISPLAY "  WAITING FOR THEIR DATE:" WS-WAITING-COUNT.
           DISPLAY "  LEFT PENDING:          " WS-HELD-COUNT.
           DISPLAY "  STANDING ITEMS MOVED:  " WS-STND-MOVED-COUNT.
           DISPLAY "  RATE ROWS MOVED:       " WS-RATE-MOVED-COUNT.
           DISPLAY "  RATE ROWS DROPPED:     " WS-RATE-DROPPED-COUNT.
           DISPLAY "  BALANCES MERGED:       " WS-BAL-MERGED-COUNT.
           DISPLAY "  BALANCES RE-KEYED:     " WS-BAL-MOVED-COUNT.
           IF WS-MAP-COUNT = ZERO
               GO TO 9000-EXIT
           END-IF.
           DISPLAY "MAPPINGS ON FILE:".
           MOVE ZERO TO WS-MAP-SUB.
           PERFORM 9100-LIST-MAP-LINE THRU 9100-EXIT
               UNTIL WS-MAP-SUB NOT < WS-MAP-COUNT.
       9000-EXIT.
           EXIT.

       9100-LIST-MAP-LINE.
           ADD 1 TO WS-MAP-SUB.
           IF WS-MAP-TBL-APPLIED(WS-MAP-SUB)
               DISPLAY "  " WS-MAP-TBL-OLD-CODE(WS-MAP-SUB) " -> "
                   WS-MAP-TBL-NEW-CODE(WS-MAP-SUB) "  APPLIED "
                   WS-MAP-TBL-APPLIED-DATE(WS-MAP-SUB) " BY "
                   WS-MAP-TBL-APPLIED-BY(WS-MAP-SUB)
           ELSE
               DISPLAY "  " WS-MAP-TBL-OLD-CODE(WS-MAP-SUB) " -> "
                   WS-MAP-TBL-NEW-CODE(WS-MAP-SUB) "  PENDING FROM "
                   WS-MAP-TBL-EFF-DATE(WS-MAP-SUB)
           END-IF.
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

       END PROGRAM operationsInstallRecode.
