      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Outbound alert feed for the operations monitoring
      *           system - the machine-readable counterpart of the
      *           morning dashboard, run as the last step of
      *           operationsEndOfDay. Appends one fixed-format event row
      *           (ALERTREC) to ALERTFEEDFILE per condition raised
      *           since the previous feed: a reconciliation with a
      *           variance on RECONLOGFILE, a failed step on
      *           RUNMANIFESTFILE, a lockout on SECURITYLOGFILE, a
      *           batch run aborted on its exception tolerance on
      *           RUNSTATSFILE, a leftover nonzero BATCHCKPTFILE, and
      *           suspense items past the warning age. Logged events
      *           are windowed on their own date and time against the
      *           last feed's date and time held on ALERTCTLFILE, so a
      *           row trimmed or archived off a log by the retention
      *           run cannot throw the window out the way a row count
      *           would. The very first feed, with no control record,
      *           starts from the beginning of yesterday rather than
      *           replaying the whole of every log. Return code 8 only
      *           when the feed itself cannot be written - raising
      *           alerts is the feed working, not failing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsAlertFeed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FEED-FILE ASSIGN TO "ALERTFEEDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT ALERT-CONTROL-FILE ASSIGN TO "ALERTCTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTL-STATUS.
           SELECT RECON-LOG-FILE ASSIGN TO "RECONLOGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCNLOG-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "RUNMANIFESTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "SECURITYLOGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
           SELECT RUN-STATS-FILE ASSIGN TO "RUNSTATSFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSTAT-STATUS.
           SELECT BATCH-CKPT-FILE ASSIGN TO "BATCHCKPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCKPT-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FEED-FILE.
           COPY ALERTREC.

       FD  ALERT-CONTROL-FILE.
           COPY ALERTCTL.

       FD  RECON-LOG-FILE.
           COPY RECONLOG.

       FD  MANIFEST-FILE.
           COPY MANIFESTREC.

       FD  SECURITY-LOG-FILE.
           COPY SECLOGREC.

       FD  RUN-STATS-FILE.
           COPY RUNSTATS.

       FD  BATCH-CKPT-FILE.
           COPY BATCHCKPT.

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       WORKING-STORAGE SECTION.
           01 WS-FEED-STATUS PIC X(02) VALUE "00".
           01 WS-ACTL-STATUS PIC X(02) VALUE "00".
           01 WS-RCNLOG-STATUS PIC X(02) VALUE "00".
           01 WS-MANIFEST-STATUS PIC X(02) VALUE "00".
           01 WS-SECLOG-STATUS PIC X(02) VALUE "00".
           01 WS-RSTAT-STATUS PIC X(02) VALUE "00".
           01 WS-BCKPT-STATUS PIC X(02) VALUE "00".
           01 WS-SUSP-STATUS PIC X(02) VALUE "00".
           01 WS-EOF-SWITCH PIC X(01).
               88 WS-EOF VALUE "Y".
           01 WS-FIRST-FEED-SWITCH PIC X(01) VALUE "N".
               88 WS-FIRST-FEED VALUE "Y".
           01 WS-IN-WINDOW-SWITCH PIC X(01).
               88 WS-IN-WINDOW VALUE "Y".
      * The window is everything stamped after the last feed and up
      * to the moment this one started; a row stamped while this feed
      * is running waits for the next one.
           01 WS-LAST-STAMP.
               05 WS-LAST-DATE PIC 9(08) VALUE ZERO.
               05 WS-LAST-TIME PIC 9(08) VALUE ZERO.
           01 WS-FEED-STAMP.
               05 WS-FEED-DATE PIC 9(08).
               05 WS-FEED-TIME PIC 9(08).
           01 WS-EV-STAMP.
               05 WS-EV-DATE PIC 9(08).
               05 WS-EV-TIME PIC 9(08).
           01 WS-FEED-NUM PIC 9(05) VALUE ZERO.
           01 WS-TODAY-INT PIC 9(07).
           01 WS-LAST-INT PIC 9(07).
           01 WS-ADDED-INT PIC 9(07).
           01 WS-CROSSED-INT PIC 9(07).
      * The same warning age operationsSuspenseAging flags at.
           01 WS-WARN-AGE PIC 9(03) VALUE 7.
           01 WS-CKPT-TRAN-COUNT PIC 9(07) VALUE ZERO.
           01 WS-CKPT-BUSINESS-DATE PIC 9(08) VALUE ZERO.
           01 WS-VARIANCE-EDIT PIC -,---,---,--9.99.
           01 WS-LEAD-SPACES PIC 9(02) COMP.
           01 WS-CRIT-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-WARN-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-COUNT-EDIT PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "ALERT FEED NOT WRITTEN: ALERTFEEDFILE could "
                   "not be opened (status " WS-FEED-STATUS ")."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-SCAN-RECON-LOG THRU 2000-EXIT.
           PERFORM 3000-SCAN-MANIFEST THRU 3000-EXIT.
           PERFORM 4000-SCAN-SECURITY-LOG THRU 4000-EXIT.
           PERFORM 5000-SCAN-RUN-STATS THRU 5000-EXIT.
           PERFORM 6000-CHECK-CHECKPOINT THRU 6000-EXIT.
           PERFORM 7000-SCAN-SUSPENSE THRU 7000-EXIT.
           CLOSE ALERT-FEED-FILE.
           PERFORM 8000-SAVE-CONTROL THRU 8000-EXIT.
           DISPLAY "ALERT FEED " WS-FEED-NUM " FOR EVENTS AFTER "
               WS-LAST-DATE "-" WS-LAST-TIME.
           MOVE WS-CRIT-COUNT TO WS-COUNT-EDIT.
           DISPLAY "  CRITICAL EVENTS: " WS-COUNT-EDIT.
           MOVE WS-WARN-COUNT TO WS-COUNT-EDIT.
           DISPLAY "  WARNING EVENTS:  " WS-COUNT-EDIT.
           GOBACK.

      * With no control record the window opens at the start of
      * yesterday - the same horizon the morning dashboard looks at.
       1000-INITIALIZE.
           ACCEPT WS-FEED-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-FEED-TIME FROM TIME.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-FEED-DATE).
           OPEN INPUT ALERT-CONTROL-FILE.
           IF WS-ACTL-STATUS = "35"
               SET WS-FIRST-FEED TO TRUE
           ELSE
               READ ALERT-CONTROL-FILE
                   AT END SET WS-FIRST-FEED TO TRUE
               END-READ
               CLOSE ALERT-CONTROL-FILE
           END-IF.
           IF WS-FIRST-FEED
               COMPUTE WS-LAST-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-TODAY-INT - 2)
               MOVE 99999999 TO WS-LAST-TIME
           ELSE
               MOVE ACT-LAST-FEED-NUM TO WS-FEED-NUM
               MOVE ACT-LAST-FEED-DATE TO WS-LAST-DATE
               MOVE ACT-LAST-FEED-TIME TO WS-LAST-TIME
               MOVE ACT-CKPT-TRAN-COUNT TO WS-CKPT-TRAN-COUNT
               MOVE ACT-CKPT-BUSINESS-DATE TO WS-CKPT-BUSINESS-DATE
           END-IF.
           COMPUTE WS-LAST-INT =
               FUNCTION INTEGER-OF-DATE(WS-LAST-DATE).
           ADD 1 TO WS-FEED-NUM.
           OPEN EXTEND ALERT-FEED-FILE.
           IF WS-FEED-STATUS = "35"
               OPEN OUTPUT ALERT-FEED-FILE
           END-IF.
       1000-EXIT.
           EXIT.

      * Any nonzero variance is a failed reconciliation - the same
      * test the dashboard applies to yesterday's row.
       2000-SCAN-RECON-LOG.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT RECON-LOG-FILE.
           IF WS-RCNLOG-STATUS = "35"
               GO TO 2000-EXIT
           END-IF.
           READ RECON-LOG-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM 2100-CHECK-RECON-LINE THRU 2100-EXIT
               UNTIL WS-EOF.
           CLOSE RECON-LOG-FILE.
       2000-EXIT.
           EXIT.

       2100-CHECK-RECON-LINE.
           MOVE RCN-RUN-DATE TO WS-EV-DATE.
           MOVE RCN-RUN-TIME TO WS-EV-TIME.
           PERFORM 9000-CHECK-WINDOW THRU 9000-EXIT.
           IF WS-IN-WINDOW AND RCN-VARIANCE NOT = ZERO
               MOVE SPACES TO ALERT-RECORD
               MOVE "CRIT" TO ALR-SEVERITY
               MOVE "RECONFAIL" TO ALR-EVENT-TYPE
               MOVE "operationsReconcile" TO ALR-SOURCE-PROGRAM
               MOVE RCN-VARIANCE TO WS-VARIANCE-EDIT
               MOVE ZERO TO WS-LEAD-SPACES
               INSPECT WS-VARIANCE-EDIT TALLYING WS-LEAD-SPACES
                   FOR LEADING SPACES
               STRING "CONTROL DATE " DELIMITED BY SIZE
                   RCN-CTL-DATE DELIMITED BY SIZE
                   " RECONCILED WITH VARIANCE " DELIMITED BY SIZE
                   WS-VARIANCE-EDIT(WS-LEAD-SPACES + 1:)
                       DELIMITED BY SIZE
                   INTO ALR-TEXT
               PERFORM 9100-WRITE-ALERT THRU 9100-EXIT
           END-IF.
           READ RECON-LOG-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       3000-SCAN-MANIFEST.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS = "35"
               GO TO 3000-EXIT
           END-IF.
           READ MANIFEST-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM 3100-CHECK-MANIFEST-LINE THRU 3100-EXIT
               UNTIL WS-EOF.
           CLOSE MANIFEST-FILE.
       3000-EXIT.
           EXIT.

       3100-CHECK-MANIFEST-LINE.
           MOVE MAN-END-DATE TO WS-EV-DATE.
           MOVE MAN-END-TIME TO WS-EV-TIME.
           PERFORM 9000-CHECK-WINDOW THRU 9000-EXIT.
           IF WS-IN-WINDOW AND MAN-FAILED
               MOVE SPACES TO ALERT-RECORD
               MOVE "CRIT" TO ALR-SEVERITY
               MOVE "STEPFAIL" TO ALR-EVENT-TYPE
               MOVE MAN-STEP-NAME TO ALR-SOURCE-PROGRAM
               STRING "END-OF-DAY STEP FAILED IN THE CLOSE FOR "
                       DELIMITED BY SIZE
                   MAN-RUN-DATE DELIMITED BY SIZE
                   INTO ALR-TEXT
               PERFORM 9100-WRITE-ALERT THRU 9100-EXIT
           END-IF.
           READ MANIFEST-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

       4000-SCAN-SECURITY-LOG.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT SECURITY-LOG-FILE.
           IF WS-SECLOG-STATUS = "35"
               GO TO 4000-EXIT
           END-IF.
           READ SECURITY-LOG-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM 4100-CHECK-SECURITY-LINE THRU 4100-EXIT
               UNTIL WS-EOF.
           CLOSE SECURITY-LOG-FILE.
       4000-EXIT.
           EXIT.

       4100-CHECK-SECURITY-LINE.
           MOVE SEC-DATE TO WS-EV-DATE.
           MOVE SEC-TIME TO WS-EV-TIME.
           PERFORM 9000-CHECK-WINDOW THRU 9000-EXIT.
           IF WS-IN-WINDOW AND SEC-EVENT-LOCKED
               MOVE SPACES TO ALERT-RECORD
               MOVE "WARN" TO ALR-SEVERITY
               MOVE "LOCKOUT" TO ALR-EVENT-TYPE
               MOVE SEC-PROGRAM TO ALR-SOURCE-PROGRAM
               STRING "OPERATOR " DELIMITED BY SIZE
                   SEC-USER-ID DELIMITED BY SPACE
                   " LOCKED OUT" DELIMITED BY SIZE
                   INTO ALR-TEXT
               PERFORM 9100-WRITE-ALERT THRU 9100-EXIT
           END-IF.
           READ SECURITY-LOG-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

       5000-SCAN-RUN-STATS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT RUN-STATS-FILE.
           IF WS-RSTAT-STATUS = "35"
               GO TO 5000-EXIT
           END-IF.
           READ RUN-STATS-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM 5100-CHECK-RUN-LINE THRU 5100-EXIT
               UNTIL WS-EOF.
           CLOSE RUN-STATS-FILE.
       5000-EXIT.
           EXIT.

       5100-CHECK-RUN-LINE.
           IF NOT RST-RUN-ABORTED
               GO TO 5100-NEXT
           END-IF.
           MOVE RST-END-DATE TO WS-EV-DATE.
           MOVE RST-END-TIME TO WS-EV-TIME.
           PERFORM 9000-CHECK-WINDOW THRU 9000-EXIT.
           IF WS-IN-WINDOW
               MOVE SPACES TO ALERT-RECORD
               MOVE "CRIT" TO ALR-SEVERITY
               MOVE "BATCHABORT" TO ALR-EVENT-TYPE
               MOVE "operationsBatchDriver" TO ALR-SOURCE-PROGRAM
               STRING "BATCH RUN " DELIMITED BY SIZE
                   RST-RUN-NUM DELIMITED BY SIZE
                   " STOPPED ON TOLERANCE AT " DELIMITED BY SIZE
                   RST-EXCEPTION-COUNT DELIMITED BY SIZE
                   " EXCEPTIONS" DELIMITED BY SIZE
                   INTO ALR-TEXT
               PERFORM 9100-WRITE-ALERT THRU 9100-EXIT
           END-IF.
       5100-NEXT.
           READ RUN-STATS-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       5100-EXIT.
           EXIT.

      * A checkpoint is a standing condition, not a logged event, so
      * it is alerted once when it appears and then remembered on the
      * control record; a clean (zero or missing) checkpoint forgets
      * it, so the next abend alerts afresh.
       6000-CHECK-CHECKPOINT.
           OPEN INPUT BATCH-CKPT-FILE.
           IF WS-BCKPT-STATUS = "35"
               MOVE ZERO TO WS-CKPT-TRAN-COUNT
               MOVE ZERO TO WS-CKPT-BUSINESS-DATE
               GO TO 6000-EXIT
           END-IF.
           READ BATCH-CKPT-FILE
               AT END MOVE ZERO TO BCKPT-TRAN-COUNT
           END-READ.
           CLOSE BATCH-CKPT-FILE.
           IF BCKPT-TRAN-COUNT NOT NUMERIC
               OR BCKPT-TRAN-COUNT = ZERO
               MOVE ZERO TO WS-CKPT-TRAN-COUNT
               MOVE ZERO TO WS-CKPT-BUSINESS-DATE
               GO TO 6000-EXIT
           END-IF.
           IF BCKPT-BUSINESS-DATE NOT NUMERIC
               MOVE ZERO TO BCKPT-BUSINESS-DATE
           END-IF.
           IF BCKPT-TRAN-COUNT = WS-CKPT-TRAN-COUNT
               AND BCKPT-BUSINESS-DATE = WS-CKPT-BUSINESS-DATE
               GO TO 6000-EXIT
           END-IF.
           MOVE BCKPT-TRAN-COUNT TO WS-CKPT-TRAN-COUNT.
           MOVE BCKPT-BUSINESS-DATE TO WS-CKPT-BUSINESS-DATE.
           MOVE SPACES TO ALERT-RECORD.
           MOVE "CRIT" TO ALR-SEVERITY.
           MOVE "CHECKPOINT" TO ALR-EVENT-TYPE.
           MOVE "operationsBatchDriver" TO ALR-SOURCE-PROGRAM.
           MOVE WS-FEED-STAMP TO WS-EV-STAMP.
           STRING "CHECKPOINT LEFT AT " DELIMITED BY SIZE
               BCKPT-TRAN-COUNT DELIMITED BY SIZE
               " TRANSACTIONS - RESTART PENDING" DELIMITED BY SIZE
               INTO ALR-TEXT.
           PERFORM 9100-WRITE-ALERT THRU 9100-EXIT.
       6000-EXIT.
           EXIT.

      * An open item is alerted on the day it first goes past the
      * warning age, so it is raised once rather than on every feed
      * for as long as it sits there. The first feed raises every
      * item already past the age, including any whose added date is
      * unreadable (which operationsSuspenseAging ages as maximum).
       7000-SCAN-SUSPENSE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSP-STATUS = "35"
               GO TO 7000-EXIT
           END-IF.
           READ SUSPENSE-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM 7100-CHECK-SUSPENSE-ITEM THRU 7100-EXIT
               UNTIL WS-EOF.
           CLOSE SUSPENSE-FILE.
       7000-EXIT.
           EXIT.

       7100-CHECK-SUSPENSE-ITEM.
           IF NOT SUSP-OPEN
               GO TO 7100-NEXT
           END-IF.
           IF SUSP-ADDED-DATE IS NUMERIC
               AND SUSP-ADDED-DATE NOT = ZERO
               COMPUTE WS-ADDED-INT =
                   FUNCTION INTEGER-OF-DATE(SUSP-ADDED-DATE)
               COMPUTE WS-CROSSED-INT = WS-ADDED-INT + WS-WARN-AGE + 1
           ELSE
               MOVE 1 TO WS-CROSSED-INT
           END-IF.
           IF WS-CROSSED-INT > WS-TODAY-INT
               GO TO 7100-NEXT
           END-IF.
           IF NOT WS-FIRST-FEED AND WS-CROSSED-INT NOT > WS-LAST-INT
               GO TO 7100-NEXT
           END-IF.
           MOVE SPACES TO ALERT-RECORD.
           MOVE "WARN" TO ALR-SEVERITY.
           MOVE "SUSPENSE" TO ALR-EVENT-TYPE.
           MOVE "operationsSuspenseAging" TO ALR-SOURCE-PROGRAM.
           IF WS-CROSSED-INT > 1
               COMPUTE WS-EV-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CROSSED-INT)
           ELSE
               MOVE WS-FEED-DATE TO WS-EV-DATE
           END-IF.
           MOVE ZERO TO WS-EV-TIME.
           STRING "SUSPENSE ITEM ADDED " DELIMITED BY SIZE
               SUSP-ADDED-DATE DELIMITED BY SIZE
               " FOR " DELIMITED BY SIZE
               SUSP-INSTALLATION DELIMITED BY SIZE
               " OVER " DELIMITED BY SIZE
               WS-WARN-AGE DELIMITED BY SIZE
               " DAYS OLD" DELIMITED BY SIZE
               INTO ALR-TEXT.
           PERFORM 9100-WRITE-ALERT THRU 9100-EXIT.
       7100-NEXT.
           READ SUSPENSE-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       7100-EXIT.
           EXIT.

      * Written only once the feed is closed, so a feed that fails
      * part way is simply run again over the same window.
       8000-SAVE-CONTROL.
           OPEN OUTPUT ALERT-CONTROL-FILE.
           MOVE WS-FEED-NUM TO ACT-LAST-FEED-NUM.
           MOVE WS-FEED-DATE TO ACT-LAST-FEED-DATE.
           MOVE WS-FEED-TIME TO ACT-LAST-FEED-TIME.
           MOVE WS-CKPT-TRAN-COUNT TO ACT-CKPT-TRAN-COUNT.
           MOVE WS-CKPT-BUSINESS-DATE TO ACT-CKPT-BUSINESS-DATE.
           WRITE ALERT-CONTROL-RECORD.
           CLOSE ALERT-CONTROL-FILE.
       8000-EXIT.
           EXIT.

       9000-CHECK-WINDOW.
           MOVE "N" TO WS-IN-WINDOW-SWITCH.
           IF WS-EV-STAMP > WS-LAST-STAMP
               AND WS-EV-STAMP NOT > WS-FEED-STAMP
               SET WS-IN-WINDOW TO TRUE
           END-IF.
       9000-EXIT.
           EXIT.

      * The caller fills in everything but the feed number and the
      * event stamp, which is left in WS-EV-STAMP.
       9100-WRITE-ALERT.
           MOVE WS-FEED-NUM TO ALR-FEED-NUM.
           MOVE WS-EV-DATE TO ALR-EVENT-DATE.
           MOVE WS-EV-TIME TO ALR-EVENT-TIME.
           WRITE ALERT-RECORD.
           IF ALR-CRITICAL
               ADD 1 TO WS-CRIT-COUNT
           ELSE
               ADD 1 TO WS-WARN-COUNT
           END-IF.
       9100-EXIT.
           EXIT.

       END PROGRAM operationsAlertFeed.
