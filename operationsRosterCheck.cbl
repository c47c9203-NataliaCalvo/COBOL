      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Out-of-pattern operator activity - a detective
      *           control for security. operationsOperatorActivity
      *           and operationsShiftReport say who did what; this
      *           says whether they were supposed to. Over an
      *           operator-supplied date range, every posting on
      *           AUDITFILE is held against the poster's pattern on
      *           the shift roster SHIFTROSTER (maintained by
      *           operationsRosterMaint) and flagged when it falls
      *           outside their rostered days and hours, or is to an
      *           installation they are not assigned to; and every
      *           sign-on on SESSLOGFILE is flagged when it falls on
      *           a day they were not rostered. A night shift running
      *           past midnight counts for the day it started, so a
      *           03:00 posting by Monday's night operator is in
      *           pattern on Tuesday's date. An operator with no
      *           pattern at all is flagged on every posting and
      *           sign-on - nobody should be working unrostered.
      *           Return code 4 when anything is flagged, or when
      *           there is no roster to check against.
      *           Every prompt can instead be answered by a
      *           RUNPARMFILE card (see operationsRunParm), so the
      *           report can run unattended as a close step.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsRosterCheck.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO "SHIFTROSTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT SESSION-LOG-FILE ASSIGN TO "SESSLOGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE.
           COPY ROSTERREC.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  SESSION-LOG-FILE.
           COPY SESSLOGREC.

       WORKING-STORAGE SECTION.
           COPY RPTFLDS.
           COPY PARMFLDS.
           01 WS-ROSTER-STATUS PIC X(02) VALUE "00".
           01 WS-AUDIT-STATUS PIC X(02) VALUE "00".
           01 WS-SESS-STATUS PIC X(02) VALUE "00".
           01 WS-ROSTER-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-ROSTER-EOF VALUE "Y".
           01 WS-AUDIT-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-AUDIT-EOF VALUE "Y".
           01 WS-SESS-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-SESS-EOF VALUE "Y".
           01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
               88 WS-FOUND VALUE "Y".
           01 WS-ON-DAY-SWITCH PIC X(01).
               88 WS-ON-DAY VALUE "Y".
           01 WS-ON-SHIFT-SWITCH PIC X(01).
               88 WS-ON-SHIFT VALUE "Y".
           01 WS-SITE-OK-SWITCH PIC X(01).
               88 WS-SITE-OK VALUE "Y".
           01 WS-CAP-SWITCH PIC X(01) VALUE "N".
               88 WS-CAP-HIT VALUE "Y".
           01 WS-RANGE-START PIC 9(08).
           01 WS-RANGE-END PIC 9(08).
           01 WS-RANGE-START-ENTRY PIC X(08).
           01 WS-RANGE-END-ENTRY PIC X(08).
           01 WS-TODAY PIC 9(08).
      * The event being checked, from either log.
           01 WS-EV-SOURCE PIC X(07).
           01 WS-EV-DATE PIC 9(08).
           01 WS-EV-TIME PIC 9(08).
           01 WS-EV-TIME-PARTS REDEFINES WS-EV-TIME.
               05 WS-EV-HHMM PIC 9(04).
               05 FILLER PIC 9(04).
           01 WS-EV-USER-ID PIC X(08).
           01 WS-EV-INSTALLATION PIC X(04).
           01 WS-EV-PROGRAM PIC X(20).
           01 WS-FINDING PIC X(38).
      * Day of the week, 1 for Monday through 7 for Sunday -
      * INTEGER-OF-DATE day 1 (1601-01-01) was a Monday - and the
      * day before it, for the tail of a night shift.
           01 WS-WEEKDAY PIC 9(01).
           01 WS-PREV-WEEKDAY PIC 9(01).
           01 WS-SITE-SUB PIC 9(02) COMP.
           01 WS-ROSTER-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-ROSTER-SUB PIC 9(03) COMP.
           01 WS-ROSTER-TABLE.
               05 WS-ROSTER-ENTRY OCCURS 500 TIMES PIC X(79).
           01 WS-AUDIT-CHECKED PIC 9(07) COMP VALUE ZERO.
           01 WS-SIGNON-CHECKED PIC 9(07) COMP VALUE ZERO.
           01 WS-HOURS-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-SITE-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-DAY-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-UNROSTERED-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-FLAG-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-COUNT-EDIT PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 9700-OPEN-REPORT THRU 9700-EXIT.
           STRING "ACTIVITY OUTSIDE THE SHIFT ROSTER FROM "
                   DELIMITED BY SIZE
               WS-RANGE-START DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-RANGE-END DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           IF WS-ROSTER-STATUS = "35"
               MOVE "NO SHIFTROSTER - THERE IS NO ROSTER TO CHECK."
                   TO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
               PERFORM 9900-CLOSE-REPORT THRU 9900-EXIT
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           STRING "SOURCE  DATE     TIME     OPERATOR SITE PROGRAM"
                   DELIMITED BY SIZE
               "              FINDING" DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           PERFORM 2000-CHECK-AUDIT THRU 2000-EXIT.
           PERFORM 3000-CHECK-SESSIONS THRU 3000-EXIT.
           PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
           PERFORM 9900-CLOSE-REPORT THRU 9900-EXIT.
           IF WS-FLAG-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * A blank end date means the one day.
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE "START-DATE" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WS-RANGE-START-ENTRY
           ELSE
               DISPLAY "Check activity from (YYYYMMDD, blank for "
                   "today):"
               ACCEPT WS-RANGE-START-ENTRY
           END-IF.
           IF WS-RANGE-START-ENTRY IS NUMERIC
               MOVE WS-RANGE-START-ENTRY TO WS-RANGE-START
           ELSE
               MOVE WS-TODAY TO WS-RANGE-START
           END-IF.
           MOVE "END-DATE" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WS-RANGE-END-ENTRY
           ELSE
               DISPLAY "Check activity to (YYYYMMDD, blank for the "
                   "same day):"
               ACCEPT WS-RANGE-END-ENTRY
           END-IF.
           IF WS-RANGE-END-ENTRY IS NUMERIC
               MOVE WS-RANGE-END-ENTRY TO WS-RANGE-END
           ELSE
               MOVE WS-RANGE-START TO WS-RANGE-END
           END-IF.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROSTER-STATUS = "35"
               GO TO 1000-EXIT
           END-IF.
           READ ROSTER-FILE
               AT END SET WS-ROSTER-EOF TO TRUE
           END-READ.
           PERFORM 1100-LOAD-ROSTER-LINE THRU 1100-EXIT
               UNTIL WS-ROSTER-EOF.
           CLOSE ROSTER-FILE.
       1000-EXIT.
           EXIT.

       1100-LOAD-ROSTER-LINE.
           IF WS-ROSTER-COUNT < 500
               ADD 1 TO WS-ROSTER-COUNT
               MOVE ROSTER-RECORD TO WS-ROSTER-ENTRY(WS-ROSTER-COUNT)
           ELSE
               IF NOT WS-CAP-HIT
                   DISPLAY "WARNING: more than 500 roster rows - "
                       "later operators read as unrostered."
                   SET WS-CAP-HIT TO TRUE
               END-IF
           END-IF.
           READ ROSTER-FILE
               AT END SET WS-ROSTER-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       2000-CHECK-AUDIT.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               GO TO 2000-EXIT
           END-IF.
           READ AUDIT-FILE
               AT END SET WS-AUDIT-EOF TO TRUE
           END-READ.
           PERFORM 2100-CHECK-POSTING THRU 2100-EXIT
               UNTIL WS-AUDIT-EOF.
           CLOSE AUDIT-FILE.
       2000-EXIT.
           EXIT.

      * A posting outside the hours and to an unassigned site is
      * flagged on both counts.
       2100-CHECK-POSTING.
           IF AUD-DATE < WS-RANGE-START OR AUD-DATE > WS-RANGE-END
               GO TO 2100-NEXT
           END-IF.
           ADD 1 TO WS-AUDIT-CHECKED.
           MOVE "AUDIT" TO WS-EV-SOURCE.
           MOVE AUD-DATE TO WS-EV-DATE.
           MOVE AUD-TIME TO WS-EV-TIME.
           MOVE AUD-USER-ID TO WS-EV-USER-ID.
           MOVE AUD-INSTALLATION TO WS-EV-INSTALLATION.
           MOVE AUD-PROGRAM TO WS-EV-PROGRAM.
           PERFORM 4000-FIND-PATTERN THRU 4000-EXIT.
           IF NOT WS-FOUND
               ADD 1 TO WS-UNROSTERED-COUNT
               MOVE "*** OPERATOR HAS NO ROSTER PATTERN" TO WS-FINDING
               PERFORM 4900-PRINT-FINDING THRU 4900-EXIT
               GO TO 2100-NEXT
           END-IF.
           PERFORM 4100-CHECK-SHIFT THRU 4100-EXIT.
           IF NOT WS-ON-SHIFT
               ADD 1 TO WS-HOURS-COUNT
               MOVE "*** POSTED OUTSIDE ROSTERED HOURS" TO WS-FINDING
               PERFORM 4900-PRINT-FINDING THRU 4900-EXIT
           END-IF.
           PERFORM 4200-CHECK-SITE THRU 4200-EXIT.
           IF NOT WS-SITE-OK
               ADD 1 TO WS-SITE-COUNT
               MOVE "*** SITE NOT IN OPERATOR'S ASSIGNMENT"
                   TO WS-FINDING
               PERFORM 4900-PRINT-FINDING THRU 4900-EXIT
           END-IF.
       2100-NEXT.
           READ AUDIT-FILE
               AT END SET WS-AUDIT-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       3000-CHECK-SESSIONS.
           OPEN INPUT SESSION-LOG-FILE.
           IF WS-SESS-STATUS = "35"
               GO TO 3000-EXIT
           END-IF.
           READ SESSION-LOG-FILE
               AT END SET WS-SESS-EOF TO TRUE
           END-READ.
           PERFORM 3100-CHECK-SIGNON THRU 3100-EXIT
               UNTIL WS-SESS-EOF.
           CLOSE SESSION-LOG-FILE.
       3000-EXIT.
           EXIT.

       3100-CHECK-SIGNON.
           IF NOT SESS-EVENT-SIGNON
               OR SESS-DATE < WS-RANGE-START
               OR SESS-DATE > WS-RANGE-END
               GO TO 3100-NEXT
           END-IF.
           ADD 1 TO WS-SIGNON-CHECKED.
           MOVE "SIGNON" TO WS-EV-SOURCE.
           MOVE SESS-DATE TO WS-EV-DATE.
           MOVE SESS-TIME TO WS-EV-TIME.
           MOVE SESS-USER-ID TO WS-EV-USER-ID.
           MOVE SPACES TO WS-EV-INSTALLATION.
           MOVE SESS-PROGRAM TO WS-EV-PROGRAM.
           PERFORM 4000-FIND-PATTERN THRU 4000-EXIT.
           IF NOT WS-FOUND
               ADD 1 TO WS-UNROSTERED-COUNT
               MOVE "*** OPERATOR HAS NO ROSTER PATTERN" TO WS-FINDING
               PERFORM 4900-PRINT-FINDING THRU 4900-EXIT
               GO TO 3100-NEXT
           END-IF.
           PERFORM 4100-CHECK-SHIFT THRU 4100-EXIT.
           IF NOT WS-ON-DAY
               ADD 1 TO WS-DAY-COUNT
               MOVE "*** SIGNED ON ON A DAY NOT ROSTERED"
                   TO WS-FINDING
               PERFORM 4900-PRINT-FINDING THRU 4900-EXIT
           END-IF.
       3100-NEXT.
           READ SESSION-LOG-FILE
               AT END SET WS-SESS-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      * Leaves the operator's pattern in ROSTER-RECORD on a hit.
       4000-FIND-PATTERN.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-ROSTER-SUB.
           PERFORM 4010-SCAN-ROSTER THRU 4010-EXIT
               UNTIL WS-FOUND OR WS-ROSTER-SUB NOT < WS-ROSTER-COUNT.
       4000-EXIT.
           EXIT.

       4010-SCAN-ROSTER.
           ADD 1 TO WS-ROSTER-SUB.
           MOVE WS-ROSTER-ENTRY(WS-ROSTER-SUB) TO ROSTER-RECORD.
           IF ROS-USER-ID = WS-EV-USER-ID
               SET WS-FOUND TO TRUE
           END-IF.
       4010-EXIT.
           EXIT.

      * WS-ON-DAY: the event falls on a rostered day, or in the
      * early-morning tail of a night shift that started on one.
      * WS-ON-SHIFT: it also falls within the shift's hours - from
      * the start time up to (not including) the end time.
       4100-CHECK-SHIFT.
           MOVE "N" TO WS-ON-DAY-SWITCH.
           MOVE "N" TO WS-ON-SHIFT-SWITCH.
           COMPUTE WS-WEEKDAY = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-EV-DATE) - 1 7) + 1.
           IF WS-WEEKDAY = 1
               MOVE 7 TO WS-PREV-WEEKDAY
           ELSE
               COMPUTE WS-PREV-WEEKDAY = WS-WEEKDAY - 1
           END-IF.
           IF ROS-START-TIME < ROS-END-TIME
               IF ROS-DAY-FLAG(WS-WEEKDAY) = "Y"
                   SET WS-ON-DAY TO TRUE
                   IF WS-EV-HHMM NOT < ROS-START-TIME
                       AND WS-EV-HHMM < ROS-END-TIME
                       SET WS-ON-SHIFT TO TRUE
                   END-IF
               END-IF
               GO TO 4100-EXIT
           END-IF.
           IF ROS-DAY-FLAG(WS-WEEKDAY) = "Y"
               SET WS-ON-DAY TO TRUE
               IF WS-EV-HHMM NOT < ROS-START-TIME
                   SET WS-ON-SHIFT TO TRUE
               END-IF
           END-IF.
           IF ROS-DAY-FLAG(WS-PREV-WEEKDAY) = "Y"
               AND WS-EV-HHMM < ROS-END-TIME
               SET WS-ON-DAY TO TRUE
               SET WS-ON-SHIFT TO TRUE
           END-IF.
       4100-EXIT.
           EXIT.

      * No installations on the pattern means no site restriction.
       4200-CHECK-SITE.
           MOVE "N" TO WS-SITE-OK-SWITCH.
           IF ROS-SITES = SPACES
               SET WS-SITE-OK TO TRUE
               GO TO 4200-EXIT
           END-IF.
           MOVE ZERO TO WS-SITE-SUB.
           PERFORM 4210-SCAN-SITES THRU 4210-EXIT
               UNTIL WS-SITE-OK OR WS-SITE-SUB NOT < 10.
       4200-EXIT.
           EXIT.

       4210-SCAN-SITES.
           ADD 1 TO WS-SITE-SUB.
           IF ROS-SITE(WS-SITE-SUB) = WS-EV-INSTALLATION
               AND ROS-SITE(WS-SITE-SUB) NOT = SPACES
               SET WS-SITE-OK TO TRUE
           END-IF.
       4210-EXIT.
           EXIT.

       4900-PRINT-FINDING.
           ADD 1 TO WS-FLAG-COUNT.
           STRING WS-EV-SOURCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EV-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EV-TIME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EV-USER-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EV-INSTALLATION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EV-PROGRAM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FINDING DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
       4900-EXIT.
           EXIT.

       5000-PRINT-TOTALS.
           MOVE WS-AUDIT-CHECKED TO WS-COUNT-EDIT.
           STRING "POSTINGS CHECKED:              " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE WS-SIGNON-CHECKED TO WS-COUNT-EDIT.
           STRING "SIGN-ONS CHECKED:              " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE WS-HOURS-COUNT TO WS-COUNT-EDIT.
           STRING "POSTED OUTSIDE ROSTERED HOURS: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE WS-SITE-COUNT TO WS-COUNT-EDIT.
           STRING "POSTED TO AN UNASSIGNED SITE:  " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE WS-DAY-COUNT TO WS-COUNT-EDIT.
           STRING "SIGNED ON ON AN UNROSTERED DAY:" DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE WS-UNROSTERED-COUNT TO WS-COUNT-EDIT.
           STRING "BY AN OPERATOR NOT ON ROSTER:  " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
       5000-EXIT.
           EXIT.

      * This report's run-parameter card for WS-PARM-NAME, if any.
       9600-GET-RUN-PARM.
           MOVE "operationsRosterCheck" TO WS-PARM-PROGRAM.
           CALL "operationsRunParm" USING WS-PARM-PROGRAM,
               WS-PARM-NAME, WS-PARM-VALUE, WS-PARM-NUMBER,
               WS-PARM-FOUND-SWITCH.
       9600-EXIT.
           EXIT.

      * Shared report-writer plumbing: the writer puts every line on
      * the console, the print file and the reprint archive at once,
      * with the standard page heading.
       9700-OPEN-REPORT.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RPT-OPERATOR FROM ENVIRONMENT-VALUE.
           MOVE "ROSTER EXCEPTIONS" TO WS-RPT-NAME.
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

       END PROGRAM operationsRosterCheck.
