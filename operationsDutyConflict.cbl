      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Segregation-of-duties conflict report. Dual control
      *           on the rate table only ever compares the two users
      *           on one pending row; this report reads across the
      *           maintenance change log, the rate approval trail,
      *           AUTHFILE, the security log and the exception master
      *           for the patterns no single program can see:
      *             - an administrator changing their own AUTHFILE
      *               row (MAINTLOGFILE, operationsAuthMaint key =
      *               the signed-on user);
      *             - a lockout cleared by the user who was locked
      *               (SECURITYLOGFILE CLEARED rows);
      *             - an exception marked reviewed on EXCMASTERFILE
      *               by the operator whose run raised it - the run's
      *               operator is the latest sign-on to the same
      *               program on the exception's date at or before
      *               its time, from the session log and its archive;
      *             - two users who keep approving each other's rate
      *               changes on RATEPENDFILE (each has approved at
      *               least WS-MUTUAL-MINIMUM of the other's).
      *           Every conflict is listed with the rows it came from,
      *           and with each user's current AUTHFILE level and
      *           status, so internal audit can follow it up. Nothing
      *           is changed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsDutyConflict.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-FILE ASSIGN TO "AUTHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT MAINT-LOG-FILE ASSIGN TO "MAINTLOGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MLOG-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "SECURITYLOGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
           SELECT SESSION-LOG-FILE ASSIGN TO "SESSLOGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESS-STATUS.
           SELECT SESSION-ARCH-FILE ASSIGN TO "SESSARCHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESS-STATUS.
           SELECT EXC-MASTER-FILE ASSIGN TO "EXCMASTERFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EXM-KEY
               FILE STATUS IS WS-EXCM-STATUS.
           SELECT RATE-PEND-FILE ASSIGN TO "RATEPENDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-FILE.
           COPY AUTHREC.

       FD  MAINT-LOG-FILE.
           COPY MAINTLOG.

       FD  SECURITY-LOG-FILE.
           COPY SECLOGREC.

       FD  SESSION-LOG-FILE.
           COPY SESSLOGREC.

       FD  SESSION-ARCH-FILE.
       01  SESSION-ARCH-LINE PIC X(52).

       FD  EXC-MASTER-FILE.
           COPY EXCMREC.

       FD  RATE-PEND-FILE.
           COPY RATEPEND.

       WORKING-STORAGE SECTION.
           COPY RPTFLDS.
           01 WS-AUTH-STATUS PIC X(02) VALUE "00".
           01 WS-MLOG-STATUS PIC X(02) VALUE "00".
           01 WS-SECLOG-STATUS PIC X(02) VALUE "00".
           01 WS-SESS-STATUS PIC X(02) VALUE "00".
           01 WS-EXCM-STATUS PIC X(02) VALUE "00".
           01 WS-PEND-STATUS PIC X(02) VALUE "00".
           01 WS-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-EOF VALUE "Y".
           01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
               88 WS-FOUND VALUE "Y".
           01 WS-AUTH-CAP-SWITCH PIC X(01) VALUE "N".
               88 WS-AUTH-CAP-HIT VALUE "Y".
           01 WS-SESS-CAP-SWITCH PIC X(01) VALUE "N".
               88 WS-SESS-CAP-HIT VALUE "Y".
           01 WS-PAIR-CAP-SWITCH PIC X(01) VALUE "N".
               88 WS-PAIR-CAP-HIT VALUE "Y".
      * How many of each other's rate changes two users must each
      * have approved before the pair is reported - one each way is
      * ordinary in a small shop; a habit is what is being looked for.
           01 WS-MUTUAL-MINIMUM PIC 9(03) COMP VALUE 2.
           01 WS-CONFLICT-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-SECTION-COUNT PIC 9(05) COMP.
           01 WS-AUTH-SELF-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-CLEAR-SELF-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-REVIEW-SELF-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-MUTUAL-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-CONFLICT-EDIT PIC ZZZZ9.
           01 WS-COUNT-EDIT PIC ZZ,ZZ9.
           01 WS-AB-EDIT PIC ZZ9.
           01 WS-BA-EDIT PIC ZZ9.
           01 WS-CLEARED-BY PIC X(08).
           01 WS-LOOKUP-USER PIC X(08).
           01 WS-RUN-OPERATOR PIC X(08).
           01 WS-RUN-SIGNON-TIME PIC 9(08).
           01 WS-USER-A PIC X(08).
           01 WS-USER-B PIC X(08).
           01 WS-AB-COUNT PIC 9(05) COMP.
           01 WS-BA-COUNT PIC 9(05) COMP.
           01 WS-AUTH-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-AUTH-SUB PIC 9(05) COMP.
           01 WS-AUTH-TABLE.
               05 WS-AUTH-ENTRY OCCURS 2000 TIMES.
                   10 WS-AUTH-TBL-USER-ID PIC X(08).
                   10 WS-AUTH-TBL-LEVEL PIC X(01).
                   10 WS-AUTH-TBL-ACTIVE PIC X(01).
           01 WS-SESS-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-SESS-SUB PIC 9(05) COMP.
           01 WS-SESS-TABLE.
               05 WS-SESS-ENTRY OCCURS 5000 TIMES.
                   10 WS-SESS-TBL-DATE PIC 9(08).
                   10 WS-SESS-TBL-TIME PIC 9(08).
                   10 WS-SESS-TBL-USER-ID PIC X(08).
                   10 WS-SESS-TBL-PROGRAM PIC X(20).
           01 WS-PAIR-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-PAIR-SUB PIC 9(03) COMP.
           01 WS-PAIR-OTHER PIC 9(03) COMP.
           01 WS-PAIR-TABLE.
               05 WS-PAIR-ENTRY OCCURS 500 TIMES.
                   10 WS-PAIR-TBL-REQUESTER PIC X(08).
                   10 WS-PAIR-TBL-APPROVER PIC X(08).
                   10 WS-PAIR-TBL-COUNT PIC 9(05) COMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-LOAD-AUTH THRU 1000-EXIT.
           PERFORM 9700-OPEN-REPORT THRU 9700-EXIT.
           PERFORM 2000-AUTH-SELF-CHANGES THRU 2000-EXIT.
           PERFORM 3000-SELF-CLEARED-LOCKOUTS THRU 3000-EXIT.
           PERFORM 4000-OWN-EXCEPTIONS-REVIEWED THRU 4000-EXIT.
           PERFORM 5000-MUTUAL-RATE-APPROVALS THRU 5000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9900-CLOSE-REPORT THRU 9900-EXIT.
           GOBACK.

      * AUTHFILE is held only to show each user's current level and
      * status next to a conflict.
       1000-LOAD-AUTH.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT AUTH-FILE.
           IF WS-AUTH-STATUS = "35"
               GO TO 1000-EXIT
           END-IF.
           READ AUTH-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM 1100-LOAD-AUTH-LINE THRU 1100-EXIT
               UNTIL WS-EOF.
           CLOSE AUTH-FILE.
       1000-EXIT.
           EXIT.

       1100-LOAD-AUTH-LINE.
           IF WS-AUTH-COUNT < 2000
               ADD 1 TO WS-AUTH-COUNT
               MOVE AUTH-USER-ID TO WS-AUTH-TBL-USER-ID(WS-AUTH-COUNT)
               MOVE AUTH-LEVEL TO WS-AUTH-TBL-LEVEL(WS-AUTH-COUNT)
               MOVE AUTH-ACTIVE-SWITCH
                   TO WS-AUTH-TBL-ACTIVE(WS-AUTH-COUNT)
           ELSE
               SET WS-AUTH-CAP-HIT TO TRUE
           END-IF.
           READ AUTH-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      * An AUTHFILE change keyed on the user who made it. Only
      * operationsAuthMaint keys its change-log rows by user id.
       2000-AUTH-SELF-CHANGES.
           MOVE "ADMINISTRATOR CHANGED OWN AUTHFILE ROW" TO
               WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT MAINT-LOG-FILE.
           IF WS-MLOG-STATUS = "35"
               MOVE "  No maintenance change log on file." TO
                   WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
               GO TO 2000-EXIT
           END-IF.
           READ MAINT-LOG-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM 2100-CHECK-MAINT-LOG-ROW THRU 2100-EXIT
               UNTIL WS-EOF.
           CLOSE MAINT-LOG-FILE.
           MOVE WS-SECTION-COUNT TO WS-AUTH-SELF-COUNT.
           PERFORM 8900-SECTION-FOOTING THRU 8900-EXIT.
       2000-EXIT.
           EXIT.

       2100-CHECK-MAINT-LOG-ROW.
           IF ML-PROGRAM = "operationsAuthMaint"
               AND ML-KEY(1:8) = ML-USER-ID
               PERFORM 8000-START-CONFLICT THRU 8000-EXIT
               STRING " " ML-USER-ID DELIMITED BY SIZE
                   " changed own AUTHFILE row (" DELIMITED BY SIZE
                   ML-ACTION DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO WS-RPT-TEXT(15:86)
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
               STRING "  MAINTLOGFILE    " ML-DATE "-" ML-TIME " "
                   ML-PROGRAM " " ML-ACTION " KEY " ML-KEY(1:8)
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
               MOVE "    BEFORE: " TO WS-RPT-TEXT
               MOVE ML-BEFORE-IMAGE(1:60) TO WS-RPT-TEXT(13:60)
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
               MOVE "    AFTER:  " TO WS-RPT-TEXT
               MOVE ML-AFTER-IMAGE(1:60) TO WS-RPT-TEXT(13:60)
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
               MOVE ML-USER-ID TO WS-LOOKUP-USER
               PERFORM 8100-PUT-AUTH-LINE THRU 8100-EXIT
           END-IF.
           READ MAINT-LOG-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      * operationsAuthUnlock writes the clearing supervisor's id into
      * the CLEARED row's detail at column 32.
       3000-SELF-CLEARED-LOCKOUTS.
           MOVE "LOCKOUT CLEARED BY THE LOCKED USER" TO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT SECURITY-LOG-FILE.
           IF WS-SECLOG-STATUS = "35"
               MOVE "  No security log on file." TO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
               GO TO 3000-EXIT
           END-IF.
           READ SECURITY-LOG-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM 3100-CHECK-SECURITY-ROW THRU 3100-EXIT
               UNTIL WS-EOF.
           CLOSE SECURITY-LOG-FILE.
           MOVE WS-SECTION-COUNT TO WS-CLEAR-SELF-COUNT.
           PERFORM 8900-SECTION-FOOTING THRU 8900-EXIT.
       3000-EXIT.
           EXIT.

       3100-CHECK-SECURITY-ROW.
           MOVE SEC-DETAIL(32:8) TO WS-CLEARED-BY.
           IF SEC-EVENT-CLEARED
               AND WS-CLEARED-BY = SEC-USER-ID
               PERFORM 8000-START-CONFLICT THRU 8000-EXIT
               STRING " " SEC-USER-ID DELIMITED BY SIZE
                   " cleared own lockout" DELIMITED BY SIZE
                   INTO WS-RPT-TEXT(15:86)
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
               STRING "  SECURITYLOGFILE " SEC-DATE "-" SEC-TIME " "
                   SEC-PROGRAM " " SEC-EVENT " USER " SEC-USER-ID
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
               MOVE "    DETAIL: " TO WS-RPT-TEXT
               MOVE SEC-DETAIL TO WS-RPT-TEXT(13:50)
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
               MOVE SEC-USER-ID TO WS-LOOKUP-USER
               PERFORM 8100-PUT-AUTH-LINE THRU 8100-EXIT
           END-IF.
           READ SECURITY-LOG-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      * The exception master carries no operator, so the run that
      * raised an exception is found on the session log: the latest
      * SIGNON to the same program on the exception's date at or
      * before its time. Archived sessions are read first so an old
      * exception still finds its run.
       4000-OWN-EXCEPTIONS-REVIEWED.
           STRING "EXCEPTIONS REVIEWED BY THE OPERATOR WHOSE RUN "
               "RAISED THEM" DELIMITED BY SIZE INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE ZERO TO WS-SECTION-COUNT.
           PERFORM 4100-LOAD-SESSION-ARCHIVE THRU 4100-EXIT.
           PERFORM 4200-LOAD-SESSION-LOG THRU 4200-EXIT.
           IF WS-SESS-CAP-HIT
               STRING "  WARNING: more than 5000 sign-ons on the "
                   "session log; later runs are not attributed."
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT EXC-MASTER-FILE.
           IF WS-EXCM-STATUS NOT = "00"
               MOVE "  No exception master on file." TO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
               GO TO 4000-EXIT
           END-IF.
           READ EXC-MASTER-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM 4400-CHECK-EXCEPTION-ROW THRU 4400-EXIT
               UNTIL WS-EOF.
           CLOSE EXC-MASTER-FILE.
           MOVE WS-SECTION-COUNT TO WS-REVIEW-SELF-COUNT.
           PERFORM 8900-SECTION-FOOTING THRU 8900-EXIT.
       4000-EXIT.
           EXIT.

       4100-LOAD-SESSION-ARCHIVE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT SESSION-ARCH-FILE.
           IF WS-SESS-STATUS = "35"
               GO TO 4100-EXIT
           END-IF.
           READ SESSION-ARCH-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM 4110-NOTE-ARCHIVE-LINE THRU 4110-EXIT
               UNTIL WS-EOF.
           CLOSE SESSION-ARCH-FILE.
       4100-EXIT.
           EXIT.

       4110-NOTE-ARCHIVE-LINE.
           MOVE SESSION-ARCH-LINE TO SESSION-LOG-RECORD.
           PERFORM 4300-NOTE-SIGNON THRU 4300-EXIT.
           READ SESSION-ARCH-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       4110-EXIT.
           EXIT.

       4200-LOAD-SESSION-LOG.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT SESSION-LOG-FILE.
           IF WS-SESS-STATUS = "35"
               GO TO 4200-EXIT
           END-IF.
           READ SESSION-LOG-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM 4210-NOTE-LOG-LINE THRU 4210-EXIT
               UNTIL WS-EOF.
           CLOSE SESSION-LOG-FILE.
       4200-EXIT.
           EXIT.

       4210-NOTE-LOG-LINE.
           PERFORM 4300-NOTE-SIGNON THRU 4300-EXIT.
           READ SESSION-LOG-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       4210-EXIT.
           EXIT.

       4300-NOTE-SIGNON.
           IF NOT SESS-EVENT-SIGNON
               GO TO 4300-EXIT
           END-IF.
           IF WS-SESS-COUNT < 5000
               ADD 1 TO WS-SESS-COUNT
               MOVE SESS-DATE TO WS-SESS-TBL-DATE(WS-SESS-COUNT)
               MOVE SESS-TIME TO WS-SESS-TBL-TIME(WS-SESS-COUNT)
               MOVE SESS-USER-ID TO WS-SESS-TBL-USER-ID(WS-SESS-COUNT)
               MOVE SESS-PROGRAM TO WS-SESS-TBL-PROGRAM(WS-SESS-COUNT)
           ELSE
               SET WS-SESS-CAP-HIT TO TRUE
           END-IF.
       4300-EXIT.
           EXIT.

       4400-CHECK-EXCEPTION-ROW.
           IF NOT EXM-REVIEWED OR EXM-REVIEWED-BY = SPACES
               GO TO 4400-NEXT
           END-IF.
           MOVE SPACES TO WS-RUN-OPERATOR.
           MOVE ZERO TO WS-RUN-SIGNON-TIME.
           MOVE ZERO TO WS-SESS-SUB.
           PERFORM 4410-SCAN-SESSION THRU 4410-EXIT
               UNTIL WS-SESS-SUB NOT < WS-SESS-COUNT.
           IF WS-RUN-OPERATOR = SPACES
               OR WS-RUN-OPERATOR NOT = EXM-REVIEWED-BY
               GO TO 4400-NEXT
           END-IF.
           PERFORM 8000-START-CONFLICT THRU 8000-EXIT.
           STRING " " EXM-REVIEWED-BY DELIMITED BY SIZE
               " reviewed an exception from own run"
               DELIMITED BY SIZE INTO WS-RPT-TEXT(15:86).
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           STRING "  EXCMASTERFILE   " EXM-DATE "-" EXM-TIME " "
               EXM-PROGRAM " ID " EXM-ID " REVIEWED BY "
               EXM-REVIEWED-BY DELIMITED BY SIZE INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE "    MESSAGE: " TO WS-RPT-TEXT.
           MOVE EXM-MESSAGE TO WS-RPT-TEXT(14:50).
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           STRING "  SESSLOGFILE     " EXM-DATE "-" WS-RUN-SIGNON-TIME
               " " EXM-PROGRAM " SIGNON   USER " WS-RUN-OPERATOR
               DELIMITED BY SIZE INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE EXM-REVIEWED-BY TO WS-LOOKUP-USER.
           PERFORM 8100-PUT-AUTH-LINE THRU 8100-EXIT.
       4400-NEXT.
           READ EXC-MASTER-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       4400-EXIT.
           EXIT.

       4410-SCAN-SESSION.
           ADD 1 TO WS-SESS-SUB.
           IF WS-SESS-TBL-PROGRAM(WS-SESS-SUB) = EXM-PROGRAM
               AND WS-SESS-TBL-DATE(WS-SESS-SUB) = EXM-DATE
               AND WS-SESS-TBL-TIME(WS-SESS-SUB) NOT > EXM-TIME
               AND WS-SESS-TBL-TIME(WS-SESS-SUB)
                   NOT < WS-RUN-SIGNON-TIME
               MOVE WS-SESS-TBL-USER-ID(WS-SESS-SUB)
                   TO WS-RUN-OPERATOR
               MOVE WS-SESS-TBL-TIME(WS-SESS-SUB)
                   TO WS-RUN-SIGNON-TIME
           END-IF.
       4410-EXIT.
           EXIT.

      * First pass counts approved rate changes per requester/approver
      * pair; a pair is reported when each user has approved at least
      * WS-MUTUAL-MINIMUM of the other's, once per pair (from the
      * side whose requester sorts first), followed by a second pass
      * listing every approved row between the two.
       5000-MUTUAL-RATE-APPROVALS.
           MOVE "USERS APPROVING EACH OTHER'S RATE CHANGES" TO
               WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT RATE-PEND-FILE.
           IF WS-PEND-STATUS = "35"
               MOVE "  No rate approval trail on file." TO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
               GO TO 5000-EXIT
           END-IF.
           READ RATE-PEND-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM 5100-COUNT-APPROVAL THRU 5100-EXIT
               UNTIL WS-EOF.
           CLOSE RATE-PEND-FILE.
           IF WS-PAIR-CAP-HIT
               STRING "  WARNING: more than 500 requester/approver "
                   "pairs; later pairs were not counted."
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
           END-IF.
           MOVE ZERO TO WS-PAIR-SUB.
           PERFORM 5200-CHECK-PAIR THRU 5200-EXIT
               UNTIL WS-PAIR-SUB NOT < WS-PAIR-COUNT.
           MOVE WS-SECTION-COUNT TO WS-MUTUAL-COUNT.
           PERFORM 8900-SECTION-FOOTING THRU 8900-EXIT.
       5000-EXIT.
           EXIT.

       5100-COUNT-APPROVAL.
           IF RPQ-APPROVED
               AND RPQ-DECIDED-BY NOT = SPACES
               AND RPQ-DECIDED-BY NOT = RPQ-REQUESTED-BY
               MOVE RPQ-REQUESTED-BY TO WS-USER-A
               MOVE RPQ-DECIDED-BY TO WS-USER-B
               PERFORM 5150-FIND-PAIR THRU 5150-EXIT
               IF WS-FOUND
                   ADD 1 TO WS-PAIR-TBL-COUNT(WS-PAIR-OTHER)
               ELSE
                   IF WS-PAIR-COUNT < 500
                       ADD 1 TO WS-PAIR-COUNT
                       MOVE WS-USER-A
                           TO WS-PAIR-TBL-REQUESTER(WS-PAIR-COUNT)
                       MOVE WS-USER-B
                           TO WS-PAIR-TBL-APPROVER(WS-PAIR-COUNT)
                       MOVE 1 TO WS-PAIR-TBL-COUNT(WS-PAIR-COUNT)
                   ELSE
                       SET WS-PAIR-CAP-HIT TO TRUE
                   END-IF
               END-IF
           END-IF.
           READ RATE-PEND-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       5100-EXIT.
           EXIT.

      * Looks up requester WS-USER-A / approver WS-USER-B; the entry
      * found is left in WS-PAIR-OTHER.
       5150-FIND-PAIR.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-PAIR-OTHER.
           PERFORM 5160-SCAN-PAIR THRU 5160-EXIT
               UNTIL WS-FOUND OR WS-PAIR-OTHER NOT < WS-PAIR-COUNT.
       5150-EXIT.
           EXIT.

       5160-SCAN-PAIR.
           ADD 1 TO WS-PAIR-OTHER.
           IF WS-PAIR-TBL-REQUESTER(WS-PAIR-OTHER) = WS-USER-A
               AND WS-PAIR-TBL-APPROVER(WS-PAIR-OTHER) = WS-USER-B
               SET WS-FOUND TO TRUE
           END-IF.
       5160-EXIT.
           EXIT.

       5200-CHECK-PAIR.
           ADD 1 TO WS-PAIR-SUB.
           MOVE WS-PAIR-TBL-REQUESTER(WS-PAIR-SUB) TO WS-USER-A.
           MOVE WS-PAIR-TBL-APPROVER(WS-PAIR-SUB) TO WS-USER-B.
           MOVE WS-PAIR-TBL-COUNT(WS-PAIR-SUB) TO WS-AB-COUNT.
           IF WS-AB-COUNT < WS-MUTUAL-MINIMUM
               OR WS-USER-A NOT < WS-USER-B
               GO TO 5200-EXIT
           END-IF.
           MOVE WS-PAIR-TBL-REQUESTER(WS-PAIR-SUB) TO WS-USER-B.
           MOVE WS-PAIR-TBL-APPROVER(WS-PAIR-SUB) TO WS-USER-A.
           PERFORM 5150-FIND-PAIR THRU 5150-EXIT.
           MOVE WS-PAIR-TBL-REQUESTER(WS-PAIR-SUB) TO WS-USER-A.
           MOVE WS-PAIR-TBL-APPROVER(WS-PAIR-SUB) TO WS-USER-B.
           IF NOT WS-FOUND
               GO TO 5200-EXIT
           END-IF.
           MOVE WS-PAIR-TBL-COUNT(WS-PAIR-OTHER) TO WS-BA-COUNT.
           IF WS-BA-COUNT < WS-MUTUAL-MINIMUM
               GO TO 5200-EXIT
           END-IF.
           PERFORM 8000-START-CONFLICT THRU 8000-EXIT.
           MOVE WS-AB-COUNT TO WS-AB-EDIT.
           MOVE WS-BA-COUNT TO WS-BA-EDIT.
           STRING " " WS-USER-A " and " WS-USER-B
               " approve each other's rate changes"
               DELIMITED BY SIZE INTO WS-RPT-TEXT(15:86).
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           STRING "    " WS-USER-B " approved " WS-AB-EDIT
               " of " WS-USER-A "; " WS-USER-A " approved "
               WS-BA-EDIT " of " WS-USER-B
               DELIMITED BY SIZE INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT RATE-PEND-FILE.
           READ RATE-PEND-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM 5300-LIST-PAIR-ROW THRU 5300-EXIT
               UNTIL WS-EOF.
           CLOSE RATE-PEND-FILE.
           MOVE WS-USER-A TO WS-LOOKUP-USER.
           PERFORM 8100-PUT-AUTH-LINE THRU 8100-EXIT.
           MOVE WS-USER-B TO WS-LOOKUP-USER.
           PERFORM 8100-PUT-AUTH-LINE THRU 8100-EXIT.
       5200-EXIT.
           EXIT.

       5300-LIST-PAIR-ROW.
           IF RPQ-APPROVED
               AND ((RPQ-REQUESTED-BY = WS-USER-A
                       AND RPQ-DECIDED-BY = WS-USER-B)
                   OR (RPQ-REQUESTED-BY = WS-USER-B
                       AND RPQ-DECIDED-BY = WS-USER-A))
               STRING "  RATEPENDFILE    " RPQ-REQUEST-DATE "-"
                   RPQ-REQUEST-TIME " " RPQ-INSTALLATION " ACTION "
                   RPQ-ACTION " EFF " RPQ-EFFECTIVE-DATE " BY "
                   RPQ-REQUESTED-BY " APPROVED " RPQ-DECIDED-DATE
                   " BY " RPQ-DECIDED-BY
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
           END-IF.
           READ RATE-PEND-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       5300-EXIT.
           EXIT.

      * Numbers the conflict and leaves "CONFLICT nnnnn" in columns
      * 1-14 of the line for the caller to finish.
       8000-START-CONFLICT.
           ADD 1 TO WS-CONFLICT-COUNT.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE WS-CONFLICT-COUNT TO WS-CONFLICT-EDIT.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING "CONFLICT " WS-CONFLICT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
       8000-EXIT.
           EXIT.

       8100-PUT-AUTH-LINE.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-AUTH-SUB.
           PERFORM 8110-SCAN-AUTH THRU 8110-EXIT
               UNTIL WS-FOUND OR WS-AUTH-SUB NOT < WS-AUTH-COUNT.
           IF WS-FOUND
               STRING "  AUTHFILE        USER " WS-LOOKUP-USER
                   " LEVEL " WS-AUTH-TBL-LEVEL(WS-AUTH-SUB)
                   " ACTIVE " WS-AUTH-TBL-ACTIVE(WS-AUTH-SUB)
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           ELSE
               STRING "  AUTHFILE        USER " WS-LOOKUP-USER
                   " NOT ON FILE" DELIMITED BY SIZE INTO WS-RPT-TEXT
           END-IF.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
       8100-EXIT.
           EXIT.

       8110-SCAN-AUTH.
           ADD 1 TO WS-AUTH-SUB.
           IF WS-AUTH-TBL-USER-ID(WS-AUTH-SUB) = WS-LOOKUP-USER
               SET WS-FOUND TO TRUE
           END-IF.
       8110-EXIT.
           EXIT.

       8900-SECTION-FOOTING.
           IF WS-SECTION-COUNT = ZERO
               MOVE "  None found." TO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
           END-IF.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
       8900-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-AUTH-CAP-HIT
               STRING "WARNING: more than 2000 AUTHFILE rows; later "
                   "users show as not on file."
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
           END-IF.
           MOVE WS-AUTH-SELF-COUNT TO WS-COUNT-EDIT.
           STRING "OWN AUTHFILE ROW CHANGED:    " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE WS-CLEAR-SELF-COUNT TO WS-COUNT-EDIT.
           STRING "OWN LOCKOUT CLEARED:         " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE WS-REVIEW-SELF-COUNT TO WS-COUNT-EDIT.
           STRING "OWN RUN'S EXCEPTION REVIEWED:" WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE WS-MUTUAL-COUNT TO WS-COUNT-EDIT.
           STRING "MUTUAL RATE APPROVERS:       " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE WS-CONFLICT-COUNT TO WS-COUNT-EDIT.
           STRING "CONFLICTS IN TOTAL:          " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
       9000-EXIT.
           EXIT.

      * Shared report-writer plumbing: the writer puts every line on
      * the console, the print file and the reprint archive at once,
      * with the standard page heading.
       9700-OPEN-REPORT.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RPT-OPERATOR FROM ENVIRONMENT-VALUE.
           MOVE "DUTY CONFLICTS" TO WS-RPT-NAME.
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

       END PROGRAM operationsDutyConflict.
