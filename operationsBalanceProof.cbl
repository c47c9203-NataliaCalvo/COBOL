      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Balance proof - recomputes every installation's
      *           balance from scratch as the total of its RESULTs on
      *           HISTFILE plus HISTARCHFILE and proves BALANCEFILE's
      *           BAL-CLOSING against it. Only the rows that move the
      *           balance master count (operationsBalanceMoveCheck -
      *           the same rule the month statement and the year-end
      *           close use). The balance master is only ever moved
      *           forward a run at a time, so a run that abends
      *           between its history write and its balance update,
      *           or anything that posts history without moving
      *           balances - an exception rerun that never reached its
      *           balance update, say - leaves the closing figure
      *           wrong for good with nothing to say so. Each
      *           installation that is out is listed with the
      *           difference on the cataloged report; an installation
      *           with history but no balance row is out by its whole
      *           history. Return code 4 when anything is out.
      *           A supervisor (or administrator) may then have
      *           BALANCEFILE rewritten from the recomputed figures:
      *           each corrected row takes its old closing as opening,
      *           the correction as its movement and the recomputed
      *           figure as closing, and every row changed goes on the
      *           maintenance change log with its before and after
      *           images.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsBalanceProof.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE ASSIGN TO "BALANCEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT HIST-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "HISTARCHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-FILE.
           COPY BALREC.

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

       WORKING-STORAGE SECTION.
           COPY RPTFLDS.
      * Program name handed to the shared sign-on module - kept in
      * working storage (truncated to the X(20) the module declares)
      * because a literal is not a valid BY REFERENCE argument.
           01 WS-SIGNON-PROGRAM PIC X(20) VALUE
               "operationsBalancePro".
           01 WS-REQUIRED-LEVEL PIC X(01) VALUE SPACE.
           01 WS-OPERATOR-ID PIC X(08).
           01 WS-USER-LEVEL PIC X(01).
               88 WS-USER-IS-SUPERVISOR VALUE "A" "S".
           01 WS-SIGNON-OK-SWITCH PIC X(01).
               88 WS-SIGNON-OK VALUE "Y".
      * Fields handed to the shared maintenance change-log writer.
           01 WS-MLOG-ACTION PIC X(10) VALUE "REBUILD".
           01 WS-MLOG-KEY PIC X(20).
           01 WS-MLOG-BEFORE PIC X(80).
           01 WS-MLOG-AFTER PIC X(80).
           01 WS-BAL-STATUS PIC X(02) VALUE "00".
           01 WS-HIST-STATUS PIC X(02) VALUE "00".
           01 WS-ARCH-STATUS PIC X(02) VALUE "00".
           01 WS-BAL-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-BAL-EOF VALUE "Y".
           01 WS-HIST-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-HIST-EOF VALUE "Y".
           01 WS-ARCH-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-ARCH-EOF VALUE "Y".
           01 WS-FOUND-SWITCH PIC X(01).
               88 WS-FOUND VALUE "Y".
           01 WS-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 WS-TABLE-OVERFLOW VALUE "Y".
           01 WS-MOVES-BALANCE-SWITCH PIC X(01).
               88 WS-MOVES-BALANCE VALUE "Y".
           01 WS-REWRITE-ANSWER PIC X(01).
               88 WS-REWRITE-CONFIRMED VALUE "Y" "y".
           01 WS-TODAY PIC 9(08).
           01 WS-FIND-INSTALL PIC X(04).
           01 WS-FIND-AMOUNT PIC S9(11)V99 SIGN LEADING SEPARATE.
           01 WS-OUT-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-HIST-ROWS PIC 9(07) COMP VALUE ZERO.
           01 WS-ARCH-ROWS PIC 9(07) COMP VALUE ZERO.
      * One row per installation seen on the balance master or in
      * history - the master's row as it stands, and the figure the
      * history says it should close at.
           01 WS-PROOF-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-PROOF-SUB PIC 9(03) COMP.
           01 WS-PROOF-TABLE.
               05 WS-PROOF-ENTRY OCCURS 200 TIMES.
                   10 WS-PRF-INSTALLATION PIC X(04).
                   10 WS-PRF-ON-MASTER-SWITCH PIC X(01).
                       88 WS-PRF-ON-MASTER VALUE "Y".
                   10 WS-PRF-MASTER-ROW PIC X(59).
                   10 WS-PRF-CLOSING PIC S9(11)V99
                       SIGN LEADING SEPARATE.
                   10 WS-PRF-RECOMPUTED PIC S9(11)V99
                       SIGN LEADING SEPARATE.
                   10 WS-PRF-DIFFERENCE PIC S9(11)V99
                       SIGN LEADING SEPARATE.
                   10 WS-PRF-LAST-RUN-NUM PIC 9(05).
           01 WS-CLOSING-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           01 WS-RECOMP-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           01 WS-DIFF-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           01 WS-COUNT-EDIT PIC ZZ9.
           01 WS-ROWS-EDIT PIC Z,ZZZ,ZZ9.
           01 WS-ARCH-EDIT PIC Z,ZZZ,ZZ9.
           01 WS-ROW-NOTE PIC X(16).

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
           PERFORM 1000-LOAD-BALANCES THRU 1000-EXIT.
           PERFORM 2000-TOTAL-HISTORY THRU 2000-EXIT.
           PERFORM 3000-TOTAL-ARCHIVE THRU 3000-EXIT.
           IF WS-TABLE-OVERFLOW
               DISPLAY "MORE THAN 200 INSTALLATIONS - the proof is "
                   "incomplete and BALANCEFILE cannot be rebuilt "
                   "from it."
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 4000-PRINT-PROOF THRU 4000-EXIT.
           IF WS-OUT-COUNT = ZERO
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               GOBACK
           END-IF.
           IF NOT WS-USER-IS-SUPERVISOR
               DISPLAY "Sign on as a supervisor to rebuild "
                   "BALANCEFILE from these figures."
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Rewrite BALANCEFILE from the recomputed figures "
               "(Y/N)?".
           ACCEPT WS-REWRITE-ANSWER.
           IF WS-REWRITE-CONFIRMED
               PERFORM 5000-REWRITE-BALANCES THRU 5000-EXIT
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               GOBACK
           END-IF.
           DISPLAY "BALANCEFILE left as it was.".
           PERFORM 9950-SIGN-OFF THRU 9950-EXIT.
           MOVE 4 TO RETURN-CODE.
           GOBACK.

       1000-LOAD-BALANCES.
           OPEN INPUT BALANCE-FILE.
           IF WS-BAL-STATUS = "35"
               GO TO 1000-EXIT
           END-IF.
           READ BALANCE-FILE
               AT END SET WS-BAL-EOF TO TRUE
           END-READ.
           PERFORM 1100-LOAD-BALANCE-LINE THRU 1100-EXIT
               UNTIL WS-BAL-EOF.
           CLOSE BALANCE-FILE.
       1000-EXIT.
           EXIT.

       1100-LOAD-BALANCE-LINE.
           MOVE BAL-INSTALLATION TO WS-FIND-INSTALL.
           MOVE ZERO TO WS-FIND-AMOUNT.
           PERFORM 8000-FIND-INSTALLATION THRU 8000-EXIT.
           IF WS-FOUND
               SET WS-PRF-ON-MASTER(WS-PROOF-SUB) TO TRUE
               MOVE BALANCE-RECORD TO WS-PRF-MASTER-ROW(WS-PROOF-SUB)
               MOVE BAL-CLOSING TO WS-PRF-CLOSING(WS-PROOF-SUB)
               MOVE BAL-LAST-RUN-NUM
                   TO WS-PRF-LAST-RUN-NUM(WS-PROOF-SUB)
           END-IF.
           READ BALANCE-FILE
               AT END SET WS-BAL-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       2000-TOTAL-HISTORY.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS = "35"
               GO TO 2000-EXIT
           END-IF.
           READ HIST-FILE
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.
           PERFORM 2100-TOTAL-HIST-LINE THRU 2100-EXIT
               UNTIL WS-HIST-EOF.
           CLOSE HIST-FILE.
       2000-EXIT.
           EXIT.

      * Only rows that moved BALANCEFILE belong in a balance, and
      * operationsBalanceMoveCheck says which rows those are.
       2100-TOTAL-HIST-LINE.
           ADD 1 TO WS-HIST-ROWS.
           CALL "operationsBalanceMoveCheck" USING HIST-PROGRAM,
               WS-MOVES-BALANCE-SWITCH.
           IF WS-MOVES-BALANCE
               MOVE HIST-INSTALLATION TO WS-FIND-INSTALL
               MOVE HIST-RESULT TO WS-FIND-AMOUNT
               PERFORM 8000-FIND-INSTALLATION THRU 8000-EXIT
           END-IF.
           READ HIST-FILE
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       3000-TOTAL-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCH-STATUS = "35"
               GO TO 3000-EXIT
           END-IF.
           READ ARCHIVE-FILE
               AT END SET WS-ARCH-EOF TO TRUE
           END-READ.
           PERFORM 3100-TOTAL-ARCH-LINE THRU 3100-EXIT
               UNTIL WS-ARCH-EOF.
           CLOSE ARCHIVE-FILE.
       3000-EXIT.
           EXIT.

       3100-TOTAL-ARCH-LINE.
           ADD 1 TO WS-ARCH-ROWS.
           CALL "operationsBalanceMoveCheck" USING ARCH-PROGRAM,
               WS-MOVES-BALANCE-SWITCH.
           IF WS-MOVES-BALANCE
               MOVE ARCH-INSTALLATION TO WS-FIND-INSTALL
               MOVE ARCH-RESULT TO WS-FIND-AMOUNT
               PERFORM 8000-FIND-INSTALLATION THRU 8000-EXIT
           END-IF.
           READ ARCHIVE-FILE
               AT END SET WS-ARCH-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      * Only the installations that are out are listed; the totals
      * line says how many were proved.
       4000-PRINT-PROOF.
           PERFORM 9700-OPEN-REPORT THRU 9700-EXIT.
           STRING "BALANCE PROOF AGAINST HISTORY - " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE WS-HIST-ROWS TO WS-ROWS-EDIT.
           MOVE WS-ARCH-ROWS TO WS-ARCH-EDIT.
           STRING "HISTORY ROWS " DELIMITED BY SIZE
               WS-ROWS-EDIT DELIMITED BY SIZE
               "  ARCHIVE ROWS " DELIMITED BY SIZE
               WS-ARCH-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           STRING "INST    BALANCE CLOSING" DELIMITED BY SIZE
               "       FROM HISTORY         DIFFERENCE"
                   DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE ZERO TO WS-PROOF-SUB.
           PERFORM 4100-PROVE-ONE THRU 4100-EXIT
               UNTIL WS-PROOF-SUB NOT < WS-PROOF-COUNT.
           MOVE WS-OUT-COUNT TO WS-COUNT-EDIT.
           MOVE WS-PROOF-COUNT TO WS-ROWS-EDIT.
           STRING WS-COUNT-EDIT DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               WS-ROWS-EDIT DELIMITED BY SIZE
               " INSTALLATIONS OUT OF BALANCE" DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           PERFORM 9900-CLOSE-REPORT THRU 9900-EXIT.
       4000-EXIT.
           EXIT.

       4100-PROVE-ONE.
           ADD 1 TO WS-PROOF-SUB.
           COMPUTE WS-PRF-DIFFERENCE(WS-PROOF-SUB) =
               WS-PRF-CLOSING(WS-PROOF-SUB)
               - WS-PRF-RECOMPUTED(WS-PROOF-SUB).
           IF WS-PRF-DIFFERENCE(WS-PROOF-SUB) = ZERO
               AND WS-PRF-ON-MASTER(WS-PROOF-SUB)
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-OUT-COUNT.
           MOVE WS-PRF-CLOSING(WS-PROOF-SUB) TO WS-CLOSING-EDIT.
           MOVE WS-PRF-RECOMPUTED(WS-PROOF-SUB) TO WS-RECOMP-EDIT.
           MOVE WS-PRF-DIFFERENCE(WS-PROOF-SUB) TO WS-DIFF-EDIT.
           MOVE SPACES TO WS-ROW-NOTE.
           IF NOT WS-PRF-ON-MASTER(WS-PROOF-SUB)
               MOVE "  NO BALANCE ROW" TO WS-ROW-NOTE
           END-IF.
           STRING WS-PRF-INSTALLATION(WS-PROOF-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CLOSING-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RECOMP-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DIFF-EDIT DELIMITED BY SIZE
               WS-ROW-NOTE DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
       4100-EXIT.
           EXIT.

      * The master is rewritten in the order it was read, with any
      * installation that had history but no row added at the end.
       5000-REWRITE-BALANCES.
           OPEN OUTPUT BALANCE-FILE.
           MOVE ZERO TO WS-PROOF-SUB.
           PERFORM 5100-REWRITE-ONE THRU 5100-EXIT
               UNTIL WS-PROOF-SUB NOT < WS-PROOF-COUNT.
           CLOSE BALANCE-FILE.
           MOVE WS-OUT-COUNT TO WS-COUNT-EDIT.
           DISPLAY "BALANCEFILE REBUILT - " WS-COUNT-EDIT
               " INSTALLATION(S) CORRECTED.".
       5000-EXIT.
           EXIT.

       5100-REWRITE-ONE.
           ADD 1 TO WS-PROOF-SUB.
           IF WS-PRF-ON-MASTER(WS-PROOF-SUB)
               MOVE WS-PRF-MASTER-ROW(WS-PROOF-SUB) TO BALANCE-RECORD
               MOVE WS-PRF-MASTER-ROW(WS-PROOF-SUB) TO WS-MLOG-BEFORE
           ELSE
               MOVE WS-PRF-INSTALLATION(WS-PROOF-SUB)
                   TO BAL-INSTALLATION
               MOVE ZERO TO BAL-CLOSING
               MOVE ZERO TO BAL-LAST-RUN-NUM
               MOVE SPACES TO WS-MLOG-BEFORE
           END-IF.
           IF WS-PRF-DIFFERENCE(WS-PROOF-SUB) NOT = ZERO
               OR NOT WS-PRF-ON-MASTER(WS-PROOF-SUB)
               MOVE BAL-CLOSING TO BAL-OPENING
               COMPUTE BAL-MOVEMENT =
                   WS-PRF-RECOMPUTED(WS-PROOF-SUB) - BAL-CLOSING
               MOVE WS-PRF-RECOMPUTED(WS-PROOF-SUB) TO BAL-CLOSING
               MOVE WS-TODAY TO BAL-LAST-DATE
               MOVE BALANCE-RECORD TO WS-MLOG-AFTER
               PERFORM 5200-WRITE-MAINT-LOG THRU 5200-EXIT
           END-IF.
           WRITE BALANCE-RECORD.
       5100-EXIT.
           EXIT.

       5200-WRITE-MAINT-LOG.
           MOVE SPACES TO WS-MLOG-KEY.
           STRING "BAL " DELIMITED BY SIZE
               BAL-INSTALLATION DELIMITED BY SIZE
               INTO WS-MLOG-KEY.
           CALL "operationsMaintLog" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID, WS-MLOG-ACTION, WS-MLOG-KEY,
               WS-MLOG-BEFORE, WS-MLOG-AFTER.
       5200-EXIT.
           EXIT.

      * Finds WS-FIND-INSTALL on the proof table, adding it the first
      * time it is seen, and adds WS-FIND-AMOUNT to what history
      * says it should close at. WS-PROOF-SUB is left on the row.
      * A site merged or re-coded away is first rolled up to the
      * code it now lives under.
       8000-FIND-INSTALLATION.
           CALL "operationsInstallRollup" USING WS-FIND-INSTALL.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-PROOF-SUB.
           PERFORM 8100-SCAN-PROOF-TABLE THRU 8100-EXIT
               UNTIL WS-FOUND OR WS-PROOF-SUB NOT < WS-PROOF-COUNT.
           IF NOT WS-FOUND
               IF WS-PROOF-COUNT NOT < 200
                   SET WS-TABLE-OVERFLOW TO TRUE
                   GO TO 8000-EXIT
               END-IF
               ADD 1 TO WS-PROOF-COUNT
               MOVE WS-PROOF-COUNT TO WS-PROOF-SUB
               MOVE WS-FIND-INSTALL
                   TO WS-PRF-INSTALLATION(WS-PROOF-SUB)
               MOVE "N" TO WS-PRF-ON-MASTER-SWITCH(WS-PROOF-SUB)
               MOVE SPACES TO WS-PRF-MASTER-ROW(WS-PROOF-SUB)
               MOVE ZERO TO WS-PRF-CLOSING(WS-PROOF-SUB)
               MOVE ZERO TO WS-PRF-RECOMPUTED(WS-PROOF-SUB)
               MOVE ZERO TO WS-PRF-LAST-RUN-NUM(WS-PROOF-SUB)
               SET WS-FOUND TO TRUE
           END-IF.
           ADD WS-FIND-AMOUNT TO WS-PRF-RECOMPUTED(WS-PROOF-SUB).
       8000-EXIT.
           EXIT.

       8100-SCAN-PROOF-TABLE.
           ADD 1 TO WS-PROOF-SUB.
           IF WS-PRF-INSTALLATION(WS-PROOF-SUB) = WS-FIND-INSTALL
               SET WS-FOUND TO TRUE
           END-IF.
       8100-EXIT.
           EXIT.

       9700-OPEN-REPORT.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RPT-OPERATOR FROM ENVIRONMENT-VALUE.
           MOVE "BALANCE PROOF" TO WS-RPT-NAME.
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

       END PROGRAM operationsBalanceProof.
