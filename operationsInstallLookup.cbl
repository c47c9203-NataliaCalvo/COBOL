      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Installation master lookup engine, CALLed by the
      *           front edit, the batch driver and the reports with
      *           a 4-character installation code. Hands back the
      *           site's name and its status: "A" trading, "C"
      *           closed, "N" not on the installation master. The
      *           whole of INSTALLFILE is loaded on the first CALL
      *           and the module stays resident for the life of the
      *           calling run (the way operationsReportWriter carries
      *           its state), so a batch driver asking once per pair
      *           does not re-read the file every time.
      *           No INSTALLFILE at all means the master has not been
      *           built yet: the status comes back blank and callers
      *           let the code through, exactly the old behavior,
      *           the same stance operationsClosedPeriodCheck takes
      *           when there is no control file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsInstallLookup.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTALL-FILE ASSIGN TO "INSTALLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTALL-FILE.
           COPY INSTALLREC.

       WORKING-STORAGE SECTION.
           01 WS-INST-STATUS PIC X(02) VALUE "00".
           01 WS-LOADED-SWITCH PIC X(01) VALUE "N".
               88 WS-LOADED VALUE "Y".
           01 WS-NO-MASTER-SWITCH PIC X(01) VALUE "N".
               88 WS-NO-MASTER VALUE "Y".
           01 WS-INST-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-INST-EOF VALUE "Y".
           01 WS-FOUND-SWITCH PIC X(01).
               88 WS-FOUND VALUE "Y".
           01 WS-CAP-SWITCH PIC X(01) VALUE "N".
               88 WS-CAP-WARNED VALUE "Y".
           01 WS-INST-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-INST-SUB PIC 9(03) COMP.
           01 WS-INST-TABLE.
               05 WS-INST-ENTRY OCCURS 500 TIMES.
                   10 WS-INST-TBL-CODE PIC X(04).
                   10 WS-INST-TBL-NAME PIC X(24).
                   10 WS-INST-TBL-STATUS PIC X(01).

       LINKAGE SECTION.
       01 LK-INSTALL-CODE PIC X(04).
       01 LK-INSTALL-NAME PIC X(24).
       01 LK-INSTALL-STATUS PIC X(01).

       PROCEDURE DIVISION USING LK-INSTALL-CODE, LK-INSTALL-NAME,
               LK-INSTALL-STATUS.
       0000-MAINLINE.
           IF NOT WS-LOADED
               PERFORM 1000-LOAD-MASTER THRU 1000-EXIT
           END-IF.
           MOVE SPACES TO LK-INSTALL-NAME.
           IF WS-NO-MASTER
               MOVE SPACE TO LK-INSTALL-STATUS
               GOBACK
           END-IF.
           MOVE "N" TO LK-INSTALL-STATUS.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-INST-SUB.
           PERFORM 2000-SCAN-INST-TABLE THRU 2000-EXIT
               UNTIL WS-FOUND OR WS-INST-SUB NOT < WS-INST-COUNT.
           GOBACK.

       1000-LOAD-MASTER.
           SET WS-LOADED TO TRUE.
           OPEN INPUT INSTALL-FILE.
           IF WS-INST-STATUS = "35"
               SET WS-NO-MASTER TO TRUE
               GO TO 1000-EXIT
           END-IF.
           READ INSTALL-FILE
               AT END SET WS-INST-EOF TO TRUE
           END-READ.
           PERFORM 1100-LOAD-INST-LINE THRU 1100-EXIT
               UNTIL WS-INST-EOF.
           CLOSE INSTALL-FILE.
       1000-EXIT.
           EXIT.

       1100-LOAD-INST-LINE.
           IF WS-INST-COUNT < 500
               ADD 1 TO WS-INST-COUNT
               MOVE INST-CODE TO WS-INST-TBL-CODE(WS-INST-COUNT)
               MOVE INST-NAME TO WS-INST-TBL-NAME(WS-INST-COUNT)
               MOVE INST-STATUS TO WS-INST-TBL-STATUS(WS-INST-COUNT)
           ELSE
               IF NOT WS-CAP-WARNED
                   DISPLAY "WARNING: INSTALLFILE has more than 500 "
                       "sites; later ones will read as not on the "
                       "installation master."
                   SET WS-CAP-WARNED TO TRUE
               END-IF
           END-IF.
           READ INSTALL-FILE
               AT END SET WS-INST-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      * Anything but an explicit "C" on file counts as trading - a
      * row keyed before the status column was filled in is a site
      * nobody has closed.
       2000-SCAN-INST-TABLE.
           ADD 1 TO WS-INST-SUB.
           IF WS-INST-TBL-CODE(WS-INST-SUB) = LK-INSTALL-CODE
               SET WS-FOUND TO TRUE
               MOVE WS-INST-TBL-NAME(WS-INST-SUB) TO LK-INSTALL-NAME
               IF WS-INST-TBL-STATUS(WS-INST-SUB) = "C"
                   MOVE "C" TO LK-INSTALL-STATUS
               ELSE
                   MOVE "A" TO LK-INSTALL-STATUS
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

       END PROGRAM operationsInstallLookup.
