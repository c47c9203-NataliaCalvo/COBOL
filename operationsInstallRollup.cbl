      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Installation roll-up engine, CALLed by the reports
      *           and inquiries with a 4-character installation code.
      *           A code that operationsInstallRecode has retired -
      *           merged into another site or re-coded - comes back
      *           replaced by the code it now lives under, so posted
      *           history that still carries the old code totals
      *           with the surviving site. A code that was never
      *           retired comes back as it went in. Only applied
      *           rows on INSTMAPFILE count; a mapping still waiting
      *           for its effective date leaves the old code
      *           standing. A site retired into one that was itself
      *           retired later follows the chain to the end. The
      *           whole of INSTMAPFILE is loaded on the first CALL
      *           and the module stays resident for the life of the
      *           calling run, the way operationsInstallLookup does;
      *           no INSTMAPFILE means nothing has been retired.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsInstallRollup.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAP-FILE ASSIGN TO "INSTMAPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAP-FILE.
           COPY INSTMAPREC.

       WORKING-STORAGE SECTION.
           01 WS-MAP-STATUS PIC X(02) VALUE "00".
           01 WS-LOADED-SWITCH PIC X(01) VALUE "N".
               88 WS-LOADED VALUE "Y".
           01 WS-MAP-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-MAP-EOF VALUE "Y".
           01 WS-FOUND-SWITCH PIC X(01).
               88 WS-FOUND VALUE "Y".
           01 WS-CAP-SWITCH PIC X(01) VALUE "N".
               88 WS-CAP-WARNED VALUE "Y".
      * operationsInstallRecode refuses to map a code onto one that
      * is already retired, so a chain cannot loop back on itself;
      * the hop limit is there for a hand-edited file that does.
           01 WS-HOP-COUNT PIC 9(03) COMP.
           01 WS-MAP-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-MAP-SUB PIC 9(03) COMP.
           01 WS-MAP-TABLE.
               05 WS-MAP-ENTRY OCCURS 500 TIMES.
                   10 WS-MAP-TBL-OLD-CODE PIC X(04).
                   10 WS-MAP-TBL-NEW-CODE PIC X(04).

       LINKAGE SECTION.
       01 LK-INSTALL-CODE PIC X(04).

       PROCEDURE DIVISION USING LK-INSTALL-CODE.
       0000-MAINLINE.
           IF NOT WS-LOADED
               PERFORM 1000-LOAD-MAP THRU 1000-EXIT
           END-IF.
           IF WS-MAP-COUNT = ZERO OR LK-INSTALL-CODE = SPACES
               GOBACK
           END-IF.
           MOVE ZERO TO WS-HOP-COUNT.
           MOVE "Y" TO WS-FOUND-SWITCH.
           PERFORM 2000-FOLLOW-ONE-HOP THRU 2000-EXIT
               UNTIL NOT WS-FOUND OR WS-HOP-COUNT NOT < 50.
           GOBACK.

       1000-LOAD-MAP.
           SET WS-LOADED TO TRUE.
           OPEN INPUT MAP-FILE.
           IF WS-MAP-STATUS = "35"
               GO TO 1000-EXIT
           END-IF.
           READ MAP-FILE
               AT END SET WS-MAP-EOF TO TRUE
           END-READ.
           PERFORM 1100-LOAD-MAP-LINE THRU 1100-EXIT
               UNTIL WS-MAP-EOF.
           CLOSE MAP-FILE.
       1000-EXIT.
           EXIT.

       1100-LOAD-MAP-LINE.
           IF NOT IMP-APPLIED
               GO TO 1100-READ
           END-IF.
           IF WS-MAP-COUNT < 500
               ADD 1 TO WS-MAP-COUNT
               MOVE IMP-OLD-CODE TO WS-MAP-TBL-OLD-CODE(WS-MAP-COUNT)
               MOVE IMP-NEW-CODE TO WS-MAP-TBL-NEW-CODE(WS-MAP-COUNT)
           ELSE
               IF NOT WS-CAP-WARNED
                   DISPLAY "WARNING: INSTMAPFILE has more than 500 "
                       "applied mappings; later ones will not roll "
                       "up."
                   SET WS-CAP-WARNED TO TRUE
               END-IF
           END-IF.
       1100-READ.
           READ MAP-FILE
               AT END SET WS-MAP-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      * One step along the chain: if the code in hand was retired,
      * take the code it went to and look again.
       2000-FOLLOW-ONE-HOP.
           ADD 1 TO WS-HOP-COUNT.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-MAP-SUB.
           PERFORM 2100-SCAN-MAP-TABLE THRU 2100-EXIT
               UNTIL WS-FOUND OR WS-MAP-SUB NOT < WS-MAP-COUNT.
           IF WS-FOUND
               MOVE WS-MAP-TBL-NEW-CODE(WS-MAP-SUB) TO LK-INSTALL-CODE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-SCAN-MAP-TABLE.
           ADD 1 TO WS-MAP-SUB.
           IF WS-MAP-TBL-OLD-CODE(WS-MAP-SUB) = LK-INSTALL-CODE
               SET WS-FOUND TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

       END PROGRAM operationsInstallRollup.
