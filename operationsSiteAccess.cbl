      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Installation access engine. operationsSignOn CALLs it
      *           with "LOAD" the moment a sign-on succeeds, handing
      *           over the operator and level, and the operator's
      *           rows on SITEACCFILE are held for the life of the
      *           run - the module stays resident the way
      *           operationsInstallLookup does. A program about to
      *           post to, or show, an installation CALLs it with
      *           "CHECK" and the code and gets back "Y" allowed or
      *           "N" refused; the refusal itself (exception row,
      *           message) is the caller's to write, in its own way.
      *           Supervisors and administrators are allowed every
      *           site. No SITEACCFILE at all means the table is
      *           not in use yet and every site is allowed. A CHECK
      *           with nobody LOADed is refused - a program that has
      *           not signed anyone on has no business at any site.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsSiteAccess.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-ACCESS-FILE ASSIGN TO "SITEACCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SITE-ACCESS-FILE.
           COPY SITEACCREC.

       WORKING-STORAGE SECTION.
           01 WS-SITE-STATUS PIC X(02) VALUE "00".
           01 WS-LOADED-SWITCH PIC X(01) VALUE "N".
               88 WS-LOADED VALUE "Y".
           01 WS-ALL-SITES-SWITCH PIC X(01) VALUE "N".
               88 WS-ALL-SITES VALUE "Y".
           01 WS-SITE-EOF-SWITCH PIC X(01).
               88 WS-SITE-EOF VALUE "Y".
           01 WS-CAP-SWITCH PIC X(01).
               88 WS-CAP-WARNED VALUE "Y".
           01 WS-SITE-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-SITE-SUB PIC 9(03) COMP.
           01 WS-LOADED-USER-ID PIC X(08).
           01 WS-SITE-TABLE.
               05 WS-SITE-TBL-INSTALLATION OCCURS 500 TIMES
                   PIC X(04).

       LINKAGE SECTION.
       01 LK-ACTION PIC X(05).
       01 LK-USER-ID PIC X(08).
       01 LK-USER-LEVEL PIC X(01).
       01 LK-INSTALLATION PIC X(04).
       01 LK-ALLOWED PIC X(01).

       PROCEDURE DIVISION USING LK-ACTION, LK-USER-ID, LK-USER-LEVEL,
               LK-INSTALLATION, LK-ALLOWED.
       0000-MAINLINE.
           MOVE "N" TO LK-ALLOWED.
           EVALUATE LK-ACTION
               WHEN "LOAD"
                   PERFORM 1000-LOAD-ACCESS THRU 1000-EXIT
                   MOVE "Y" TO LK-ALLOWED
               WHEN "CHECK"
                   PERFORM 2000-CHECK-ACCESS THRU 2000-EXIT
           END-EVALUATE.
           GOBACK.

      * Each LOAD starts afresh, so a second sign-on in the same run
      * (a menu session running one program after another) never
      * inherits the previous operator's sites.
       1000-LOAD-ACCESS.
           SET WS-LOADED TO TRUE.
           MOVE LK-USER-ID TO WS-LOADED-USER-ID.
           MOVE "N" TO WS-ALL-SITES-SWITCH.
           MOVE "N" TO WS-CAP-SWITCH.
           MOVE ZERO TO WS-SITE-COUNT.
           IF LK-USER-LEVEL = "A" OR LK-USER-LEVEL = "S"
               SET WS-ALL-SITES TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT SITE-ACCESS-FILE.
           IF WS-SITE-STATUS = "35"
               SET WS-ALL-SITES TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO WS-SITE-EOF-SWITCH.
           READ SITE-ACCESS-FILE
               AT END SET WS-SITE-EOF TO TRUE
           END-READ.
           PERFORM 1100-LOAD-ACCESS-LINE THRU 1100-EXIT
               UNTIL WS-SITE-EOF.
           CLOSE SITE-ACCESS-FILE.
       1000-EXIT.
           EXIT.

       1100-LOAD-ACCESS-LINE.
           IF SAC-USER-ID = WS-LOADED-USER-ID
               IF WS-SITE-COUNT < 500
                   ADD 1 TO WS-SITE-COUNT
                   MOVE SAC-INSTALLATION
                       TO WS-SITE-TBL-INSTALLATION(WS-SITE-COUNT)
               ELSE
                   IF NOT WS-CAP-WARNED
                       DISPLAY "WARNING: more than 500 installations "
                           "granted to " WS-LOADED-USER-ID
                           "; later ones are not honored."
                       SET WS-CAP-WARNED TO TRUE
                   END-IF
               END-IF
           END-IF.
           READ SITE-ACCESS-FILE
               AT END SET WS-SITE-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       2000-CHECK-ACCESS.
           IF NOT WS-LOADED
               GO TO 2000-EXIT
           END-IF.
           IF WS-ALL-SITES
               MOVE "Y" TO LK-ALLOWED
               GO TO 2000-EXIT
           END-IF.
           MOVE ZERO TO WS-SITE-SUB.
           PERFORM 2100-SCAN-SITE-TABLE THRU 2100-EXIT
               UNTIL LK-ALLOWED = "Y"
                   OR WS-SITE-SUB NOT < WS-SITE-COUNT.
       2000-EXIT.
           EXIT.

       2100-SCAN-SITE-TABLE.
           ADD 1 TO WS-SITE-SUB.
           IF WS-SITE-TBL-INSTALLATION(WS-SITE-SUB) = LK-INSTALLATION
               MOVE "Y" TO LK-ALLOWED
           END-IF.
       2100-EXIT.
           EXIT.

       END PROGRAM operationsSiteAccess.
