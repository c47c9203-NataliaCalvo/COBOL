      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Upcoming poem-of-the-day preview - lists every day
      *           from today through the last date on POEMSCHEDULE
      *           (and at least the coming two weeks), with the poem
      *           routinesGoTo will offer that day, so whoever keeps
      *           the schedule can check it the way
      *           operationsTitlePreview checks the title rotation.
      *           A day with no row is flagged NO POEM SCHEDULED -
      *           routinesGoTo just opens on the catalog that day -
      *           and a day whose POEM-ID is no longer in POEMFILE is
      *           flagged as a poem removed from the catalog.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsPoemSchedPreview.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO "POEMSCHEDULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.
           SELECT POEM-FILE ASSIGN TO "POEMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POEM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
           COPY POEMSCHREC.

       FD  POEM-FILE.
           COPY POEMREC.

       WORKING-STORAGE SECTION.
           01 WS-SCHED-STATUS PIC X(02) VALUE "00".
           01 WS-POEM-STATUS PIC X(02) VALUE "00".
           01 WS-SCHED-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-SCHED-EOF VALUE "Y".
           01 WS-POEM-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-POEM-EOF VALUE "Y".
           01 WS-FOUND-SWITCH PIC X(01).
               88 WS-FOUND VALUE "Y".
           01 WS-CAP-SWITCH PIC X(01) VALUE "N".
               88 WS-CAP-WARNED VALUE "Y".
           01 WS-TODAY PIC 9(8).
           01 WS-LAST-DATE PIC 9(8).
           01 WS-DAY-DATE PIC 9(8).
           01 WS-TODAY-INT PIC 9(7) COMP.
           01 WS-LAST-INT PIC 9(7) COMP.
           01 WS-DAY-INT PIC 9(7) COMP.
           01 WS-DAY-POEM-ID PIC 9(02).
           01 WS-DAY-TITLE PIC X(30).
           01 WS-DAY-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-SCHEDULED-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-EMPTY-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-REMOVED-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-COUNT-EDIT PIC ZZ,ZZ9.
           01 WS-SCHED-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-SCHED-SUB PIC 9(5) COMP.
           01 WS-SCHED-TABLE.
               05 WS-SCHED-ENTRY OCCURS 1000 TIMES.
                   10 WS-SCHED-TBL-DATE PIC 9(8).
                   10 WS-SCHED-TBL-POEM-ID PIC 9(2).
           01 WS-CATALOG-COUNT PIC 9(3) COMP VALUE ZERO.
           01 WS-CATALOG-SUB PIC 9(3) COMP.
           01 WS-CATALOG-TABLE.
               05 WS-CATALOG-ENTRY OCCURS 99 TIMES.
                   10 WS-CATALOG-POEM-ID PIC 9(2).
                   10 WS-CATALOG-TITLE PIC X(30).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           COMPUTE WS-LAST-INT = WS-TODAY-INT + 13.
           PERFORM 1000-LOAD-SCHEDULE THRU 1000-EXIT.
           PERFORM 1100-LOAD-CATALOG THRU 1100-EXIT.
           COMPUTE WS-LAST-DATE =
               FUNCTION DATE-OF-INTEGER(WS-LAST-INT).
           DISPLAY "POEM OF THE DAY SCHEDULE " WS-TODAY " THRU "
               WS-LAST-DATE.
           MOVE WS-TODAY-INT TO WS-DAY-INT.
           PERFORM 2000-PREVIEW-ONE-DAY THRU 2000-EXIT
               UNTIL WS-DAY-INT > WS-LAST-INT.
           MOVE WS-DAY-COUNT TO WS-COUNT-EDIT.
           DISPLAY "DAYS SHOWN:            " WS-COUNT-EDIT.
           MOVE WS-SCHEDULED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "DAYS WITH A POEM:      " WS-COUNT-EDIT.
           MOVE WS-EMPTY-COUNT TO WS-COUNT-EDIT.
           DISPLAY "DAYS WITH NO POEM:     " WS-COUNT-EDIT.
           MOVE WS-REMOVED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "DAYS ON REMOVED POEMS: " WS-COUNT-EDIT.
           GOBACK.

      * Only today and later are kept; the last of them stretches
      * the preview out to cover the whole coming schedule.
       1000-LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHED-STATUS = "35"
               DISPLAY "No poem schedule on file yet."
               GO TO 1000-EXIT
           END-IF.
           READ SCHEDULE-FILE
               AT END SET WS-SCHED-EOF TO TRUE
           END-READ.
           PERFORM 1010-LOAD-SCHEDULE-LINE THRU 1010-EXIT
               UNTIL WS-SCHED-EOF.
           CLOSE SCHEDULE-FILE.
       1000-EXIT.
           EXIT.

       1010-LOAD-SCHEDULE-LINE.
           IF PSC-DATE NOT < WS-TODAY
               IF WS-SCHED-COUNT < 1000
                   ADD 1 TO WS-SCHED-COUNT
                   MOVE PSC-DATE TO WS-SCHED-TBL-DATE(WS-SCHED-COUNT)
                   MOVE PSC-POEM-ID
                       TO WS-SCHED-TBL-POEM-ID(WS-SCHED-COUNT)
                   COMPUTE WS-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(PSC-DATE)
                   IF WS-DAY-INT > WS-LAST-INT
                       MOVE WS-DAY-INT TO WS-LAST-INT
                   END-IF
               ELSE
                   IF NOT WS-CAP-WARNED
                       DISPLAY "WARNING: more than 1000 coming days "
                           "on the schedule; later ones are not "
                           "shown."
                       SET WS-CAP-WARNED TO TRUE
                   END-IF
               END-IF
           END-IF.
           READ SCHEDULE-FILE
               AT END SET WS-SCHED-EOF TO TRUE
           END-READ.
       1010-EXIT.
           EXIT.

       1100-LOAD-CATALOG.
           OPEN INPUT POEM-FILE.
           IF WS-POEM-STATUS = "35"
               GO TO 1100-EXIT
           END-IF.
           READ POEM-FILE
               AT END SET WS-POEM-EOF TO TRUE
           END-READ.
           PERFORM 1110-LOAD-CATALOG-LINE THRU 1110-EXIT
               UNTIL WS-POEM-EOF.
           CLOSE POEM-FILE.
       1100-EXIT.
           EXIT.

       1110-LOAD-CATALOG-LINE.
           IF POEM-LINE-NUM OF POEM-RECORD = 1
               AND WS-CATALOG-COUNT < 99
               ADD 1 TO WS-CATALOG-COUNT
               MOVE POEM-ID OF POEM-RECORD
                   TO WS-CATALOG-POEM-ID(WS-CATALOG-COUNT)
               MOVE POEM-TITLE OF POEM-RECORD
                   TO WS-CATALOG-TITLE(WS-CATALOG-COUNT)
           END-IF.
           READ POEM-FILE
               AT END SET WS-POEM-EOF TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

       2000-PREVIEW-ONE-DAY.
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           ADD 1 TO WS-DAY-COUNT.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-SCHED-SUB.
           PERFORM 2100-SCAN-SCHEDULE THRU 2100-EXIT
               UNTIL WS-FOUND OR WS-SCHED-SUB NOT < WS-SCHED-COUNT.
           IF NOT WS-FOUND
               ADD 1 TO WS-EMPTY-COUNT
               DISPLAY WS-DAY-DATE "  --  ** NO POEM SCHEDULED **"
               GO TO 2000-NEXT-DAY
           END-IF.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-CATALOG-SUB.
           PERFORM 2200-SCAN-CATALOG THRU 2200-EXIT
               UNTIL WS-FOUND OR WS-CATALOG-SUB NOT < WS-CATALOG-COUNT.
           IF WS-FOUND
               ADD 1 TO WS-SCHEDULED-COUNT
               DISPLAY WS-DAY-DATE "  " WS-DAY-POEM-ID "  "
                   WS-DAY-TITLE
           ELSE
               ADD 1 TO WS-REMOVED-COUNT
               DISPLAY WS-DAY-DATE "  " WS-DAY-POEM-ID
                   "  ** POEM REMOVED FROM THE CATALOG **"
           END-IF.
       2000-NEXT-DAY.
           ADD 1 TO WS-DAY-INT.
       2000-EXIT.
           EXIT.

       2100-SCAN-SCHEDULE.
           ADD 1 TO WS-SCHED-SUB.
           IF WS-SCHED-TBL-DATE(WS-SCHED-SUB) = WS-DAY-DATE
               MOVE WS-SCHED-TBL-POEM-ID(WS-SCHED-SUB) TO WS-DAY-POEM-ID
               SET WS-FOUND TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

       2200-SCAN-CATALOG.
           ADD 1 TO WS-CATALOG-SUB.
           IF WS-CATALOG-POEM-ID(WS-CATALOG-SUB) = WS-DAY-POEM-ID
               MOVE WS-CATALOG-TITLE(WS-CATALOG-SUB) TO WS-DAY-TITLE
               SET WS-FOUND TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.

       END PROGRAM operationsPoemSchedPreview.
