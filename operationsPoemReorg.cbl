      *           librarians ran out of ids with a backlog waiting;
      *           this utility renumbers the catalog to contiguous
      *           ids (order of first appearance preserved) and
      *           rewrites the usage-stats file, the poem-run
      *           checkpoint and the poem-of-the-day schedule in the
      *           same pass, so neither PSTAT-POEM-ID, CKPT-POEM-ID
      *           nor PSC-POEM-ID is orphaned by the renumbering.
      *           Everything is loaded and checked before anything is
      *           written - if any piece cannot be updated
      *           consistently the run stops with all four files
      *           untouched, the same stance the poem loader
      *           takes on half-applied updates. A stats row whose
      *           poem is no longer in the catalog is dropped (its
      *           poem is gone; its count means nothing), and a
      *           checkpoint pointing at a removed poem is cleared.
      *           A scheduled day whose poem is gone keeps its date
      *           with POEM-ID zero, so operationsPoemSchedPreview
      *           still flags it for a new poem instead of the day
      *           quietly pointing at whichever poem took the old id.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "POEMSCHEDULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECKPOINT-FILE.
           COPY CHECKREC.

       FD  SCHEDULE-FILE.
           COPY POEMSCHREC.

       WORKING-STORAGE SECTION.
      * Program name handed to the shared sign-on module - kept in
      * working storage (truncated to the X(20) the module declares)
           01 WS-SIGNON-OK-SWITCH PIC X(01).
               88 WS-SIGNON-OK VALUE "Y".
           01 WS-SNAP-MASTER PIC X(12) VALUE "POEMFILE".
           01 WS-SNAP-SCHED-MASTER PIC X(12) VALUE "POEMSCHEDULE".
           01 WS-SNAPSHOT-OK-SWITCH PIC X(01).
               88 WS-SNAPSHOT-OK VALUE "Y".
           01 WS-PSTAT-STATUS PIC X(02) VALUE "00".
           01 WS-CKPT-STATUS PIC X(02) VALUE "00".
           01 WS-SCHED-STATUS PIC X(02) VALUE "00".
           01 WS-SCHED-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-SCHED-EOF VALUE "Y".
           01 WS-HAVE-SCHED-SWITCH PIC X(01) VALUE "N".
               88 WS-HAVE-SCHED VALUE "Y".
           01 WS-POEM-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-POEM-EOF VALUE "Y".
           01 WS-PSTAT-EOF-SWITCH PIC X(01) VALUE "N".
           01 WS-STAT-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-STAT-SUB PIC 9(03) COMP.
           01 WS-DROPPED-STATS PIC 9(03) COMP VALUE ZERO.
           01 WS-SCHED-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-SCHED-SUB PIC 9(05) COMP.
           01 WS-CLEARED-DAYS PIC 9(05) COMP VALUE ZERO.
           01 WS-HELD-CKPT-POEM PIC 9(02).
           01 WS-HELD-CKPT-LINE PIC 9(02).
           01 WS-POEM-TABLE.
                   10 WS-POEM-TBL-LINE-NUM PIC 9(02).
                   10 WS-POEM-TBL-TITLE PIC X(30).
                   10 WS-POEM-TBL-TEXT PIC X(60).
                   10 WS-POEM-TBL-AUTHOR PIC X(30).
                   10 WS-POEM-TBL-CATEGORY PIC X(12).
           01 WS-ID-MAP.
               05 WS-MAP-ENTRY OCCURS 99 TIMES.
                   10 WS-MAP-OLD-ID PIC 9(02).
               05 WS-STAT-ENTRY OCCURS 99 TIMES.
                   10 WS-STAT-TBL-POEM-ID PIC 9(02).
                   10 WS-STAT-TBL-READ-COUNT PIC 9(05).
           01 WS-SCHED-TABLE.
               05 WS-SCHED-ENTRY OCCURS 1000 TIMES.
                   10 WS-SCHED-TBL-DATE PIC 9(08).
                   10 WS-SCHED-TBL-POEM-ID PIC 9(02).

       PROCEDURE DIVISION.
       0000-MAINLINE.
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               GOBACK
           END-IF.
           CALL "operationsMasterSnapshot" USING WS-SNAP-SCHED-MASTER,
               WS-SNAPSHOT-OK-SWITCH.
           IF NOT WS-SNAPSHOT-OK
               DISPLAY "Snapshot failed - reorganization cannot run "
                   "safely; nothing was changed."
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               GOBACK
           END-IF.
           PERFORM 1000-LOAD-EVERYTHING THRU 1000-EXIT.
           IF WS-LOAD-OVERFLOW
               DISPLAY "The catalog or its companion files no longer "
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHED-STATUS NOT = "35"
               SET WS-HAVE-SCHED TO TRUE
               READ SCHEDULE-FILE
                   AT END SET WS-SCHED-EOF TO TRUE
               END-READ
               PERFORM 1300-LOAD-SCHEDULE-LINE THRU 1300-EXIT
                   UNTIL WS-SCHED-EOF
               CLOSE SCHEDULE-FILE
           END-IF.
       1000-EXIT.
           EXIT.

                   TO WS-POEM-TBL-TITLE(WS-POEM-COUNT)
               MOVE POEM-TEXT OF POEM-RECORD
                   TO WS-POEM-TBL-TEXT(WS-POEM-COUNT)
               MOVE POEM-AUTHOR OF POEM-RECORD
                   TO WS-POEM-TBL-AUTHOR(WS-POEM-COUNT)
               MOVE POEM-CATEGORY OF POEM-RECORD
                   TO WS-POEM-TBL-CATEGORY(WS-POEM-COUNT)
           END-IF.
           READ POEM-FILE
               AT END SET WS-POEM-EOF TO TRUE
       1200-EXIT.
           EXIT.

       1300-LOAD-SCHEDULE-LINE.
           IF WS-SCHED-COUNT NOT < 1000
               SET WS-LOAD-OVERFLOW TO TRUE
           END-IF.
           IF WS-SCHED-COUNT < 1000
               ADD 1 TO WS-SCHED-COUNT
               MOVE PSC-DATE TO WS-SCHED-TBL-DATE(WS-SCHED-COUNT)
               MOVE PSC-POEM-ID TO WS-SCHED-TBL-POEM-ID(WS-SCHED-COUNT)
           END-IF.
           READ SCHEDULE-FILE
               AT END SET WS-SCHED-EOF TO TRUE
           END-READ.
       1300-EXIT.
           EXIT.

      * Each distinct old id gets the next contiguous new id in
      * order of first appearance, so the catalog keeps its reading
      * order and the freed ids all land at the top end.
           IF WS-HAVE-CKPT AND WS-HELD-CKPT-POEM > ZERO
               PERFORM 3300-RENUMBER-CHECKPOINT THRU 3300-EXIT
           END-IF.
           MOVE ZERO TO WS-SCHED-SUB.
           PERFORM 3400-RENUMBER-SCHEDULE-LINE THRU 3400-EXIT
               UNTIL WS-SCHED-SUB NOT < WS-SCHED-COUNT.
       3000-EXIT.
           EXIT.

       3310-EXIT.
           EXIT.

      * A day already on POEM-ID zero stays there; a day whose poem
      * is no longer in the catalog goes to zero with its date kept.
       3400-RENUMBER-SCHEDULE-LINE.
           ADD 1 TO WS-SCHED-SUB.
           IF WS-SCHED-TBL-POEM-ID(WS-SCHED-SUB) = ZERO
               GO TO 3400-EXIT
           END-IF.
           MOVE "N" TO WS-MAP-FOUND-SWITCH.
           MOVE ZERO TO WS-MAP-SUB.
           MOVE ZERO TO WS-MAPPED-NEW-ID.
           PERFORM 3410-SCAN-MAP-FOR-SCHEDULE THRU 3410-EXIT
               UNTIL WS-MAP-FOUND OR WS-MAP-SUB NOT < WS-MAP-COUNT.
           IF NOT WS-MAP-FOUND
               ADD 1 TO WS-CLEARED-DAYS
               DISPLAY "Schedule for " WS-SCHED-TBL-DATE(WS-SCHED-SUB)
                   " pointed at a removed poem - now has none."
           END-IF.
           MOVE WS-MAPPED-NEW-ID TO WS-SCHED-TBL-POEM-ID(WS-SCHED-SUB).
       3400-EXIT.
           EXIT.

       3410-SCAN-MAP-FOR-SCHEDULE.
           ADD 1 TO WS-MAP-SUB.
           IF WS-MAP-OLD-ID(WS-MAP-SUB)
               = WS-SCHED-TBL-POEM-ID(WS-SCHED-SUB)
               SET WS-MAP-FOUND TO TRUE
               MOVE WS-MAP-NEW-ID(WS-MAP-SUB) TO WS-MAPPED-NEW-ID
           END-IF.
       3410-EXIT.
           EXIT.

       8000-REWRITE-ALL-FILES.
           OPEN OUTPUT POEM-FILE.
           MOVE ZERO TO WS-POEM-SUB.
               WRITE CHECKPOINT-RECORD
               CLOSE CHECKPOINT-FILE
           END-IF.
           IF WS-HAVE-SCHED
               OPEN OUTPUT SCHEDULE-FILE
               MOVE ZERO TO WS-SCHED-SUB
               PERFORM 8300-WRITE-SCHEDULE-LINE THRU 8300-EXIT
                   UNTIL WS-SCHED-SUB NOT < WS-SCHED-COUNT
               CLOSE SCHEDULE-FILE
           END-IF.
       8000-EXIT.
           EXIT.

               TO POEM-TITLE OF POEM-RECORD.
           MOVE WS-POEM-TBL-TEXT(WS-POEM-SUB)
               TO POEM-TEXT OF POEM-RECORD.
           MOVE WS-POEM-TBL-AUTHOR(WS-POEM-SUB)
               TO POEM-AUTHOR OF POEM-RECORD.
           MOVE WS-POEM-TBL-CATEGORY(WS-POEM-SUB)
               TO POEM-CATEGORY OF POEM-RECORD.
           WRITE POEM-RECORD.
       8100-EXIT.
           EXIT.
       8200-EXIT.
           EXIT.

       8300-WRITE-SCHEDULE-LINE.
           ADD 1 TO WS-SCHED-SUB.
           MOVE WS-SCHED-TBL-DATE(WS-SCHED-SUB) TO PSC-DATE.
           MOVE WS-SCHED-TBL-POEM-ID(WS-SCHED-SUB) TO PSC-POEM-ID.
           WRITE POEM-SCHEDULE-RECORD.
       8300-EXIT.
           EXIT.

       9000-TERMINATE.
           DISPLAY "POEM CATALOG REORGANIZATION COMPLETE".
           DISPLAY "  POEMS RENUMBERED 1 THROUGH " WS-MAP-COUNT.
           DISPLAY "  STATS ROWS DROPPED (poem gone): "
               WS-DROPPED-STATS.
           DISPLAY "  SCHEDULED DAYS LEFT WITHOUT A POEM: "
               WS-CLEARED-DAYS.
       9000-EXIT.
           EXIT.

