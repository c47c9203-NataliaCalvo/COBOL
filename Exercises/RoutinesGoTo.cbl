      *           catalog can be maintained on actual demand.
      *           A poem can be displayed on screen or written, title
      *           header and lines in order, to the poem print file
      *           for a clean handout copy. Instead of picking from
      *           the catalog list, the reader can search the catalog
      *           by words in the text, author or category through
      *           operationsPoemSearch and go straight to the poem
      *           chosen there. On a day with a poem on the
      *           poem-of-the-day schedule POEMSCHEDULE that poem is
      *           offered first, and the catalog is one answer away.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-PSTAT-STATUS.
           SELECT POEM-PRINT-FILE ASSIGN TO "POEMPRINTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCHEDULE-FILE ASSIGN TO "POEMSCHEDULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POEM-PRINT-FILE.
       01  POEM-PRINT-RECORD PIC X(80).

       FD  SCHEDULE-FILE.
           COPY POEMSCHREC.

       WORKING-STORAGE SECTION.
       01 YES-OR-NO PIC X.
       01 SEARCH-YES-OR-NO PIC X.
           88 WS-SEARCH-WANTED VALUE "Y" "y".
       01 TODAY-YES-OR-NO PIC X.
           88 WS-TODAYS-POEM-DECLINED VALUE "N" "n".
       01 WS-TODAY PIC 9(8).
       01 WS-SCHED-STATUS PIC X(02) VALUE "00".
       01 WS-SCHED-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-SCHED-EOF VALUE "Y".
       01 WS-TODAYS-POEM-ID PIC 9(2) VALUE ZERO.
       01 WS-TODAYS-TITLE PIC X(30).
       01 WS-TODAYS-FOUND-SWITCH PIC X(01) VALUE "N".
           88 WS-TODAYS-FOUND VALUE "Y".
       01 WS-POEM-ID PIC 9(2).
       01 WS-RESUME-LINE PIC 9(2) VALUE ZERO.
       01 WS-CKPT-STATUS PIC X(02) VALUE "00".
               ACCEPT YES-OR-NO.

           SELECT-POEM.
               MOVE ZERO TO WS-POEM-ID.
               PERFORM FIND-TODAYS-POEM.
               IF WS-TODAYS-FOUND
                   DISPLAY "Today's poem is " WS-TODAYS-POEM-ID " - "
                       WS-TODAYS-TITLE
                   DISPLAY "Read today's poem (Y), or choose from the "
                       "catalog (N)?"
                   ACCEPT TODAY-YES-OR-NO
                   IF NOT WS-TODAYS-POEM-DECLINED
                       MOVE WS-TODAYS-POEM-ID TO WS-POEM-ID
                   END-IF
               END-IF.
               IF WS-POEM-ID = ZERO
                   DISPLAY "Search the catalog by words, author or "
                       "category first (Y/N)?"
                   ACCEPT SEARCH-YES-OR-NO
                   IF WS-SEARCH-WANTED
                       CALL "operationsPoemSearch" USING WS-POEM-ID
                   END-IF
               END-IF.
               IF WS-POEM-ID = ZERO
                   PERFORM SHOW-CATALOG
                   DISPLAY "Enter the poem number to read:"
                   ACCEPT WS-POEM-ID
               END-IF.
               DISPLAY "Display on screen or print to file (D/P)?".
               ACCEPT WS-OUTPUT-MODE.

      * Today's row on the poem-of-the-day schedule, if there is one
      * and its poem is still in the catalog; a day with no row, or
      * no schedule at all, just opens on the catalog as before.
       FIND-TODAYS-POEM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-TODAYS-POEM-ID.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHED-STATUS = "35"
               SET WS-SCHED-EOF TO TRUE
           ELSE
               READ SCHEDULE-FILE
                   AT END SET WS-SCHED-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM SCAN-SCHEDULE-LINE UNTIL WS-SCHED-EOF.
           IF WS-SCHED-STATUS NOT = "35"
               CLOSE SCHEDULE-FILE
           END-IF.
           IF WS-TODAYS-POEM-ID NOT = ZERO
               OPEN INPUT POEM-FILE
               READ POEM-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM SCAN-FOR-TODAYS-TITLE UNTIL WS-EOF
               CLOSE POEM-FILE
               MOVE "N" TO WS-EOF-SWITCH
               IF NOT WS-TODAYS-FOUND
                   DISPLAY "Today's scheduled poem " WS-TODAYS-POEM-ID
                       " is no longer in the catalog."
               END-IF
           END-IF.

       SCAN-SCHEDULE-LINE.
           IF PSC-DATE = WS-TODAY
               MOVE PSC-POEM-ID TO WS-TODAYS-POEM-ID
           END-IF.
           READ SCHEDULE-FILE
               AT END SET WS-SCHED-EOF TO TRUE
           END-READ.

       SCAN-FOR-TODAYS-TITLE.
           IF POEM-ID OF POEM-RECORD = WS-TODAYS-POEM-ID
               AND POEM-LINE-NUM OF POEM-RECORD = 1
               MOVE POEM-TITLE OF POEM-RECORD TO WS-TODAYS-TITLE
               SET WS-TODAYS-FOUND TO TRUE
           END-IF.
           READ POEM-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       SHOW-CATALOG.
           DISPLAY "Available poems:".
           OPEN INPUT POEM-FILE.

       SHOW-CATALOG-LINE.
           IF POEM-LINE-NUM OF POEM-RECORD = 1
               DISPLAY POEM-ID OF POEM-RECORD " - " POEM-TITLE " "
                   POEM-AUTHOR
           END-IF.
           READ POEM-FILE
               AT END SET WS-EOF TO TRUE
