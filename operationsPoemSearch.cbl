      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Finds poems in the catalog without reading them one
      *           by one - by a word or phrase anywhere in POEM-TEXT,
      *           by author, or by category. Case is ignored. Every
      *           poem that matches is listed with its POEM-ID, title,
      *           author and category; a text search also shows each
      *           line the words were found on, and a phrase that runs
      *           over the end of one line into the next is found too
      *           and shown with both lines. CALLed by routinesGoTo,
      *           which hands over LK-POEM-ID: the reader may pick one
      *           of the poems listed and it comes back there for
      *           routinesGoTo to display; zero means none was chosen.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsPoemSearch.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POEM-FILE ASSIGN TO "POEMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POEM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POEM-FILE.
           COPY POEMREC.

       WORKING-STORAGE SECTION.
           01 WS-POEM-STATUS PIC X(02) VALUE "00".
           01 WS-POEM-EOF-SWITCH PIC X(01).
               88 WS-POEM-EOF VALUE "Y".
           01 WS-SEARCH-MODE PIC X(01).
               88 WS-BY-WORD VALUE "W" "w".
               88 WS-BY-AUTHOR VALUE "A" "a".
               88 WS-BY-CATEGORY VALUE "C" "c".
           01 WS-SEARCH-TEXT PIC X(60).
           01 WS-SEARCH-LENGTH PIC 9(03) COMP.
           01 WS-LOWER-LETTERS PIC X(26) VALUE
               "abcdefghijklmnopqrstuvwxyz".
           01 WS-UPPER-LETTERS PIC X(26) VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      * Trailing-space length of whatever is put in WS-MEASURE.
           01 WS-MEASURE PIC X(60).
           01 WS-MEASURE-LENGTH PIC 9(03) COMP.
           01 WS-MEASURE-END-SWITCH PIC X(01).
               88 WS-MEASURE-END-FOUND VALUE "Y".
           01 WS-UPPER-LINE PIC X(60).
           01 WS-JOINED-LINE PIC X(121).
           01 WS-HIT-COUNT PIC 9(03) COMP.
           01 WS-CURRENT-POEM-ID PIC 9(02).
           01 WS-POEM-LISTED-SWITCH PIC X(01).
               88 WS-POEM-LISTED VALUE "Y".
      * The line before the one in hand, while still in the same
      * poem, for a phrase that runs from one line into the next.
           01 WS-PREV-LINE-NUM PIC 9(02).
           01 WS-PREV-TEXT PIC X(60).
           01 WS-PREV-UPPER PIC X(60).
           01 WS-PREV-LENGTH PIC 9(03) COMP.
           01 WS-PREV-HITS PIC 9(03) COMP.
           01 WS-MATCH-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-MATCH-SUB PIC 9(03) COMP.
           01 WS-MATCH-TABLE.
               05 WS-MATCH-POEM-ID OCCURS 99 TIMES PIC 9(02).
           01 WS-CHOSEN-ID PIC 9(02).
           01 WS-CHOSEN-FOUND-SWITCH PIC X(01).
               88 WS-CHOSEN-FOUND VALUE "Y".
           01 WS-COUNT-EDIT PIC ZZ9.

       LINKAGE SECTION.
       01 LK-POEM-ID PIC 9(02).

       PROCEDURE DIVISION USING LK-POEM-ID.
       0000-MAINLINE.
           MOVE ZERO TO LK-POEM-ID.
           MOVE ZERO TO WS-MATCH-COUNT.
           DISPLAY "SEARCH THE POEM CATALOG".
           DISPLAY " W. A word or phrase in the poem text".
           DISPLAY " A. Author".
           DISPLAY " C. Category".
           DISPLAY "Search by:".
           ACCEPT WS-SEARCH-MODE.
           IF NOT WS-BY-WORD AND NOT WS-BY-AUTHOR
               AND NOT WS-BY-CATEGORY
               DISPLAY "Invalid selection"
               GOBACK
           END-IF.
           DISPLAY "Search for:".
           ACCEPT WS-SEARCH-TEXT.
           INSPECT WS-SEARCH-TEXT CONVERTING WS-LOWER-LETTERS
               TO WS-UPPER-LETTERS.
           MOVE WS-SEARCH-TEXT TO WS-MEASURE.
           PERFORM 9000-MEASURE THRU 9000-EXIT.
           MOVE WS-MEASURE-LENGTH TO WS-SEARCH-LENGTH.
           IF WS-SEARCH-LENGTH = ZERO
               DISPLAY "Nothing to search for."
               GOBACK
           END-IF.
           OPEN INPUT POEM-FILE.
           IF WS-POEM-STATUS = "35"
               DISPLAY "No poem catalog on file."
               GOBACK
           END-IF.
           MOVE "N" TO WS-POEM-EOF-SWITCH.
           MOVE ZERO TO WS-CURRENT-POEM-ID.
           READ POEM-FILE
               AT END SET WS-POEM-EOF TO TRUE
           END-READ.
           PERFORM 2000-CHECK-POEM-LINE THRU 2000-EXIT
               UNTIL WS-POEM-EOF.
           CLOSE POEM-FILE.
           IF WS-MATCH-COUNT = ZERO
               DISPLAY "No poems match."
               GOBACK
           END-IF.
           MOVE WS-MATCH-COUNT TO WS-COUNT-EDIT.
           DISPLAY "POEMS FOUND: " WS-COUNT-EDIT.
           PERFORM 3000-CHOOSE-POEM THRU 3000-EXIT.
           GOBACK.

       2000-CHECK-POEM-LINE.
           IF POEM-ID OF POEM-RECORD NOT = WS-CURRENT-POEM-ID
               MOVE POEM-ID OF POEM-RECORD TO WS-CURRENT-POEM-ID
               MOVE "N" TO WS-POEM-LISTED-SWITCH
               MOVE ZERO TO WS-PREV-LENGTH
           END-IF.
           EVALUATE TRUE
               WHEN WS-BY-WORD
                   PERFORM 2100-MATCH-TEXT THRU 2100-EXIT
               WHEN WS-BY-AUTHOR
                   IF NOT WS-POEM-LISTED
                       MOVE POEM-AUTHOR OF POEM-RECORD TO WS-UPPER-LINE
                       PERFORM 2200-MATCH-FIELD THRU 2200-EXIT
                   END-IF
               WHEN WS-BY-CATEGORY
                   IF NOT WS-POEM-LISTED
                       MOVE POEM-CATEGORY OF POEM-RECORD
                           TO WS-UPPER-LINE
                       PERFORM 2200-MATCH-FIELD THRU 2200-EXIT
                   END-IF
           END-EVALUATE.
           READ POEM-FILE
               AT END SET WS-POEM-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      * The words on this line alone, or - when they are not - run
      * on from the end of the line before. A hit in the joined text
      * that the earlier line did not already have on its own is one
      * that spans the two.
       2100-MATCH-TEXT.
           MOVE POEM-TEXT OF POEM-RECORD TO WS-UPPER-LINE.
           INSPECT WS-UPPER-LINE CONVERTING WS-LOWER-LETTERS
               TO WS-UPPER-LETTERS.
           MOVE ZERO TO WS-HIT-COUNT.
           INSPECT WS-UPPER-LINE TALLYING WS-HIT-COUNT
               FOR ALL WS-SEARCH-TEXT(1:WS-SEARCH-LENGTH).
           IF WS-HIT-COUNT > ZERO
               PERFORM 2800-LIST-POEM THRU 2800-EXIT
               DISPLAY "     LINE " POEM-LINE-NUM OF POEM-RECORD ": "
                   POEM-TEXT OF POEM-RECORD
           ELSE
               IF WS-PREV-LENGTH > ZERO
                   MOVE SPACES TO WS-JOINED-LINE
                   STRING WS-PREV-UPPER(1:WS-PREV-LENGTH)
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-UPPER-LINE DELIMITED BY SIZE
                       INTO WS-JOINED-LINE
                   MOVE ZERO TO WS-HIT-COUNT
                   INSPECT WS-JOINED-LINE TALLYING WS-HIT-COUNT
                       FOR ALL WS-SEARCH-TEXT(1:WS-SEARCH-LENGTH)
                   IF WS-HIT-COUNT > WS-PREV-HITS
                       PERFORM 2800-LIST-POEM THRU 2800-EXIT
                       DISPLAY "     LINE " WS-PREV-LINE-NUM ": "
                           WS-PREV-TEXT
                       DISPLAY "     LINE " POEM-LINE-NUM OF POEM-RECORD
                           ": " POEM-TEXT OF POEM-RECORD
                   END-IF
                   MOVE ZERO TO WS-HIT-COUNT
               END-IF
           END-IF.
           MOVE POEM-LINE-NUM OF POEM-RECORD TO WS-PREV-LINE-NUM.
           MOVE POEM-TEXT OF POEM-RECORD TO WS-PREV-TEXT.
           MOVE WS-UPPER-LINE TO WS-PREV-UPPER.
           MOVE WS-HIT-COUNT TO WS-PREV-HITS.
           MOVE WS-UPPER-LINE TO WS-MEASURE.
           PERFORM 9000-MEASURE THRU 9000-EXIT.
           MOVE WS-MEASURE-LENGTH TO WS-PREV-LENGTH.
       2100-EXIT.
           EXIT.

      * Author or category, already moved to WS-UPPER-LINE; the
      * search text may be any part of it, so "THOMAS" finds
      * "Dylan Thomas".
       2200-MATCH-FIELD.
           INSPECT WS-UPPER-LINE CONVERTING WS-LOWER-LETTERS
               TO WS-UPPER-LETTERS.
           MOVE ZERO TO WS-HIT-COUNT.
           INSPECT WS-UPPER-LINE TALLYING WS-HIT-COUNT
               FOR ALL WS-SEARCH-TEXT(1:WS-SEARCH-LENGTH).
           IF WS-HIT-COUNT > ZERO
               PERFORM 2800-LIST-POEM THRU 2800-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      * Heading for a matching poem, the first time it matches.
       2800-LIST-POEM.
           IF WS-POEM-LISTED
               GO TO 2800-EXIT
           END-IF.
           SET WS-POEM-LISTED TO TRUE.
           IF WS-MATCH-COUNT < 99
               ADD 1 TO WS-MATCH-COUNT
               MOVE POEM-ID OF POEM-RECORD
                   TO WS-MATCH-POEM-ID(WS-MATCH-COUNT)
           END-IF.
           DISPLAY POEM-ID OF POEM-RECORD " - "
               POEM-TITLE OF POEM-RECORD.
           IF POEM-AUTHOR OF POEM-RECORD NOT = SPACES
               OR POEM-CATEGORY OF POEM-RECORD NOT = SPACES
               DISPLAY "     " POEM-AUTHOR OF POEM-RECORD " "
                   POEM-CATEGORY OF POEM-RECORD
           END-IF.
       2800-EXIT.
           EXIT.

       3000-CHOOSE-POEM.
           DISPLAY "Enter a poem number from the list to read it, "
               "or 0 to go back:".
           ACCEPT WS-CHOSEN-ID.
           IF WS-CHOSEN-ID = ZERO
               GO TO 3000-EXIT
           END-IF.
           MOVE "N" TO WS-CHOSEN-FOUND-SWITCH.
           MOVE ZERO TO WS-MATCH-SUB.
           PERFORM 3100-SCAN-MATCH-TABLE THRU 3100-EXIT
               UNTIL WS-CHOSEN-FOUND
               OR WS-MATCH-SUB NOT < WS-MATCH-COUNT.
           IF WS-CHOSEN-FOUND
               MOVE WS-CHOSEN-ID TO LK-POEM-ID
           ELSE
               DISPLAY "Poem " WS-CHOSEN-ID " is not in the search "
                   "results."
           END-IF.
       3000-EXIT.
           EXIT.

       3100-SCAN-MATCH-TABLE.
           ADD 1 TO WS-MATCH-SUB.
           IF WS-MATCH-POEM-ID(WS-MATCH-SUB) = WS-CHOSEN-ID
               SET WS-CHOSEN-FOUND TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.

       9000-MEASURE.
           MOVE 60 TO WS-MEASURE-LENGTH.
           MOVE "N" TO WS-MEASURE-END-SWITCH.
           PERFORM 9100-MEASURE-STEP THRU 9100-EXIT
               UNTIL WS-MEASURE-END-FOUND OR WS-MEASURE-LENGTH = ZERO.
       9000-EXIT.
           EXIT.

       9100-MEASURE-STEP.
           IF WS-MEASURE(WS-MEASURE-LENGTH:1) = SPACE
               SUBTRACT 1 FROM WS-MEASURE-LENGTH
           ELSE
               SET WS-MEASURE-END-FOUND TO TRUE
           END-IF.
       9100-EXIT.
           EXIT.

       END PROGRAM operationsPoemSearch.
