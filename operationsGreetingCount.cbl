      *           many times each distinct name has been greeted by
      *           Hello_World, so testing traffic like "Hello world"
      *           can be told apart from real greetings without
      *           reading the raw log line by line, and then how
      *           many greetings went out in each language.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  GREETING-FILE.
           COPY GREETREC.

       WORKING-STORAGE SECTION.
      * Lines written before greetings had a language carry no
      * name or language of their own; they are all "Hello, "
      * followed by the name, so the name is everything after the
      * first seven characters and the language is English.
           01 GREETED-NAME PIC X(11).
           01 GREETED-LANGUAGE PIC X(02).
           01 WS-GREET-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-GREET-EOF VALUE "Y".
           01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
           01 WS-NAME-SUB PIC 9(3) COMP.
           01 WS-TOTAL-GREETINGS PIC 9(5) COMP VALUE ZERO.
           01 WS-COUNT-EDIT PIC ZZ,ZZ9.
           01 WS-LANGUAGE-COUNT PIC 9(3) COMP VALUE ZERO.
           01 WS-LANGUAGE-SUB PIC 9(3) COMP.
           01 WS-LANGUAGE-CAP-SWITCH PIC X(01) VALUE "N".
               88 WS-LANGUAGE-CAP-WARNED VALUE "Y".
           01 WS-LANGUAGE-TABLE.
               05 WS-LANGUAGE-ENTRY OCCURS 50 TIMES.
                   10 WS-LANG-TBL-CODE PIC X(02).
                   10 WS-LANG-TBL-TALLY PIC 9(5).
           01 WS-NAME-TABLE.
               05 WS-NAME-ENTRY OCCURS 200 TIMES.
                   10 WS-NAME-TBL-NAME PIC X(11).
           GOBACK.

       2000-TALLY-GREETING.
           IF GRT-LANGUAGE = SPACES AND GRT-NAME = SPACES
               MOVE GRT-TEXT(8:11) TO GREETED-NAME
               MOVE "EN" TO GREETED-LANGUAGE
           ELSE
               MOVE GRT-NAME TO GREETED-NAME
               MOVE GRT-LANGUAGE TO GREETED-LANGUAGE
           END-IF.
           ADD 1 TO WS-TOTAL-GREETINGS.
           PERFORM 2200-TALLY-LANGUAGE THRU 2200-EXIT.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-NAME-SUB.
           PERFORM 2100-SCAN-NAME-TABLE THRU 2100-EXIT
       2100-EXIT.
           EXIT.

       2200-TALLY-LANGUAGE.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-LANGUAGE-SUB.
           PERFORM 2210-SCAN-LANGUAGE-TABLE THRU 2210-EXIT
               UNTIL WS-FOUND
               OR WS-LANGUAGE-SUB NOT < WS-LANGUAGE-COUNT.
           IF NOT WS-FOUND
               IF WS-LANGUAGE-COUNT < 50
                   ADD 1 TO WS-LANGUAGE-COUNT
                   MOVE GREETED-LANGUAGE
                       TO WS-LANG-TBL-CODE(WS-LANGUAGE-COUNT)
                   MOVE 1 TO WS-LANG-TBL-TALLY(WS-LANGUAGE-COUNT)
               ELSE
                   IF NOT WS-LANGUAGE-CAP-WARNED
                       DISPLAY "WARNING: more than 50 languages on "
                           "the greeting log; later ones are not "
                           "being counted."
                       SET WS-LANGUAGE-CAP-WARNED TO TRUE
                   END-IF
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

       2210-SCAN-LANGUAGE-TABLE.
           ADD 1 TO WS-LANGUAGE-SUB.
           IF WS-LANG-TBL-CODE(WS-LANGUAGE-SUB) = GREETED-LANGUAGE
               ADD 1 TO WS-LANG-TBL-TALLY(WS-LANGUAGE-SUB)
               SET WS-FOUND TO TRUE
           END-IF.
       2210-EXIT.
           EXIT.

       3000-PRINT-COUNTS.
           DISPLAY "GREETING FREQUENCY BY NAME".
           IF WS-NAME-COUNT = ZERO
           MOVE ZERO TO WS-NAME-SUB.
           PERFORM 3100-PRINT-NAME-LINE THRU 3100-EXIT
               UNTIL WS-NAME-SUB NOT < WS-NAME-COUNT.
           DISPLAY "GREETING FREQUENCY BY LANGUAGE".
           DISPLAY "COUNT   LANGUAGE".
           MOVE ZERO TO WS-LANGUAGE-SUB.
           PERFORM 3200-PRINT-LANGUAGE-LINE THRU 3200-EXIT
               UNTIL WS-LANGUAGE-SUB NOT < WS-LANGUAGE-COUNT.
           MOVE WS-TOTAL-GREETINGS TO WS-COUNT-EDIT.
           DISPLAY "TOTAL GREETINGS ON FILE: " WS-COUNT-EDIT.
       3000-EXIT.
       3100-EXIT.
           EXIT.

       3200-PRINT-LANGUAGE-LINE.
           ADD 1 TO WS-LANGUAGE-SUB.
           MOVE WS-LANG-TBL-TALLY(WS-LANGUAGE-SUB) TO WS-COUNT-EDIT.
           DISPLAY WS-COUNT-EDIT "  " WS-LANG-TBL-CODE(WS-LANGUAGE-SUB).
       3200-EXIT.
           EXIT.

       END PROGRAM operationsGreetingCount.
