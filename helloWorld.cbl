           SELECT ROSTER-FILE ASSIGN TO "ROSTERFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT TEMPLATE-FILE ASSIGN TO "GREETTPLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GREETING-FILE.
           COPY GREETREC.

       FD  TITLE-FILE.
           COPY TITLEREC.

       FD  ROSTER-FILE.
       01  ROSTER-RECORD.
           05 ROSTER-NAME PIC X(11).
           05 ROSTER-LANGUAGE PIC X(02).

       FD  TEMPLATE-FILE.
           COPY GREETTPL.

       WORKING-STORAGE SECTION.
       01 GREETINGS PIC X(11).
       01 WS-ROSTER-STATUS PIC X(02) VALUE "00".
       01 WS-ROSTER-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-ROSTER-EOF VALUE "Y".
      * Greeting templates by language. With no GREETTPLFILE, or no
      * default row on it, the default is the English "Hello, "
      * greeting this program has always used.
       01 WS-TEMPLATE-STATUS PIC X(02) VALUE "00".
       01 WS-TEMPLATE-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-TEMPLATE-EOF VALUE "Y".
       01 WS-TEMPLATE-CAP-SWITCH PIC X(01) VALUE "N".
           88 WS-TEMPLATE-CAP-WARNED VALUE "Y".
       01 WS-TEMPLATE-MATCH-SWITCH PIC X(01).
           88 WS-TEMPLATE-MATCHED VALUE "Y".
       01 WS-TEMPLATE-COUNT PIC 9(2) COMP VALUE ZERO.
       01 WS-TEMPLATE-SUB PIC 9(2) COMP.
       01 WS-TEMPLATE-TABLE.
           05 WS-TEMPLATE-ENTRY OCCURS 20 TIMES.
               10 WS-TPL-LANGUAGE PIC X(02).
               10 WS-TPL-NAME-AT PIC 9(02).
               10 WS-TPL-WORDING PIC X(40).
       01 WS-DEFAULT-LANGUAGE PIC X(02) VALUE "EN".
       01 WS-DEFAULT-NAME-AT PIC 9(02) VALUE 8.
       01 WS-DEFAULT-WORDING PIC X(40) VALUE "Hello, ".
       01 WS-LANGUAGE PIC X(02).
       01 WS-USE-LANGUAGE PIC X(02).
       01 WS-USE-NAME-AT PIC 9(02).
       01 WS-USE-WORDING PIC X(40).
       01 WS-NAME-LENGTH PIC 9(2) COMP.
       01 WS-NAME-END-SWITCH PIC X(01).
           88 WS-NAME-END-FOUND VALUE "Y".
       01 WS-GREETING-TEXT PIC X(40).
       01 WS-TEXT-POINTER PIC 9(2) COMP.

       PROCEDURE DIVISION.
            DISPLAY "Hello world".
            PERFORM LOAD-TEMPLATES.
      * Roster batch mode - when a roster file is present, every name
      * on it is greeted in one run; with no roster file the single
      * interactive prompt asks for the name and the language.
            OPEN INPUT ROSTER-FILE.
            IF WS-ROSTER-STATUS = "35"
                PERFORM SINGLE-GREETING
       SINGLE-GREETING.
           DISPLAY "What is your name?".
           ACCEPT GREETINGS.
           DISPLAY "Which language (EN, ES, PT ...; blank for the "
               "default)?".
           ACCEPT WS-LANGUAGE.
           PERFORM BUILD-GREETING.
           DISPLAY WS-GREETING-TEXT.
           PERFORM WRITE-GREETING.

       ROSTER-GREETINGS.
           PERFORM GREET-ROSTER-NAME UNTIL WS-ROSTER-EOF.

       GREET-ROSTER-NAME.
           MOVE ROSTER-NAME TO GREETINGS.
           MOVE ROSTER-LANGUAGE TO WS-LANGUAGE.
           PERFORM BUILD-GREETING.
           DISPLAY WS-GREETING-TEXT.
           PERFORM WRITE-GREETING.
           READ ROSTER-FILE
               AT END SET WS-ROSTER-EOF TO TRUE
       WRITE-GREETING.
           OPEN EXTEND GREETING-FILE.
           MOVE SPACES TO GREETING-RECORD.
           MOVE WS-GREETING-TEXT TO GRT-TEXT.
           MOVE WS-USE-LANGUAGE TO GRT-LANGUAGE.
           MOVE GREETINGS TO GRT-NAME.
           WRITE GREETING-RECORD.
           CLOSE GREETING-FILE.

       LOAD-TEMPLATES.
           OPEN INPUT TEMPLATE-FILE.
           IF WS-TEMPLATE-STATUS NOT = "35"
               READ TEMPLATE-FILE
                   AT END SET WS-TEMPLATE-EOF TO TRUE
               END-READ
               PERFORM LOAD-TEMPLATE-LINE UNTIL WS-TEMPLATE-EOF
               CLOSE TEMPLATE-FILE
           END-IF.

       LOAD-TEMPLATE-LINE.
           IF GTP-NAME-AT NOT NUMERIC
               MOVE ZERO TO GTP-NAME-AT
           END-IF.
           IF GTP-DEFAULT
               MOVE GTP-LANGUAGE TO WS-DEFAULT-LANGUAGE
               MOVE GTP-NAME-AT TO WS-DEFAULT-NAME-AT
               MOVE GTP-WORDING TO WS-DEFAULT-WORDING
           END-IF.
           IF WS-TEMPLATE-COUNT < 20
               ADD 1 TO WS-TEMPLATE-COUNT
               MOVE GTP-LANGUAGE TO WS-TPL-LANGUAGE(WS-TEMPLATE-COUNT)
               MOVE GTP-NAME-AT TO WS-TPL-NAME-AT(WS-TEMPLATE-COUNT)
               MOVE GTP-WORDING TO WS-TPL-WORDING(WS-TEMPLATE-COUNT)
           ELSE
               IF NOT WS-TEMPLATE-CAP-WARNED
                   DISPLAY "WARNING: more than 20 greeting templates; "
                       "later languages get the default greeting."
                   SET WS-TEMPLATE-CAP-WARNED TO TRUE
               END-IF
           END-IF.
           READ TEMPLATE-FILE
               AT END SET WS-TEMPLATE-EOF TO TRUE
           END-READ.

      * The greeting for GREETINGS in WS-LANGUAGE, into
      * WS-GREETING-TEXT; a language with no template of its own
      * gets the default one, and WS-USE-LANGUAGE says which was used.
       BUILD-GREETING.
           INSPECT WS-LANGUAGE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-DEFAULT-LANGUAGE TO WS-USE-LANGUAGE.
           MOVE WS-DEFAULT-NAME-AT TO WS-USE-NAME-AT.
           MOVE WS-DEFAULT-WORDING TO WS-USE-WORDING.
           MOVE "N" TO WS-TEMPLATE-MATCH-SWITCH.
           MOVE ZERO TO WS-TEMPLATE-SUB.
           IF WS-LANGUAGE NOT = SPACES
               PERFORM SCAN-TEMPLATE-TABLE
                   UNTIL WS-TEMPLATE-MATCHED
                   OR WS-TEMPLATE-SUB NOT < WS-TEMPLATE-COUNT
           END-IF.
           MOVE 11 TO WS-NAME-LENGTH.
           MOVE "N" TO WS-NAME-END-SWITCH.
           PERFORM FIND-NAME-END
               UNTIL WS-NAME-END-FOUND OR WS-NAME-LENGTH = ZERO.
           MOVE SPACES TO WS-GREETING-TEXT.
           MOVE 1 TO WS-TEXT-POINTER.
           IF WS-USE-NAME-AT = ZERO OR WS-USE-NAME-AT > 40
               STRING WS-USE-WORDING DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   INTO WS-GREETING-TEXT WITH POINTER WS-TEXT-POINTER
           ELSE
               IF WS-USE-NAME-AT > 1
                   STRING WS-USE-WORDING(1:WS-USE-NAME-AT - 1)
                       DELIMITED BY SIZE
                       INTO WS-GREETING-TEXT
                       WITH POINTER WS-TEXT-POINTER
               END-IF
           END-IF.
           IF WS-NAME-LENGTH > ZERO
               STRING GREETINGS(1:WS-NAME-LENGTH) DELIMITED BY SIZE
                   INTO WS-GREETING-TEXT WITH POINTER WS-TEXT-POINTER
           END-IF.
           IF WS-USE-NAME-AT > ZERO AND WS-USE-NAME-AT NOT > 40
               STRING WS-USE-WORDING(WS-USE-NAME-AT:)
                   DELIMITED BY "  "
                   INTO WS-GREETING-TEXT WITH POINTER WS-TEXT-POINTER
           END-IF.

       SCAN-TEMPLATE-TABLE.
           ADD 1 TO WS-TEMPLATE-SUB.
           IF WS-TPL-LANGUAGE(WS-TEMPLATE-SUB) = WS-LANGUAGE
               MOVE WS-TPL-LANGUAGE(WS-TEMPLATE-SUB) TO WS-USE-LANGUAGE
               MOVE WS-TPL-NAME-AT(WS-TEMPLATE-SUB) TO WS-USE-NAME-AT
               MOVE WS-TPL-WORDING(WS-TEMPLATE-SUB) TO WS-USE-WORDING
               SET WS-TEMPLATE-MATCHED TO TRUE
           END-IF.

       FIND-NAME-END.
           IF GREETINGS(WS-NAME-LENGTH:1) = SPACE
               SUBTRACT 1 FROM WS-NAME-LENGTH
           ELSE
               SET WS-NAME-END-FOUND TO TRUE
           END-IF.

       GET-TITLE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT TITLE-FILE.
               AT END SET WS-TITLE-EOF TO TRUE
           END-READ.

       END PROGRAM Hello_World.
