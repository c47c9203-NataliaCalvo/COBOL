      *           starting at POEM-LINE-NUM 1 - routinesGoTo's catalog
      *           and line-by-line display both depend on that - and
      *           it is assigned the next POEM-ID not already used in
      *           POEMFILE. The author and category on the poem's
      *           first request line go on every line of the poem. A
      *           request line numbered 00 sets the author and
      *           category of a poem already in the catalog, found by
      *           its title, so older poems can be indexed too.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           01 WS-NEXT-POEM-ID PIC 9(03) VALUE 1.
           01 WS-ADD-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-REJECT-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-DETAIL-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-TITLE-MATCHES PIC 9(05) COMP.
           01 WS-DETAIL-POEM-ID PIC 9(02).
           01 WS-POEM-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-POEM-SUB PIC 9(05) COMP.
           01 WS-POEM-TABLE.
                   10 WS-POEM-TBL-LINE-NUM PIC 9(02).
                   10 WS-POEM-TBL-TITLE PIC X(30).
                   10 WS-POEM-TBL-TEXT PIC X(60).
                   10 WS-POEM-TBL-AUTHOR PIC X(30).
                   10 WS-POEM-TBL-CATEGORY PIC X(12).
           01 WS-SNAP-MASTER PIC X(12) VALUE "POEMFILE".
           01 WS-SNAPSHOT-OK-SWITCH PIC X(01).
               88 WS-SNAPSHOT-OK VALUE "Y".
           01 WS-MLOG-AFTER PIC X(80).
           01 WS-MLOG-LINE-COUNT PIC 9(02).
           01 WS-GROUP-TITLE PIC X(30) VALUE SPACES.
           01 WS-GROUP-AUTHOR PIC X(30) VALUE SPACES.
           01 WS-GROUP-CATEGORY PIC X(12) VALUE SPACES.
           01 WS-GROUP-COUNT PIC 9(02) COMP VALUE ZERO.
           01 WS-GROUP-SUB PIC 9(02) COMP.
           01 WS-GROUP-TABLE.
                   TO WS-POEM-TBL-TITLE(WS-POEM-COUNT)
               MOVE POEM-TEXT OF POEM-RECORD
                   TO WS-POEM-TBL-TEXT(WS-POEM-COUNT)
               MOVE POEM-AUTHOR OF POEM-RECORD
                   TO WS-POEM-TBL-AUTHOR(WS-POEM-COUNT)
               MOVE POEM-CATEGORY OF POEM-RECORD
                   TO WS-POEM-TBL-CATEGORY(WS-POEM-COUNT)
           END-IF.
           IF POEM-ID OF POEM-RECORD NOT < WS-NEXT-POEM-ID
               COMPUTE WS-NEXT-POEM-ID = POEM-ID OF POEM-RECORD + 1
           EXIT.

       2000-PROCESS-REQUEST.
           IF PMQ-LINE-NUM = ZERO
               PERFORM 2800-FINALIZE-GROUP THRU 2800-EXIT
               PERFORM 2700-SET-POEM-DETAILS THRU 2700-EXIT
               GO TO 2000-READ
           END-IF.
           IF WS-GROUP-COUNT > 0 AND PMQ-TITLE NOT = WS-GROUP-TITLE
               PERFORM 2800-FINALIZE-GROUP THRU 2800-EXIT
           END-IF.
           IF WS-GROUP-COUNT = 0
               MOVE PMQ-AUTHOR TO WS-GROUP-AUTHOR
               MOVE PMQ-CATEGORY TO WS-GROUP-CATEGORY
           END-IF.
           MOVE PMQ-TITLE TO WS-GROUP-TITLE.
           IF WS-GROUP-COUNT < 99
               ADD 1 TO WS-GROUP-COUNT
               MOVE PMQ-LINE-NUM TO WS-GROUP-LINE-NUM(WS-GROUP-COUNT)
               MOVE PMQ-TEXT TO WS-GROUP-TEXT(WS-GROUP-COUNT)
           END-IF.
       2000-READ.
           READ MAINT-FILE
               AT END SET WS-MAINT-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      * Author and category for a poem already in the catalog. The
      * title has to name exactly one poem - two poems sharing a
      * title cannot be told apart on the request line, so that is
      * rejected rather than guessed at.
       2700-SET-POEM-DETAILS.
           MOVE PMQ-TITLE TO WS-EXCEPT-BAD-ENTRY.
           MOVE ZERO TO WS-TITLE-MATCHES.
           MOVE ZERO TO WS-POEM-SUB.
           PERFORM 2710-COUNT-TITLE-MATCH THRU 2710-EXIT
               UNTIL WS-POEM-SUB NOT < WS-POEM-COUNT.
           IF WS-TITLE-MATCHES = ZERO
               MOVE "Details rejected: no poem has this title"
                   TO WS-EXCEPT-MESSAGE
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               GO TO 2700-EXIT
           END-IF.
           IF WS-TITLE-MATCHES > 1
               MOVE "Details rejected: title is on more than one poem"
                   TO WS-EXCEPT-MESSAGE
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               GO TO 2700-EXIT
           END-IF.
           MOVE "POEMINFO" TO WS-MLOG-ACTION.
           MOVE WS-DETAIL-POEM-ID TO WS-MLOG-KEY.
           MOVE SPACES TO WS-MLOG-BEFORE.
           MOVE SPACES TO WS-MLOG-AFTER.
           MOVE ZERO TO WS-POEM-SUB.
           PERFORM 2720-APPLY-POEM-DETAILS THRU 2720-EXIT
               UNTIL WS-POEM-SUB NOT < WS-POEM-COUNT.
           STRING PMQ-AUTHOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PMQ-CATEGORY DELIMITED BY SIZE
               INTO WS-MLOG-AFTER.
           CALL "operationsMaintLog" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID, WS-MLOG-ACTION, WS-MLOG-KEY,
               WS-MLOG-BEFORE, WS-MLOG-AFTER.
           ADD 1 TO WS-DETAIL-COUNT.
       2700-EXIT.
           EXIT.

       2710-COUNT-TITLE-MATCH.
           ADD 1 TO WS-POEM-SUB.
           IF WS-POEM-TBL-TITLE(WS-POEM-SUB) = PMQ-TITLE
               AND WS-POEM-TBL-LINE-NUM(WS-POEM-SUB) = 1
               ADD 1 TO WS-TITLE-MATCHES
               MOVE WS-POEM-TBL-ID(WS-POEM-SUB) TO WS-DETAIL-POEM-ID
           END-IF.
       2710-EXIT.
           EXIT.

       2720-APPLY-POEM-DETAILS.
           ADD 1 TO WS-POEM-SUB.
           IF WS-POEM-TBL-ID(WS-POEM-SUB) = WS-DETAIL-POEM-ID
               IF WS-MLOG-BEFORE = SPACES
                   STRING WS-POEM-TBL-AUTHOR(WS-POEM-SUB)
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-POEM-TBL-CATEGORY(WS-POEM-SUB)
                       DELIMITED BY SIZE
                       INTO WS-MLOG-BEFORE
               END-IF
               MOVE PMQ-AUTHOR TO WS-POEM-TBL-AUTHOR(WS-POEM-SUB)
               MOVE PMQ-CATEGORY TO WS-POEM-TBL-CATEGORY(WS-POEM-SUB)
           END-IF.
       2720-EXIT.
           EXIT.

       2800-FINALIZE-GROUP.
           IF WS-GROUP-COUNT > 0
               PERFORM 2810-VALIDATE-GROUP THRU 2810-EXIT
           END-IF.
           MOVE ZERO TO WS-GROUP-COUNT.
           MOVE SPACES TO WS-GROUP-TITLE.
           MOVE SPACES TO WS-GROUP-AUTHOR.
           MOVE SPACES TO WS-GROUP-CATEGORY.
       2800-EXIT.
           EXIT.

               MOVE WS-GROUP-TITLE TO WS-POEM-TBL-TITLE(WS-POEM-COUNT)
               MOVE WS-GROUP-TEXT(WS-GROUP-SUB)
                   TO WS-POEM-TBL-TEXT(WS-POEM-COUNT)
               MOVE WS-GROUP-AUTHOR TO WS-POEM-TBL-AUTHOR(WS-POEM-COUNT)
               MOVE WS-GROUP-CATEGORY
                   TO WS-POEM-TBL-CATEGORY(WS-POEM-COUNT)
           END-IF.
       2821-EXIT.
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
           CLOSE MAINT-FILE.
           DISPLAY "POEMFILE MAINTENANCE COMPLETE"
           DISPLAY "  POEMS ADDED: " WS-ADD-COUNT
           DISPLAY "  DETAILS SET: " WS-DETAIL-COUNT
           DISPLAY "  REJECTED:    " WS-REJECT-COUNT.
       9000-EXIT.
           EXIT.
