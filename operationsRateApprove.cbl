      *           reason. Decided rows stay on the queue file as the
      *           approval trail; effective-dated rows still let an
      *           approved change sit queued ahead of its effective
      *           date exactly as before. Surcharge bands, minimum
      *           and cap travel with the change and are shown to
      *           the approver before the decision.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   10 WS-RATE-TBL-ROUND-RULE PIC X(01).
                   10 WS-RATE-TBL-THRESHOLD PIC 9(7)V99.
                   10 WS-RATE-TBL-EFF-DATE PIC 9(8).
                   10 WS-RATE-TBL-BAND-RULES PIC X(53).
                   10 WS-RATE-TBL-ACTIVE-SWITCH PIC X(01) VALUE "Y".
                       88 WS-RATE-TBL-ACTIVE VALUE "Y".
           01 WS-PEND-COUNT PIC 9(03) COMP VALUE ZERO.
               05 WS-RIM-ROUND-RULE PIC X(01).
               05 WS-RIM-THRESHOLD PIC 9(7)V99.
               05 WS-RIM-EFF-DATE PIC 9(08).
               05 WS-RIM-BAND-RULES PIC X(53).
           01 WS-PEND-TABLE.
               05 WS-PEND-ENTRY OCCURS 200 TIMES
                   PIC X(151).
      * Readable view of a pending change's band columns for the
      * approver's screen.
           COPY SURCHBAND.
           01 WS-BAND-SUB PIC 9(01) COMP.

       PROCEDURE DIVISION.
      * Both files are loaded whole and rewritten whole, the same
                   TO WS-RATE-TBL-ROUND-RULE(WS-RATE-COUNT)
               MOVE RATE-THRESHOLD
                   TO WS-RATE-TBL-THRESHOLD(WS-RATE-COUNT)
               MOVE RATE-BAND-RULES
                   TO WS-RATE-TBL-BAND-RULES(WS-RATE-COUNT)
               IF RATE-EFFECTIVE-DATE OF RATE-RECORD IS NUMERIC
                   MOVE RATE-EFFECTIVE-DATE OF RATE-RECORD
                       TO WS-RATE-TBL-EFF-DATE(WS-RATE-COUNT)
               " ROUND " RPQ-ROUND-RULE.
           DISPLAY "  THRESHOLD " RPQ-THRESHOLD " EFFECTIVE "
               RPQ-EFFECTIVE-DATE.
           PERFORM 2100-SHOW-BANDS THRU 2100-EXIT.
           DISPLAY "  REQUESTED BY " RPQ-REQUESTED-BY " ON "
               RPQ-REQUEST-DATE.
           IF RPQ-REQUESTED-BY = WS-OPERATOR-ID
       2000-EXIT.
           EXIT.

      * Nothing is shown for a flat-rate change - blank or zero band
      * columns mean no bands, no minimum and no cap.
       2100-SHOW-BANDS.
           IF RPQ-BAND-RULES = SPACES OR RPQ-BAND-RULES = ZEROS
               GO TO 2100-EXIT
           END-IF.
           MOVE RPQ-BAND-RULES TO SURCHARGE-BANDS.
           MOVE ZERO TO WS-BAND-SUB.
           PERFORM 2110-SHOW-BAND-LINE THRU 2110-EXIT
               UNTIL WS-BAND-SUB NOT < 3.
           DISPLAY "  SURCHARGE MINIMUM " SB-MIN-SURCHARGE
               " CAP " SB-MAX-SURCHARGE.
       2100-EXIT.
           EXIT.

       2110-SHOW-BAND-LINE.
           ADD 1 TO WS-BAND-SUB.
           IF SB-BAND-FLOOR(WS-BAND-SUB) IS NUMERIC
               AND SB-BAND-FLOOR(WS-BAND-SUB) > ZERO
               DISPLAY "  BAND " WS-BAND-SUB " ABOVE "
                   SB-BAND-FLOOR(WS-BAND-SUB) " AT RATE "
                   SB-BAND-RATE(WS-BAND-SUB)
           END-IF.
       2110-EXIT.
           EXIT.

      * A row is identified by installation plus effective date, the
      * same key the old single-user maintenance used. A request the
      * live table has drifted away from (the row it would change is
                       TO WS-RATE-TBL-ROUND-RULE(WS-RATE-SUB)
                   MOVE RPQ-THRESHOLD
                       TO WS-RATE-TBL-THRESHOLD(WS-RATE-SUB)
                   MOVE RPQ-BAND-RULES
                       TO WS-RATE-TBL-BAND-RULES(WS-RATE-SUB)
                   PERFORM 3600-BUILD-AFTER-IMAGE THRU 3600-EXIT
                   PERFORM 3700-WRITE-MAINT-LOG THRU 3700-EXIT
                   PERFORM 3800-MARK-APPROVED THRU 3800-EXIT
                   TO WS-RATE-TBL-ROUND-RULE(WS-RATE-COUNT)
               MOVE RPQ-THRESHOLD
                   TO WS-RATE-TBL-THRESHOLD(WS-RATE-COUNT)
               MOVE RPQ-BAND-RULES
                   TO WS-RATE-TBL-BAND-RULES(WS-RATE-COUNT)
               MOVE WS-REQUEST-EFF-DATE
                   TO WS-RATE-TBL-EFF-DATE(WS-RATE-COUNT)
               MOVE "Y" TO WS-RATE-TBL-ACTIVE-SWITCH(WS-RATE-COUNT)
           MOVE WS-RATE-TBL-THRESHOLD(WS-RATE-SUB)
               TO WS-RIM-THRESHOLD.
           MOVE WS-RATE-TBL-EFF-DATE(WS-RATE-SUB) TO WS-RIM-EFF-DATE.
           MOVE WS-RATE-TBL-BAND-RULES(WS-RATE-SUB)
               TO WS-RIM-BAND-RULES.
           MOVE WS-RATE-IMAGE TO WS-MLOG-BEFORE.
       3500-EXIT.
           EXIT.
           MOVE WS-RATE-TBL-THRESHOLD(WS-RATE-SUB)
               TO WS-RIM-THRESHOLD.
           MOVE WS-RATE-TBL-EFF-DATE(WS-RATE-SUB) TO WS-RIM-EFF-DATE.
           MOVE WS-RATE-TBL-BAND-RULES(WS-RATE-SUB)
               TO WS-RIM-BAND-RULES.
           MOVE WS-RATE-IMAGE TO WS-MLOG-AFTER.
       3600-EXIT.
           EXIT.
                   TO RATE-THRESHOLD
               MOVE WS-RATE-TBL-EFF-DATE(WS-RATE-SUB)
                   TO RATE-EFFECTIVE-DATE
               MOVE WS-RATE-TBL-BAND-RULES(WS-RATE-SUB)
                   TO RATE-BAND-RULES
               WRITE RATE-RECORD
           END-IF.
       8100-EXIT.
