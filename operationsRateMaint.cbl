      *           Rows are keyed by installation plus effective date,
      *           so a future-dated rate change can still be queued
      *           ahead of the row currently in effect.
      *           A request may carry surcharge bands, a minimum and
      *           a cap (SURCHBAND); the bands must be numeric, in a
      *           sane range and climbing, and the minimum may not
      *           sit above the cap.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           01 WS-RATE-SUB PIC 9(03) COMP.
           01 WS-REJECT-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-REQUEST-EFF-DATE PIC 9(8).
      * Working copy of the request's band columns, checked band by
      * band in 2120-VALIDATE-BANDS.
           COPY SURCHBAND.
           01 WS-BAND-SUB PIC 9(01) COMP.
           01 WS-PREV-FLOOR PIC 9(7)V99.
           01 WS-BAND-UNUSED-SWITCH PIC X(01).
               88 WS-BAND-UNUSED-SEEN VALUE "Y".
           01 WS-RATE-TABLE.
               05 WS-RATE-ENTRY OCCURS 50 TIMES.
                   10 WS-RATE-TBL-INSTALLATION PIC X(04).
                       TO WS-EXCEPT-MESSAGE
                   MOVE "N" TO WS-VALID-SWITCH
               END-IF
               PERFORM 2120-VALIDATE-BANDS THRU 2120-EXIT
           END-IF.
           IF RMQ-ADD AND WS-FOUND
               MOVE "Add rejected: row already on file for this date"
       2110-EXIT.
           EXIT.

      * Blank band columns are a flat rate and are queued as zeros, so
      * the live row always carries a readable band image. Bands in
      * use come first and climb; once a band is left unused (zero
      * floor) every band after it must be unused as well.
       2120-VALIDATE-BANDS.
           IF RMQ-BAND-RULES = SPACES
               MOVE ZEROS TO RMQ-BAND-RULES
           END-IF.
           MOVE RMQ-BAND-RULES TO SURCHARGE-BANDS.
           IF SB-MIN-SURCHARGE NOT NUMERIC
               OR SB-MAX-SURCHARGE NOT NUMERIC
               MOVE "Invalid surcharge minimum or cap on request"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2120-EXIT
           END-IF.
           IF SB-MAX-SURCHARGE > ZERO
               AND SB-MIN-SURCHARGE > SB-MAX-SURCHARGE
               MOVE "Surcharge minimum is above the cap on request"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
           END-IF.
           MOVE ZERO TO WS-PREV-FLOOR.
           MOVE "N" TO WS-BAND-UNUSED-SWITCH.
           MOVE ZERO TO WS-BAND-SUB.
           PERFORM 2130-CHECK-BAND THRU 2130-EXIT
               UNTIL WS-BAND-SUB NOT < 3.
       2120-EXIT.
           EXIT.

       2130-CHECK-BAND.
           ADD 1 TO WS-BAND-SUB.
           IF SB-BAND-FLOOR(WS-BAND-SUB) NOT NUMERIC
               OR SB-BAND-RATE(WS-BAND-SUB) NOT NUMERIC
               MOVE "Invalid surcharge band on maintenance request"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 2130-EXIT
           END-IF.
           IF SB-BAND-FLOOR(WS-BAND-SUB) = ZERO
               SET WS-BAND-UNUSED-SEEN TO TRUE
               IF SB-BAND-RATE(WS-BAND-SUB) NOT = ZERO
                   MOVE "Surcharge band has a rate but no floor"
                       TO WS-EXCEPT-MESSAGE
                   MOVE "N" TO WS-VALID-SWITCH
               END-IF
               GO TO 2130-EXIT
           END-IF.
           IF WS-BAND-UNUSED-SEEN
               OR SB-BAND-FLOOR(WS-BAND-SUB) NOT > WS-PREV-FLOOR
               MOVE "Surcharge band floors must climb with no gaps"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
           END-IF.
           IF SB-BAND-RATE(WS-BAND-SUB) > .500
               MOVE "Out-of-range surcharge band rate on request"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
           END-IF.
           MOVE SB-BAND-FLOOR(WS-BAND-SUB) TO WS-PREV-FLOOR.
       2130-EXIT.
           EXIT.

      * The validated request goes to the pending queue untouched -
      * the live table only moves when a different user releases it
      * through operationsRateApprove.
           MOVE RMQ-ROUND-RULE TO RPQ-ROUND-RULE.
           MOVE RMQ-THRESHOLD TO RPQ-THRESHOLD.
           MOVE RMQ-EFFECTIVE-DATE TO RPQ-EFFECTIVE-DATE.
           MOVE RMQ-BAND-RULES TO RPQ-BAND-RULES.
           MOVE WS-OPERATOR-ID TO RPQ-REQUESTED-BY.
           ACCEPT RPQ-REQUEST-DATE FROM DATE YYYYMMDD.
           ACCEPT RPQ-REQUEST-TIME FROM TIME.
