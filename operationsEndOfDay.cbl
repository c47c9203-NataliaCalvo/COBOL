      *           re-running the batch driver that already ran. A
      *           close on a non-business day, or a second close of a
      *           date whose every step already passed, is refused.
      *           Once the scheduled steps have run, passed or not,
      *           operationsAlertFeed writes the monitoring system's
      *           alert feed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           01 WS-STEP-START-DATE PIC 9(8).
           01 WS-STEP-START-TIME PIC 9(8).
           01 WS-STEP-OUTCOME PIC X(04).
           01 WS-SAVE-STEP-NAME PIC X(30).
           01 WS-SAVE-FAILED-SWITCH PIC X(01).
           01 WS-CLOSE-FAILED-SWITCH PIC X(01) VALUE "N".
               88 WS-CLOSE-FAILED VALUE "Y".
           01 WS-MANIN-EOF-SWITCH PIC X(01) VALUE "N".
           PERFORM 3000-RUN-ONE-STEP THRU 3000-EXIT
               UNTIL WS-STEP-SUB NOT < WS-STEP-COUNT
               OR WS-CLOSE-FAILED.
           PERFORM 3500-RUN-ALERT-FEED THRU 3500-EXIT.
           IF WS-CLOSE-FAILED
               DISPLAY "END-OF-DAY CLOSE STOPPED - STEP "
                   WS-STEP-NAME " FAILED. Later steps were not run."
       3000-EXIT.
           EXIT.

      * The alert feed is not a schedule step: it runs after the
      * scheduled steps whether or not they all passed - a failed
      * close is exactly what the monitoring system needs to hear
      * about - and is written to the manifest like any other step,
      * so the feed picks up this close's failures on its next run
      * if not this one. Its own failure never fails the close.
       3500-RUN-ALERT-FEED.
           MOVE WS-STEP-NAME TO WS-SAVE-STEP-NAME.
           MOVE WS-CLOSE-FAILED-SWITCH TO WS-SAVE-FAILED-SWITCH.
           MOVE "operationsAlertFeed" TO WS-STEP-NAME.
           PERFORM 2000-START-STEP THRU 2000-EXIT.
           CALL WS-STEP-NAME
               ON EXCEPTION
                   DISPLAY "STEP PROGRAM NOT FOUND: " WS-STEP-NAME
                   MOVE 12 TO RETURN-CODE
           END-CALL.
           PERFORM 2100-END-STEP THRU 2100-EXIT.
           MOVE WS-SAVE-STEP-NAME TO WS-STEP-NAME.
           MOVE WS-SAVE-FAILED-SWITCH TO WS-CLOSE-FAILED-SWITCH.
       3500-EXIT.
           EXIT.

       2000-START-STEP.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STEP-START-TIME FROM TIME.
