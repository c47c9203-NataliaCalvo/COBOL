      *           quietly dying unresolved the way they used to in
      *           EXCEPTFILE. The report is the daily prompt to
      *           correct suspense items and cut them back into the
      *           next TRANFILE. Items already cleared by
      *           operationsSuspenseClear stay on the file for audit
      *           but are left off the aging and only counted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           01 WS-AGE-FLAG PIC X(03).
           01 WS-ITEM-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-OVERAGE-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-CLEARED-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-DAYS-EDIT PIC ZZ,ZZ9.
           01 WS-COUNT-EDIT PIC ZZ,ZZ9.

           DISPLAY "ITEMS IN SUSPENSE:  " WS-COUNT-EDIT.
           MOVE WS-OVERAGE-COUNT TO WS-COUNT-EDIT.
           DISPLAY "OLDER THAN " WS-WARN-AGE " DAYS: " WS-COUNT-EDIT.
           MOVE WS-CLEARED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "CLEARED (NOT AGED): " WS-COUNT-EDIT.
           IF WS-OVERAGE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

      * A row with an unreadable added date cannot be aged - it is
      * shown with the maximum age so it sorts to the top of any
      * follow-up rather than disappearing. A cleared item is only
      * counted.
       2000-AGE-ONE-ITEM.
           IF NOT SUSP-OPEN
               ADD 1 TO WS-CLEARED-COUNT
               GO TO 2000-READ-NEXT
           END-IF.
           ADD 1 TO WS-ITEM-COUNT.
           IF SUSP-ADDED-DATE IS NUMERIC
               AND SUSP-ADDED-DATE NOT = ZERO
           MOVE WS-DAYS-OLD TO WS-DAYS-EDIT.
           DISPLAY WS-DAYS-EDIT WS-AGE-FLAG " " SUSP-INSTALLATION
               "  " SUSP-ADDED-DATE "  " SUSP-REASON.
       2000-READ-NEXT.
           READ SUSPENSE-FILE
               AT END SET WS-SUSP-EOF TO TRUE
           END-READ.
