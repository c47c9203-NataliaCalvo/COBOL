           01 WS-HIDX-STATUS PIC X(02) VALUE "00".
           01 WS-SESSION-EVENT PIC X(08).
           01 WS-SESSLOG-STATUS PIC X(02) VALUE "00".
           01 WS-USER-LEVEL PIC X(01) VALUE SPACE.
      * Fields handed to the installation access engine.
           01 WS-SITE-ACTION PIC X(05).
           01 WS-SITE-ALLOWED-SWITCH PIC X(01).
               88 WS-SITE-ALLOWED VALUE "Y".

       PROCEDURE DIVISION.
           PERFORM IDENTIFY-OPERATOR.
           PERFORM SIGN-ON.
           PERFORM CHECK-SITE-ACCESS.
           PERFORM GET-INSTALL-RULES.
       GET-NUM1.
           PERFORM VALIDATE-NUM1.
               AND AUTH-PASSWORD OF AUTH-RECORD = WS-SIGNON-PASSWORD
               AND AUTH-ACTIVE OF AUTH-RECORD
               SET WS-SIGNON-FOUND TO TRUE
               MOVE AUTH-LEVEL OF AUTH-RECORD TO WS-USER-LEVEL
           END-IF.
           READ AUTH-FILE
               AT END SET WS-AUTH-EOF TO TRUE
           END-READ.

      * The operator's installation access is loaded here, the way
      * the shared sign-on module loads it, and the run's site is
      * refused outright if the operator may not work it.
       CHECK-SITE-ACCESS.
           MOVE "LOAD" TO WS-SITE-ACTION.
           CALL "operationsSiteAccess" USING WS-SITE-ACTION,
               WS-OPERATOR-ID, WS-USER-LEVEL, WS-INSTALLATION-CODE,
               WS-SITE-ALLOWED-SWITCH.
           MOVE "CHECK" TO WS-SITE-ACTION.
           CALL "operationsSiteAccess" USING WS-SITE-ACTION,
               WS-OPERATOR-ID, WS-USER-LEVEL, WS-INSTALLATION-CODE,
               WS-SITE-ALLOWED-SWITCH.
           IF NOT WS-SITE-ALLOWED
               DISPLAY "You are not allowed to work installation "
                   WS-INSTALLATION-CODE ". Contact your supervisor."
               MOVE ZERO TO NUM1
               MOVE ZERO TO NUM2
               MOVE "Operator not allowed this site - not posted"
                   TO WS-EXCEPT-MESSAGE
               MOVE WS-INSTALLATION-CODE TO WS-EXCEPT-BAD-ENTRY
               PERFORM WRITE-EXCEPTION
               MOVE "SIGNOFF" TO WS-SESSION-EVENT
               PERFORM WRITE-SESSION-LOG
               GOBACK
           END-IF.

       GET-INSTALL-RULES.
           MOVE "N" TO WS-RULE-FOUND-SWITCH.
           MOVE "N" TO WS-DFLT-FOUND-SWITCH.
