      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Front half of FXRATEFILE maintenance - validates a
      *           batch of add/change/delete exchange-rate requests
      *           (currency code present and alphabetic, effective
      *           date a real calendar date, rate numeric and above
      *           zero, no duplicate currency/date row on add, the
      *           row must exist on change/delete) and queues the
      *           valid ones on the pending-approval file with who
      *           asked for them. Exchange rates move real money
      *           through the batch driver's conversion exactly as
      *           RATETABLE does through the surcharge, so the same
      *           dual control applies: nothing here touches the live
      *           file, and a second, different user must release
      *           each change through operationsFxRateApprove.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsFxRateMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO "FXMAINTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FX-PEND-FILE ASSIGN TO "FXPENDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
           COPY FXMNTREQ.

       FD  FX-RATE-FILE.
           COPY FXRATEREC.

       FD  EXCEPTION-FILE.
           COPY EXCEPTREC.

       FD  FX-PEND-FILE.
           COPY FXPEND.

       WORKING-STORAGE SECTION.
      * Program name handed to the shared sign-on module - kept in
      * working storage (truncated to the X(20) the module declares)
      * because a literal is not a valid BY REFERENCE argument.
           01 WS-SIGNON-PROGRAM PIC X(20) VALUE
               "operationsFxRateMain".
           01 WS-REQUIRED-LEVEL PIC X(01) VALUE "S".
           01 WS-OPERATOR-ID PIC X(08).
           01 WS-USER-LEVEL PIC X(01).
           01 WS-SIGNON-OK-SWITCH PIC X(01).
               88 WS-SIGNON-OK VALUE "Y".
           01 WS-FX-STATUS PIC X(02) VALUE "00".
           01 WS-PEND-STATUS PIC X(02) VALUE "00".
           01 WS-QUEUE-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-EXCEPT-MESSAGE PIC X(50).
           01 WS-EXCEPT-BAD-ENTRY PIC X(12).
           01 WS-MAINT-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-MAINT-EOF VALUE "Y".
           01 WS-FX-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-FX-EOF VALUE "Y".
           01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
               88 WS-FOUND VALUE "Y".
           01 WS-VALID-SWITCH PIC X(01) VALUE "N".
               88 WS-VALID VALUE "Y".
           01 WS-LOAD-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 WS-LOAD-OVERFLOW VALUE "Y".
           01 WS-FX-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-FX-SUB PIC 9(03) COMP.
           01 WS-REJECT-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-REQUEST-EFF-DATE PIC 9(8).
           01 WS-REQUEST-DATE-PARTS REDEFINES WS-REQUEST-EFF-DATE.
               05 WS-REQUEST-YYYY PIC 9(4).
               05 WS-REQUEST-MM PIC 9(2).
               05 WS-REQUEST-DD PIC 9(2).
           01 WS-FX-TABLE.
               05 WS-FX-ENTRY OCCURS 500 TIMES.
                   10 WS-FX-TBL-CURRENCY PIC X(03).
                   10 WS-FX-TBL-EFF-DATE PIC 9(8).

       PROCEDURE DIVISION.
      * A live file bigger than the working table could let a
      * duplicate add through unseen - the run stops before queueing
      * anything, the same stance operationsRateMaint takes.
       0000-MAINLINE.
           CALL "operationsSignOn" USING WS-SIGNON-PROGRAM,
               WS-REQUIRED-LEVEL, WS-OPERATOR-ID, WS-USER-LEVEL,
               WS-SIGNON-OK-SWITCH.
           IF NOT WS-SIGNON-OK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-LOAD-OVERFLOW
               DISPLAY "FXRATEFILE has more rows than the working "
                   "table holds - maintenance cannot run safely; "
                   "nothing was changed."
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               GOBACK
           END-IF.
           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL WS-MAINT-EOF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9950-SIGN-OFF THRU 9950-EXIT.
           GOBACK.

      * No FXRATEFILE yet simply means no rates have been released -
      * every request is then checked against an empty table.
       1000-INITIALIZE.
           OPEN INPUT FX-RATE-FILE.
           IF WS-FX-STATUS = "35"
               SET WS-FX-EOF TO TRUE
           ELSE
               READ FX-RATE-FILE
                   AT END SET WS-FX-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 1100-LOAD-FX-LINE THRU 1100-EXIT
               UNTIL WS-FX-EOF.
           IF WS-FX-STATUS NOT = "35"
               CLOSE FX-RATE-FILE
           END-IF.
           OPEN INPUT MAINT-FILE.
           READ MAINT-FILE
               AT END SET WS-MAINT-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

       1100-LOAD-FX-LINE.
           IF WS-FX-COUNT NOT < 500
               SET WS-LOAD-OVERFLOW TO TRUE
           END-IF.
           IF WS-FX-COUNT < 500
               ADD 1 TO WS-FX-COUNT
               MOVE FX-CURRENCY TO WS-FX-TBL-CURRENCY(WS-FX-COUNT)
               MOVE FX-EFFECTIVE-DATE
                   TO WS-FX-TBL-EFF-DATE(WS-FX-COUNT)
           END-IF.
           READ FX-RATE-FILE
               AT END SET WS-FX-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           PERFORM 2100-VALIDATE-REQUEST THRU 2100-EXIT.
           IF WS-VALID
               PERFORM 2500-QUEUE-REQUEST THRU 2500-EXIT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
           END-IF.
           READ MAINT-FILE
               AT END SET WS-MAINT-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      * An unrecognized action code (a column shift, lowercase, or a
      * blank row) is rejected to the exception file - silently
      * dropping it would leave the operator believing the request
      * was applied.
       2100-VALIDATE-REQUEST.
           MOVE "Y" TO WS-VALID-SWITCH.
           IF NOT (FXQ-ADD OR FXQ-CHANGE OR FXQ-DELETE)
               MOVE "Unrecognized action code on exchange rate request"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
           END-IF.
           IF FXQ-CURRENCY = SPACES
               OR FXQ-CURRENCY IS NOT ALPHABETIC
               MOVE "Invalid currency code on exchange rate request"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
           END-IF.
           MOVE ZERO TO WS-REQUEST-EFF-DATE.
           IF FXQ-EFFECTIVE-DATE IS NUMERIC
               MOVE FXQ-EFFECTIVE-DATE TO WS-REQUEST-EFF-DATE
           END-IF.
           IF WS-REQUEST-YYYY < 1900
               OR WS-REQUEST-MM < 1 OR WS-REQUEST-MM > 12
               OR WS-REQUEST-DD < 1 OR WS-REQUEST-DD > 31
               MOVE "Invalid or missing effective date on request"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
           END-IF.
           MOVE ZERO TO WS-FX-SUB.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM 2110-SCAN-FOR-CURRENCY THRU 2110-EXIT
               UNTIL WS-FOUND OR WS-FX-SUB NOT < WS-FX-COUNT.
      * The rate only matters on add and change - a delete
      * legitimately leaves it blank.
           IF FXQ-ADD OR FXQ-CHANGE
               IF FXQ-RATE NOT NUMERIC OR FXQ-RATE = ZERO
                   MOVE "Invalid or zero exchange rate on request"
                       TO WS-EXCEPT-MESSAGE
                   MOVE "N" TO WS-VALID-SWITCH
               END-IF
           END-IF.
           IF FXQ-ADD AND WS-FOUND
               MOVE "Add rejected: rate already on file for this date"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
           END-IF.
           IF (FXQ-CHANGE OR FXQ-DELETE) AND NOT WS-FOUND
               MOVE "Change/delete rejected: no rate for this date"
                   TO WS-EXCEPT-MESSAGE
               MOVE "N" TO WS-VALID-SWITCH
           END-IF.
           MOVE SPACES TO WS-EXCEPT-BAD-ENTRY.
           STRING FXQ-CURRENCY DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FXQ-EFFECTIVE-DATE DELIMITED BY SIZE
               INTO WS-EXCEPT-BAD-ENTRY.
       2100-EXIT.
           EXIT.

      * A row is identified by currency plus effective date - one
      * currency carries a dated row for every rate it has had.
       2110-SCAN-FOR-CURRENCY.
           ADD 1 TO WS-FX-SUB.
           IF WS-FX-TBL-CURRENCY(WS-FX-SUB) = FXQ-CURRENCY
               AND WS-FX-TBL-EFF-DATE(WS-FX-SUB)
                   = WS-REQUEST-EFF-DATE
               SET WS-FOUND TO TRUE
           END-IF.
       2110-EXIT.
           EXIT.

      * The validated request goes to the pending queue untouched -
      * the live file only moves when a different user releases it
      * through operationsFxRateApprove.
       2500-QUEUE-REQUEST.
           OPEN EXTEND FX-PEND-FILE.
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT FX-PEND-FILE
           END-IF.
           MOVE "P" TO FXP-STATUS.
           MOVE FXQ-ACTION TO FXP-ACTION.
           MOVE FXQ-CURRENCY TO FXP-CURRENCY.
           MOVE FXQ-EFFECTIVE-DATE TO FXP-EFFECTIVE-DATE.
           IF FXQ-DELETE
               MOVE ZERO TO FXP-RATE
           ELSE
               MOVE FXQ-RATE TO FXP-RATE
           END-IF.
           MOVE WS-OPERATOR-ID TO FXP-REQUESTED-BY.
           ACCEPT FXP-REQUEST-DATE FROM DATE YYYYMMDD.
           ACCEPT FXP-REQUEST-TIME FROM TIME.
           MOVE SPACES TO FXP-DECIDED-BY.
           MOVE ZERO TO FXP-DECIDED-DATE.
           MOVE SPACES TO FXP-REJECT-REASON.
           WRITE FX-PENDING-RECORD.
           CLOSE FX-PEND-FILE.
           ADD 1 TO WS-QUEUE-COUNT.
       2500-EXIT.
           EXIT.

       2900-WRITE-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE.
           ACCEPT EXC-DATE FROM DATE YYYYMMDD.
           ACCEPT EXC-TIME FROM TIME.
           MOVE "operationsFxRateMaint" TO EXC-PROGRAM.
           MOVE WS-EXCEPT-MESSAGE TO EXC-MESSAGE.
           MOVE ZERO TO EXC-NUM1.
           MOVE ZERO TO EXC-NUM2.
           MOVE WS-EXCEPT-BAD-ENTRY TO EXC-BAD-ENTRY.
           MOVE ZERO TO EXC-ID.
           WRITE EXCEPTION-RECORD.
           CLOSE EXCEPTION-FILE.
       2900-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE MAINT-FILE.
           DISPLAY "EXCHANGE RATE MAINTENANCE REQUESTS PROCESSED"
           DISPLAY "  QUEUED FOR APPROVAL: " WS-QUEUE-COUNT
           DISPLAY "  REJECTED:            " WS-REJECT-COUNT
           IF WS-QUEUE-COUNT > ZERO
               DISPLAY "The live FXRATEFILE is unchanged until a "
                   "second user releases the queue through "
                   "operationsFxRateApprove."
           END-IF.
       9000-EXIT.
           EXIT.

      * Closes the session the shared sign-on module opened - run on
      * every exit that follows a successful sign-on, so an open
      * session on the log keeps meaning an abend.
       9950-SIGN-OFF.
           CALL "operationsSignOff" USING WS-SIGNON-PROGRAM,
               WS-OPERATOR-ID.
       9950-EXIT.
           EXIT.

       END PROGRAM operationsFxRateMaint.
