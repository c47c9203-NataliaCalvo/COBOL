      *           log the way lockout clears are recorded. A date
      *           that is not currently closed is refused, since a
      *           stray reopen row would be noise in the audit trail.
      *           A date in a year sealed by the year-end close may
      *           only be reopened by an administrator - supervisor
      *           level is enough for an open year only.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           01 WS-REOPENED-BY PIC X(8).
           01 WS-CLOSED-SWITCH PIC X(1).
               88 WS-DATE-CLOSED VALUE "Y".
           01 WS-CLP-EOF-SWITCH PIC X(01).
               88 WS-CLP-EOF VALUE "Y".
           01 WS-SEALED-SWITCH PIC X(01).
               88 WS-YEAR-SEALED VALUE "Y".
           01 WS-SEAL-DATE PIC 9(8).
           01 WS-SEAL-DATE-PARTS REDEFINES WS-SEAL-DATE.
               05 WS-SEAL-YEAR PIC 9(4).
               05 WS-SEAL-MMDD PIC 9(4).

       PROCEDURE DIVISION.
       0000-MAINLINE.
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               GOBACK
           END-IF.
           PERFORM 1000-CHECK-YEAR-SEAL THRU 1000-EXIT.
           IF WS-YEAR-SEALED AND WS-USER-LEVEL NOT = "A"
               DISPLAY "Year " WS-SEAL-YEAR " is sealed by the "
                   "year-end close - only an administrator may "
                   "reopen a date in it."
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-APPEND-REOPEN-ROW THRU 2000-EXIT.
           PERFORM 2900-WRITE-SECURITY-LOG THRU 2900-EXIT.
           DISPLAY "Date " WS-REOPEN-DATE " reopened for posting by "
           PERFORM 9950-SIGN-OFF THRU 9950-EXIT.
           GOBACK.

      * The latest year-level row for the date's year decides whether
      * the year is sealed, the same last-row-wins reading the check
      * engine uses.
       1000-CHECK-YEAR-SEAL.
           MOVE "N" TO WS-SEALED-SWITCH.
           MOVE "N" TO WS-CLP-EOF-SWITCH.
           MOVE WS-REOPEN-DATE TO WS-SEAL-DATE.
           MOVE ZERO TO WS-SEAL-MMDD.
           OPEN INPUT CLOSED-PERIOD-FILE.
           IF WS-CLP-STATUS = "35"
               GO TO 1000-EXIT
           END-IF.
           READ CLOSED-PERIOD-FILE
               AT END SET WS-CLP-EOF TO TRUE
           END-READ.
           PERFORM 1100-SCAN-SEAL-ROW THRU 1100-EXIT
               UNTIL WS-CLP-EOF.
           CLOSE CLOSED-PERIOD-FILE.
       1000-EXIT.
           EXIT.

       1100-SCAN-SEAL-ROW.
           IF CLP-DATE = WS-SEAL-DATE
               IF CLP-YEAR-SEALED
                   MOVE "Y" TO WS-SEALED-SWITCH
               ELSE
                   MOVE "N" TO WS-SEALED-SWITCH
               END-IF
           END-IF.
           READ CLOSED-PERIOD-FILE
               AT END SET WS-CLP-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       2000-APPEND-REOPEN-ROW.
           OPEN EXTEND CLOSED-PERIOD-FILE.
           IF WS-CLP-STATUS = "35"
           MOVE "operationsPeriodReopen" TO SEC-PROGRAM.
           MOVE "Closed posting date reopened: " TO SEC-DETAIL.
           MOVE WS-REOPEN-DATE TO SEC-DETAIL(31:8).
           IF WS-YEAR-SEALED
               MOVE " sealed year" TO SEC-DETAIL(39:12)
           END-IF.
           WRITE SECURITY-LOG-RECORD.
           CLOSE SECURITY-LOG-FILE.
       2900-EXIT.
