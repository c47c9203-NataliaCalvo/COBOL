      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Exchange rate lookup engine, CALLed by the front
      *           edit, the batch driver and the other programs that
      *           read TRANFILE with a detail row's currency code and
      *           the business date it posts under. Hands back the
      *           rate in effect on that date - the row for that
      *           currency with the latest effective date on or
      *           before it - and a status: "F" found, "N" no rate
      *           for that currency on that date, or blank for a
      *           blank currency code, which is the base currency and
      *           converts at exactly 1. The whole of FXRATEFILE is
      *           loaded on the first CALL and the module stays
      *           resident for the life of the calling run, the way
      *           operationsInstallLookup does, so a driver asking
      *           once per pair does not re-read the file every time.
      *           No FXRATEFILE at all means no foreign currency has
      *           a rate, so every coded row comes back "N".
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsFxRateLookup.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FX-RATE-FILE.
           COPY FXRATEREC.

       WORKING-STORAGE SECTION.
           01 WS-FX-STATUS PIC X(02) VALUE "00".
           01 WS-LOADED-SWITCH PIC X(01) VALUE "N".
               88 WS-LOADED VALUE "Y".
           01 WS-FX-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-FX-EOF VALUE "Y".
           01 WS-FOUND-SWITCH PIC X(01).
               88 WS-FOUND VALUE "Y".
           01 WS-FOUND-EFF-DATE PIC 9(08).
           01 WS-CAP-SWITCH PIC X(01) VALUE "N".
               88 WS-CAP-WARNED VALUE "Y".
           01 WS-FX-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-FX-SUB PIC 9(03) COMP.
           01 WS-FX-TABLE.
               05 WS-FX-ENTRY OCCURS 500 TIMES.
                   10 WS-FX-TBL-CURRENCY PIC X(03).
                   10 WS-FX-TBL-EFF-DATE PIC 9(08).
                   10 WS-FX-TBL-RATE PIC 9(05)V9(06).

       LINKAGE SECTION.
       01 LK-CURRENCY PIC X(03).
       01 LK-AS-OF-DATE PIC 9(08).
       01 LK-FX-RATE PIC 9(05)V9(06).
       01 LK-FX-STATUS PIC X(01).

       PROCEDURE DIVISION USING LK-CURRENCY, LK-AS-OF-DATE,
               LK-FX-RATE, LK-FX-STATUS.
       0000-MAINLINE.
           IF NOT WS-LOADED
               PERFORM 1000-LOAD-RATES THRU 1000-EXIT
           END-IF.
           MOVE 1 TO LK-FX-RATE.
           IF LK-CURRENCY = SPACES
               MOVE SPACE TO LK-FX-STATUS
               GOBACK
           END-IF.
           MOVE "N" TO LK-FX-STATUS.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-FOUND-EFF-DATE.
           MOVE ZERO TO WS-FX-SUB.
           PERFORM 2000-SCAN-FX-TABLE THRU 2000-EXIT
               UNTIL WS-FX-SUB NOT < WS-FX-COUNT.
           IF WS-FOUND
               MOVE "F" TO LK-FX-STATUS
           END-IF.
           GOBACK.

       1000-LOAD-RATES.
           SET WS-LOADED TO TRUE.
           OPEN INPUT FX-RATE-FILE.
           IF WS-FX-STATUS = "35"
               GO TO 1000-EXIT
           END-IF.
           READ FX-RATE-FILE
               AT END SET WS-FX-EOF TO TRUE
           END-READ.
           PERFORM 1100-LOAD-FX-LINE THRU 1100-EXIT
               UNTIL WS-FX-EOF.
           CLOSE FX-RATE-FILE.
       1000-EXIT.
           EXIT.

       1100-LOAD-FX-LINE.
           IF WS-FX-COUNT < 500
               ADD 1 TO WS-FX-COUNT
               MOVE FX-CURRENCY TO WS-FX-TBL-CURRENCY(WS-FX-COUNT)
               MOVE FX-EFFECTIVE-DATE
                   TO WS-FX-TBL-EFF-DATE(WS-FX-COUNT)
               MOVE FX-RATE TO WS-FX-TBL-RATE(WS-FX-COUNT)
           ELSE
               IF NOT WS-CAP-WARNED
                   DISPLAY "WARNING: FXRATEFILE has more than 500 "
                       "rates; later ones will not be used for "
                       "conversion."
                   SET WS-CAP-WARNED TO TRUE
               END-IF
           END-IF.
           READ FX-RATE-FILE
               AT END SET WS-FX-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      * The row in effect is the latest one dated on or before the
      * business date; a rate dated after it has not started yet.
       2000-SCAN-FX-TABLE.
           ADD 1 TO WS-FX-SUB.
           IF WS-FX-TBL-CURRENCY(WS-FX-SUB) = LK-CURRENCY
               AND WS-FX-TBL-EFF-DATE(WS-FX-SUB) NOT > LK-AS-OF-DATE
               IF NOT WS-FOUND
                   OR WS-FX-TBL-EFF-DATE(WS-FX-SUB)
                       NOT < WS-FOUND-EFF-DATE
                   MOVE WS-FX-TBL-RATE(WS-FX-SUB) TO LK-FX-RATE
                   MOVE WS-FX-TBL-EFF-DATE(WS-FX-SUB)
                       TO WS-FOUND-EFF-DATE
                   SET WS-FOUND TO TRUE
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

       END PROGRAM operationsFxRateLookup.
