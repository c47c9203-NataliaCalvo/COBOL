      *           CLOSEDPERFILE front to back and reports whether the
      *           LAST status row for the date says closed - the file
      *           is append-only, so a reopen is simply a later "O"
      *           row outvoting the earlier "C". A year-end seal row
      *           (YYYY0000, status "Y") counts as a close of every
      *           date in its year, in its place in the file like any
      *           other row. No control file at
      *           all means nothing has ever been closed and every
      *           date is open, exactly the old behavior.
      * Tectonics: cobc
           01 WS-CLP-STATUS PIC X(02) VALUE "00".
           01 WS-CLP-EOF-SWITCH PIC X(01).
               88 WS-CLP-EOF VALUE "Y".
           01 WS-SEAL-DATE PIC 9(8).
           01 WS-SEAL-DATE-PARTS REDEFINES WS-SEAL-DATE.
               05 WS-SEAL-YEAR PIC 9(4).
               05 WS-SEAL-MMDD PIC 9(4).

       LINKAGE SECTION.
       01 LK-POST-DATE PIC 9(8).
       0000-MAINLINE.
           MOVE "N" TO LK-CLOSED-SWITCH.
           MOVE "N" TO WS-CLP-EOF-SWITCH.
           MOVE LK-POST-DATE TO WS-SEAL-DATE.
           MOVE ZERO TO WS-SEAL-MMDD.
           OPEN INPUT CLOSED-PERIOD-FILE.
           IF WS-CLP-STATUS = "35"
               GOBACK
                   MOVE "N" TO LK-CLOSED-SWITCH
               END-IF
           END-IF.
           IF CLP-DATE = WS-SEAL-DATE AND CLP-YEAR-SEALED
               MOVE "Y" TO LK-CLOSED-SWITCH
           END-IF.
           READ CLOSED-PERIOD-FILE
               AT END SET WS-CLP-EOF TO TRUE
           END-READ.
