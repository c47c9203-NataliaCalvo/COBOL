      * Purpose:  Shared snapshot engine - CALLed by each maintenance
      *           program before it applies any requests, copying
      *           every row of the named master file (RATETABLE,
      *           AUTHFILE, TITLEFILE, POEMFILE, INSTALLFILE,
      *           LIMITFILE, FXRATEFILE, SITEACCFILE, STANDINGFILE,
      *           CALENDARFILE, BUDGETFILE, SHIFTROSTER,
      *           BALANCEFILE, POEMSCHEDULE - the list checked in
      *           0000-MAINLINE)
      *           onto
      *           the snapshot file under a fresh snapshot id, then
      *           pruning so the last five snapshots per master are
      *           retained. The
      *           poem loader already refuses half-applied updates;
      *           this is the same philosophy for recovery after the
      *           fact - a wrecked master goes back with
           SELECT POEM-FILE ASSIGN TO "POEMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT INSTALL-FILE ASSIGN TO "INSTALLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT LIMIT-FILE ASSIGN TO "LIMITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT FXRATE-FILE ASSIGN TO "FXRATEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SITEACC-FILE ASSIGN TO "SITEACCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT STANDING-FILE ASSIGN TO "STANDINGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDARFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "BUDGETFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ROSTER-FILE ASSIGN TO "SHIFTROSTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "BALANCEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT POEMSCHED-FILE ASSIGN TO "POEMSCHEDULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * The masters are read as raw lines - the snapshot neither
      * knows nor cares about their layouts, which is what lets one
      * engine cover them all.
       FD  RATE-FILE.
       01  RATE-RAW-LINE PIC X(100).

       01  TITLE-RAW-LINE PIC X(100).

       FD  POEM-FILE.
       01  POEM-RAW-LINE PIC X(150).

       FD  INSTALL-FILE.
       01  INSTALL-RAW-LINE PIC X(100).

       FD  LIMIT-FILE.
       01  LIMIT-RAW-LINE PIC X(100).

       FD  FXRATE-FILE.
       01  FXRATE-RAW-LINE PIC X(100).

       FD  SITEACC-FILE.
       01  SITEACC-RAW-LINE PIC X(100).

       FD  STANDING-FILE.
       01  STANDING-RAW-LINE PIC X(100).

       FD  CALENDAR-FILE.
       01  CALENDAR-RAW-LINE PIC X(100).

       FD  BUDGET-FILE.
       01  BUDGET-RAW-LINE PIC X(100).

       FD  ROSTER-FILE.
       01  ROSTER-RAW-LINE PIC X(100).

       FD  BALANCE-FILE.
       01  BALANCE-RAW-LINE PIC X(100).

       FD  POEMSCHED-FILE.
       01  POEMSCHED-RAW-LINE PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-SNAP-STATUS PIC X(02) VALUE "00".
           01 WS-SNAP-DATE PIC 9(08).
           01 WS-SNAP-TIME PIC 9(08).
           01 WS-ROW-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-RAW-LINE PIC X(150).
           01 WS-KEEP-FROM-ID PIC 9(05).
           01 WS-ID-COUNT PIC 9(02) COMP.
           01 WS-ID-SUB PIC 9(02) COMP.
           01 WS-HOLD-COUNT PIC 9(05) COMP.
           01 WS-HOLD-SUB PIC 9(05) COMP.
           01 WS-HOLD-TABLE.
               05 WS-HOLD-ENTRY OCCURS 6000 TIMES PIC X(183).

       LINKAGE SECTION.
       01 LK-MASTER-NAME PIC X(12).
               WHEN "AUTHFILE"
               WHEN "TITLEFILE"
               WHEN "POEMFILE"
               WHEN "INSTALLFILE"
               WHEN "LIMITFILE"
               WHEN "FXRATEFILE"
               WHEN "SITEACCFILE"
               WHEN "STANDINGFILE"
               WHEN "CALENDARFILE"
               WHEN "BUDGETFILE"
               WHEN "SHIFTROSTER"
               WHEN "BALANCEFILE"
               WHEN "POEMSCHEDULE"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Snapshot refused: unknown master file "
                   OPEN INPUT TITLE-FILE
               WHEN "POEMFILE"
                   OPEN INPUT POEM-FILE
               WHEN "INSTALLFILE"
                   OPEN INPUT INSTALL-FILE
               WHEN "LIMITFILE"
                   OPEN INPUT LIMIT-FILE
               WHEN "FXRATEFILE"
                   OPEN INPUT FXRATE-FILE
               WHEN "SITEACCFILE"
                   OPEN INPUT SITEACC-FILE
               WHEN "STANDINGFILE"
                   OPEN INPUT STANDING-FILE
               WHEN "CALENDARFILE"
                   OPEN INPUT CALENDAR-FILE
               WHEN "BUDGETFILE"
                   OPEN INPUT BUDGET-FILE
               WHEN "SHIFTROSTER"
                   OPEN INPUT ROSTER-FILE
               WHEN "BALANCEFILE"
                   OPEN INPUT BALANCE-FILE
               WHEN "POEMSCHEDULE"
                   OPEN INPUT POEMSCHED-FILE
           END-EVALUATE.
           IF WS-MASTER-STATUS = "35"
               SET WS-MASTER-EOF TO TRUE
                       CLOSE TITLE-FILE
                   WHEN "POEMFILE"
                       CLOSE POEM-FILE
                   WHEN "INSTALLFILE"
                       CLOSE INSTALL-FILE
                   WHEN "LIMITFILE"
                       CLOSE LIMIT-FILE
                   WHEN "FXRATEFILE"
                       CLOSE FXRATE-FILE
                   WHEN "SITEACCFILE"
                       CLOSE SITEACC-FILE
                   WHEN "STANDINGFILE"
                       CLOSE STANDING-FILE
                   WHEN "CALENDARFILE"
                       CLOSE CALENDAR-FILE
                   WHEN "BUDGETFILE"
                       CLOSE BUDGET-FILE
                   WHEN "SHIFTROSTER"
                       CLOSE ROSTER-FILE
                   WHEN "BALANCEFILE"
                       CLOSE BALANCE-FILE
                   WHEN "POEMSCHEDULE"
                       CLOSE POEMSCHED-FILE
               END-EVALUATE
           END-IF.
       2000-EXIT.
                       AT END SET WS-MASTER-EOF TO TRUE
                   NOT AT END MOVE POEM-RAW-LINE TO WS-RAW-LINE
                   END-READ
               WHEN "INSTALLFILE"
                   READ INSTALL-FILE
                       AT END SET WS-MASTER-EOF TO TRUE
                   NOT AT END MOVE INSTALL-RAW-LINE TO WS-RAW-LINE
                   END-READ
               WHEN "LIMITFILE"
                   READ LIMIT-FILE
                       AT END SET WS-MASTER-EOF TO TRUE
                   NOT AT END MOVE LIMIT-RAW-LINE TO WS-RAW-LINE
                   END-READ
               WHEN "FXRATEFILE"
                   READ FXRATE-FILE
                       AT END SET WS-MASTER-EOF TO TRUE
                   NOT AT END MOVE FXRATE-RAW-LINE TO WS-RAW-LINE
                   END-READ
               WHEN "SITEACCFILE"
                   READ SITEACC-FILE
                       AT END SET WS-MASTER-EOF TO TRUE
                   NOT AT END MOVE SITEACC-RAW-LINE TO WS-RAW-LINE
                   END-READ
               WHEN "STANDINGFILE"
                   READ STANDING-FILE
                       AT END SET WS-MASTER-EOF TO TRUE
                   NOT AT END MOVE STANDING-RAW-LINE TO WS-RAW-LINE
                   END-READ
               WHEN "CALENDARFILE"
                   READ CALENDAR-FILE
                       AT END SET WS-MASTER-EOF TO TRUE
                   NOT AT END MOVE CALENDAR-RAW-LINE TO WS-RAW-LINE
                   END-READ
               WHEN "BUDGETFILE"
                   READ BUDGET-FILE
                       AT END SET WS-MASTER-EOF TO TRUE
                   NOT AT END MOVE BUDGET-RAW-LINE TO WS-RAW-LINE
                   END-READ
               WHEN "SHIFTROSTER"
                   READ ROSTER-FILE
                       AT END SET WS-MASTER-EOF TO TRUE
                   NOT AT END MOVE ROSTER-RAW-LINE TO WS-RAW-LINE
                   END-READ
               WHEN "BALANCEFILE"
                   READ BALANCE-FILE
                       AT END SET WS-MASTER-EOF TO TRUE
                   NOT AT END MOVE BALANCE-RAW-LINE TO WS-RAW-LINE
                   END-READ
               WHEN "POEMSCHEDULE"
                   READ POEMSCHED-FILE
                       AT END SET WS-MASTER-EOF TO TRUE
                   NOT AT END MOVE POEMSCHED-RAW-LINE TO WS-RAW-LINE
                   END-READ
           END-EVALUATE.
       2100-EXIT.
           EXIT.
