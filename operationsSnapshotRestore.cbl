      * Purpose:  Puts a named master-file snapshot back as the live
      *           file in one step - the recovery half of
      *           operationsMasterSnapshot. A supervisor signs on,
      *           names the master (RATETABLE, AUTHFILE, TITLEFILE,
      *           POEMFILE, INSTALLFILE, LIMITFILE, FXRATEFILE,
      *           SITEACCFILE, STANDINGFILE, CALENDARFILE,
      *           BUDGETFILE, SHIFTROSTER, BALANCEFILE,
      *           POEMSCHEDULE) and the
      *           snapshot id, and the live file is rewritten from the
      *           snapshot's row images; the restore itself is
      *           recorded on the maintenance change log. A snapshot
      *           id with no rows for that master is refused with
      *           nothing touched.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POEM-FILE ASSIGN TO "POEMFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INSTALL-FILE ASSIGN TO "INSTALLFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIMIT-FILE ASSIGN TO "LIMITFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FXRATE-FILE ASSIGN TO "FXRATEFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SITEACC-FILE ASSIGN TO "SITEACCFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STANDING-FILE ASSIGN TO "STANDINGFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDARFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUDGET-FILE ASSIGN TO "BUDGETFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROSTER-FILE ASSIGN TO "SHIFTROSTER"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALANCE-FILE ASSIGN TO "BALANCEFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POEMSCHED-FILE ASSIGN TO "POEMSCHEDULE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
      * Program name handed to the shared sign-on module - kept in
           01 WS-HOLD-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-HOLD-SUB PIC 9(05) COMP.
           01 WS-HOLD-TABLE.
               05 WS-HOLD-ENTRY OCCURS 6000 TIMES PIC X(150).
           01 WS-MLOG-ACTION PIC X(10) VALUE "RESTORE".
           01 WS-MLOG-KEY PIC X(20).
           01 WS-MLOG-BEFORE PIC X(80) VALUE SPACES.
               GOBACK
           END-IF.
           DISPLAY "Master file to restore (RATETABLE, AUTHFILE, "
               "TITLEFILE, POEMFILE, INSTALLFILE, LIMITFILE, "
               "FXRATEFILE, SITEACCFILE, STANDINGFILE, "
               "CALENDARFILE, BUDGETFILE, SHIFTROSTER, "
               "BALANCEFILE, POEMSCHEDULE):".
           ACCEPT WS-MASTER-NAME.
           IF WS-MASTER-NAME NOT = "RATETABLE"
               AND WS-MASTER-NAME NOT = "AUTHFILE"
               AND WS-MASTER-NAME NOT = "TITLEFILE"
               AND WS-MASTER-NAME NOT = "POEMFILE"
               AND WS-MASTER-NAME NOT = "INSTALLFILE"
               AND WS-MASTER-NAME NOT = "LIMITFILE"
               AND WS-MASTER-NAME NOT = "FXRATEFILE"
               AND WS-MASTER-NAME NOT = "SITEACCFILE"
               AND WS-MASTER-NAME NOT = "STANDINGFILE"
               AND WS-MASTER-NAME NOT = "CALENDARFILE"
               AND WS-MASTER-NAME NOT = "BUDGETFILE"
               AND WS-MASTER-NAME NOT = "SHIFTROSTER"
               AND WS-MASTER-NAME NOT = "BALANCEFILE"
               AND WS-MASTER-NAME NOT = "POEMSCHEDULE"
               DISPLAY "Unknown master file - nothing restored."
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-SIGN-OFF THRU 9950-EXIT
                   OPEN OUTPUT TITLE-FILE
               WHEN "POEMFILE"
                   OPEN OUTPUT POEM-FILE
               WHEN "INSTALLFILE"
                   OPEN OUTPUT INSTALL-FILE
               WHEN "LIMITFILE"
                   OPEN OUTPUT LIMIT-FILE
               WHEN "FXRATEFILE"
                   OPEN OUTPUT FXRATE-FILE
               WHEN "SITEACCFILE"
                   OPEN OUTPUT SITEACC-FILE
               WHEN "STANDINGFILE"
                   OPEN OUTPUT STANDING-FILE
               WHEN "CALENDARFILE"
                   OPEN OUTPUT CALENDAR-FILE
               WHEN "BUDGETFILE"
                   OPEN OUTPUT BUDGET-FILE
               WHEN "SHIFTROSTER"
                   OPEN OUTPUT ROSTER-FILE
               WHEN "BALANCEFILE"
                   OPEN OUTPUT BALANCE-FILE
               WHEN "POEMSCHEDULE"
                   OPEN OUTPUT POEMSCHED-FILE
           END-EVALUATE.
           MOVE ZERO TO WS-HOLD-SUB.
           PERFORM 8100-WRITE-MASTER-LINE THRU 8100-EXIT
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
           END-EVALUATE.
       8000-EXIT.
           EXIT.
               WHEN "POEMFILE"
                   MOVE WS-HOLD-ENTRY(WS-HOLD-SUB) TO POEM-RAW-LINE
                   WRITE POEM-RAW-LINE
               WHEN "INSTALLFILE"
                   MOVE WS-HOLD-ENTRY(WS-HOLD-SUB)
                       TO INSTALL-RAW-LINE
                   WRITE INSTALL-RAW-LINE
               WHEN "LIMITFILE"
                   MOVE WS-HOLD-ENTRY(WS-HOLD-SUB)
                       TO LIMIT-RAW-LINE
                   WRITE LIMIT-RAW-LINE
               WHEN "FXRATEFILE"
                   MOVE WS-HOLD-ENTRY(WS-HOLD-SUB)
                       TO FXRATE-RAW-LINE
                   WRITE FXRATE-RAW-LINE
               WHEN "SITEACCFILE"
                   MOVE WS-HOLD-ENTRY(WS-HOLD-SUB)
                       TO SITEACC-RAW-LINE
                   WRITE SITEACC-RAW-LINE
               WHEN "STANDINGFILE"
                   MOVE WS-HOLD-ENTRY(WS-HOLD-SUB)
                       TO STANDING-RAW-LINE
                   WRITE STANDING-RAW-LINE
               WHEN "CALENDARFILE"
                   MOVE WS-HOLD-ENTRY(WS-HOLD-SUB)
                       TO CALENDAR-RAW-LINE
                   WRITE CALENDAR-RAW-LINE
               WHEN "BUDGETFILE"
                   MOVE WS-HOLD-ENTRY(WS-HOLD-SUB)
                       TO BUDGET-RAW-LINE
                   WRITE BUDGET-RAW-LINE
               WHEN "SHIFTROSTER"
                   MOVE WS-HOLD-ENTRY(WS-HOLD-SUB)
                       TO ROSTER-RAW-LINE
                   WRITE ROSTER-RAW-LINE
               WHEN "BALANCEFILE"
                   MOVE WS-HOLD-ENTRY(WS-HOLD-SUB)
                       TO BALANCE-RAW-LINE
                   WRITE BALANCE-RAW-LINE
               WHEN "POEMSCHEDULE"
                   MOVE WS-HOLD-ENTRY(WS-HOLD-SUB)
                       TO POEMSCHED-RAW-LINE
                   WRITE POEMSCHED-RAW-LINE
           END-EVALUATE.
       8100-EXIT.
           EXIT.
