      *           positive or negative, with their NUM1/NUM2 and
      *           operator, so an unusually large figure gets a second
      *           look instead of being buried in the middle of a long
      *           sequential file. Each line names the
      *           installation and its site name from the
      *           installation master.
      *           Every prompt can instead be answered by a
      *           RUNPARMFILE card (see operationsRunParm), so the
      *           report can run unattended as a close step.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
           COPY RPTFLDS.
           COPY PARMFLDS.
           01 WS-REPORT-DATE PIC 9(8).
           01 WS-REPORT-DATE-ENTRY PIC X(8).
           01 WS-WANTED-COUNT PIC 9(2).
           01 WS-NUM1-EDIT PIC Z,ZZZ,999.99-.
           01 WS-NUM2-EDIT PIC Z,ZZZ,999.99-.
           01 WS-RESULT-EDIT PIC Z,ZZZ,999.99-.
      * Answers handed back by the installation master lookup.
           01 WS-SITE-NAME PIC X(24).
           01 WS-SITE-STATUS PIC X(01).
           01 WS-MOVER-TABLE.
               05 WS-MOVER-ENTRY OCCURS 50 TIMES.
                   10 WS-MVR-MAGNITUDE PIC 9(7)V99.
                   10 WS-MVR-NUM2 PIC S9(7)V99 SIGN LEADING SEPARATE.
                   10 WS-MVR-USER-ID PIC X(08).
                   10 WS-MVR-PROGRAM PIC X(20).
                   10 WS-MVR-INSTALLATION PIC X(04).
                   10 WS-MVR-PRINTED-SWITCH PIC X(01).
                       88 WS-MVR-PRINTED VALUE "Y".

           GOBACK.

       1000-INITIALIZE.
           MOVE "REPORT-DATE" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WS-REPORT-DATE-ENTRY
           ELSE
               DISPLAY "Report date (YYYYMMDD, blank for today):"
               ACCEPT WS-REPORT-DATE-ENTRY
           END-IF.
           IF WS-REPORT-DATE-ENTRY = SPACES
               ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE WS-REPORT-DATE-ENTRY TO WS-REPORT-DATE
           END-IF.
           MOVE "COUNT" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-NUMBER TO WS-WANTED-COUNT
           ELSE
               DISPLAY "How many top movers (max 50)?"
               ACCEPT WS-WANTED-COUNT
           END-IF.
           IF WS-WANTED-COUNT = ZERO
               MOVE 10 TO WS-WANTED-COUNT
               DISPLAY "Defaulting to 10."
               TO WS-MVR-USER-ID(WS-MOVER-SUB).
           MOVE HIST-PROGRAM OF HIST-RECORD
               TO WS-MVR-PROGRAM(WS-MOVER-SUB).
           MOVE HIST-INSTALLATION OF HIST-RECORD
               TO WS-MVR-INSTALLATION(WS-MOVER-SUB).
           MOVE "N" TO WS-MVR-PRINTED-SWITCH(WS-MOVER-SUB).
       2200-EXIT.
           EXIT.
               WS-MVR-PROGRAM(WS-BEST-SUB) DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           CALL "operationsInstallLookup" USING
               WS-MVR-INSTALLATION(WS-BEST-SUB), WS-SITE-NAME,
               WS-SITE-STATUS.
           STRING "    INSTALLATION " DELIMITED BY SIZE
               WS-MVR-INSTALLATION(WS-BEST-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SITE-NAME DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           SET WS-MVR-PRINTED(WS-BEST-SUB) TO TRUE.
       3100-EXIT.
           EXIT.
           EXIT.


      * This report's run-parameter card for WS-PARM-NAME, if any.
       9600-GET-RUN-PARM.
           MOVE "operationsTopMovers" TO WS-PARM-PROGRAM.
           CALL "operationsRunParm" USING WS-PARM-PROGRAM,
               WS-PARM-NAME, WS-PARM-VALUE, WS-PARM-NUMBER,
               WS-PARM-FOUND-SWITCH.
       9600-EXIT.
           EXIT.

      * Shared report-writer plumbing: the writer puts every line on
      * the console, the print file and the reprint archive at once,
      * with the standard page heading.
