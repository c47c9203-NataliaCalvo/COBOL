      ******************************************************************
      * Copybook: RUNPARM
      * Purpose:  One run-parameter card on RUNPARMFILE - the value a
      *           report would otherwise stop and ACCEPT from the
      *           console, keyed by the report's program name and the
      *           parameter's name, so the report can run unattended
      *           as an operationsEndOfDay step. PRM-VALUE is taken as
      *           written, except for the symbolic dates
      *           operationsRunParm resolves through the business-day
      *           calendar: BUSINESS-DATE, PREV-BUSINESS-DAY, TODAY,
      *           MONTH-TO-DATE (the first of the business date's
      *           month), PREV-MONTH-START, PREV-MONTH-END, and the
      *           YYYYMM forms CURRENT-MONTH and PREVIOUS-MONTH. A card
      *           with "*" in column 1 is a comment.
      ******************************************************************
       01  RUN-PARM-RECORD.
           05 PRM-PROGRAM PIC X(30).
           05 PRM-NAME PIC X(12).
           05 PRM-VALUE PIC X(20).
