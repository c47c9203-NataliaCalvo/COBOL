      ******************************************************************
      * Copybook: ROSTERMNT
      * Purpose:  One request driving operationsRosterMaint's
      *           maintenance of SHIFTROSTER - set an operator's shift
      *           pattern (adding it, or replacing the one on file
      *           whole), or delete it. The fields follow ROSTERREC.
      ******************************************************************
       01  ROSTER-MAINT-REQUEST.
           05 ROQ-ACTION PIC X(01).
               88 ROQ-SET VALUE "S".
               88 ROQ-DELETE VALUE "D".
           05 ROQ-USER-ID PIC X(08).
           05 ROQ-DAYS.
               10 ROQ-DAY-FLAG OCCURS 7 TIMES PIC X(01).
           05 ROQ-START-TIME PIC X(04).
           05 ROQ-END-TIME PIC X(04).
           05 ROQ-SITES.
               10 ROQ-SITE OCCURS 10 TIMES PIC X(04).
