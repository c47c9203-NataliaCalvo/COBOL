      ******************************************************************
      * Copybook: POEMSCHMNT
      * Purpose:  One add/update/remove request driving
      *           operationsPoemSchedMaint's maintenance of the
      *           poem-of-the-day schedule POEMSCHEDULE.
      ******************************************************************
       01  POEM-SCHEDULE-MAINT-REQUEST.
           05 PSQ-ACTION PIC X(01).
               88 PSQ-ADD VALUE "A".
               88 PSQ-UPDATE VALUE "U".
               88 PSQ-REMOVE VALUE "R".
           05 PSQ-DATE PIC 9(8).
           05 PSQ-POEM-ID PIC 9(2).
