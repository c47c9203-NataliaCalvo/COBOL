      ******************************************************************
      * Copybook: POEMSCHREC
      * Purpose:  One day on the poem-of-the-day schedule POEMSCHEDULE
      *           - the date and the POEM-ID routinesGoTo offers on
      *           that day before the catalog. One row per date.
      *           Maintained by operationsPoemSchedMaint; renumbered
      *           with the catalog by operationsPoemReorg, which sets
      *           PSC-POEM-ID to zero on a day whose poem has gone.
      ******************************************************************
       01  POEM-SCHEDULE-RECORD.
           05 PSC-DATE PIC 9(8).
           05 PSC-POEM-ID PIC 9(2).
