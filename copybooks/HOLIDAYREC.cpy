      ******************************************************************
      * Copybook: HOLIDAYREC
      * Purpose:  One line of the holiday list operationsCalendarBuild
      *           reads when it generates a year of the business-day
      *           calendar - the date and what the holiday is. Only
      *           lines dated in the year being generated are used,
      *           so one list can carry several years.
      ******************************************************************
       01  HOLIDAY-RECORD.
           05 HOL-DATE PIC X(08).
           05 HOL-DATE-NUM REDEFINES HOL-DATE PIC 9(08).
           05 HOL-DESCRIPTION PIC X(30).
