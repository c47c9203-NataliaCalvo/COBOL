      *           closed - which is what stops a stray rerun or
      *           backdated batch from silently invalidating a
      *           reconciliation already signed off.
      *           A "Y" row dated YYYY0000 is the year-end seal
      *           written by operationsYearEndClose: it closes every
      *           date of that year at once, and only a later row for
      *           a single date (an administrator's reopen) outvotes
      *           it for that date.
      ******************************************************************
       01  CLOSED-PERIOD-RECORD.
           05 CLP-DATE PIC 9(08).
           05 CLP-STATUS PIC X(01).
               88 CLP-CLOSED VALUE "C".
               88 CLP-REOPENED VALUE "O".
               88 CLP-YEAR-SEALED VALUE "Y".
           05 CLP-SET-BY PIC X(08).
           05 CLP-SET-DATE PIC 9(08).
           05 CLP-SET-TIME PIC 9(08).
