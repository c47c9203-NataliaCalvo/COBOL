      ******************************************************************
      * Copybook: ALERTREC
      * Purpose:  One event row on the outbound alert feed,
      *           ALERTFEEDFILE, which the operations monitoring
      *           system picks up instead of someone remembering to
      *           look at the morning dashboard. operationsAlertFeed
      *           appends one row per condition raised since the
      *           previous feed, all rows of one feed carrying the same
      *           ALR-FEED-NUM. ALR-EVENT-TYPE is one of RECONFAIL (a
      *           reconciliation with a variance), STEPFAIL (a failed
      *           end-of-day step), LOCKOUT (an operator locked out),
      *           BATCHABORT (a batch run stopped on its exception
      *           tolerance), CHECKPOINT (a leftover batch checkpoint)
      *           or SUSPENSE (an item past the suspense warning age).
      *           ALR-SOURCE-PROGRAM is the program that raised the
      *           condition and ALR-EVENT-DATE / ALR-EVENT-TIME when it
      *           was raised.
      ******************************************************************
       01  ALERT-RECORD.
           05 ALR-FEED-NUM PIC 9(05).
           05 ALR-SEVERITY PIC X(04).
               88 ALR-CRITICAL VALUE "CRIT".
               88 ALR-WARNING VALUE "WARN".
           05 ALR-EVENT-TYPE PIC X(10).
           05 ALR-SOURCE-PROGRAM PIC X(30).
           05 ALR-EVENT-DATE PIC 9(08).
           05 ALR-EVENT-TIME PIC 9(08).
           05 ALR-TEXT PIC X(60).
           05 FILLER PIC X(05).
