      *           trend report weeks before the night it overruns,
      *           and "it used to be faster" is provable instead of
      *           remembered.
      *           RST-LATE-ACTION is "R" when the input file came in
      *           after the cut-off and was re-dated to the next
      *           business day, with RST-ORIGINAL-DATE the as-of date
      *           its header carried; RST-BUSINESS-DATE is the date
      *           the run actually posted under.
      *           RST-RUN-OUTCOME is "A" when the run stopped itself on
      *           its exception tolerance, with RST-END-DATE and
      *           RST-END-TIME when it stopped (or finished). Rows
      *           written before the columns existed read as runs that
      *           finished.
      ******************************************************************
       01  RUN-STATS-RECORD.
           05 RST-RUN-NUM PIC 9(05).
           05 RST-TRAN-COUNT PIC 9(07).
           05 RST-ELAPSED-SECONDS PIC 9(07).
           05 RST-EXCEPTION-COUNT PIC 9(07).
           05 RST-BUSINESS-DATE PIC 9(08).
           05 RST-LATE-ACTION PIC X(01).
               88 RST-ROLLED-FORWARD VALUE "R".
           05 RST-ORIGINAL-DATE PIC 9(08).
           05 RST-RUN-OUTCOME PIC X(01).
               88 RST-RUN-ABORTED VALUE "A".
           05 RST-END-DATE PIC 9(08).
           05 RST-END-TIME PIC 9(08).
