      ******************************************************************
      * Copybook: ALERTCTL
      * Purpose:  Single-record control for the alert feed - the
      *           number and date/time of the last feed written, so
      *           the next feed carries only what was raised after it
      *           and nothing is alerted twice. The batch checkpoint is
      *           a standing condition rather than a logged event, so
      *           the leftover checkpoint last alerted is remembered
      *           here too and the same one is not alerted again on
      *           every feed until it is restarted.
      ******************************************************************
       01  ALERT-CONTROL-RECORD.
           05 ACT-LAST-FEED-NUM PIC 9(05).
           05 ACT-LAST-FEED-DATE PIC 9(08).
           05 ACT-LAST-FEED-TIME PIC 9(08).
           05 ACT-CKPT-TRAN-COUNT PIC 9(07).
           05 ACT-CKPT-BUSINESS-DATE PIC 9(08).
