      *           BATCHCKPTFILE out of the batch window. Zero, blank
      *           or a card built before the column existed means
      *           every transaction, exactly the old behavior.
      *           BCT-CUTOFF-TIME is the latest time of day (HHMM) an
      *           inbound file dated today is still posted under
      *           today - operationsCutoffCheck re-dates a file that
      *           arrives after it to the next business day, or, with
      *           BCT-LATE-ACTION "F", refuses it outright. Zero,
      *           blank or no column means no cut-off at all.
      ******************************************************************
       01  BATCH-CONTROL-RECORD.
           05 BCT-ERROR-TOLERANCE PIC 9(05).
           05 BCT-CKPT-INTERVAL PIC 9(05).
           05 BCT-CUTOFF-TIME PIC 9(04).
           05 BCT-LATE-ACTION PIC X(01).
               88 BCT-LATE-REFUSE VALUE "F".
               88 BCT-LATE-ROLL VALUE "R" " ".
