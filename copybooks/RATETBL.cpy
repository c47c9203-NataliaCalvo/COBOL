      *           is the one with the latest effective date on or
      *           before today, so a rate change can be queued ahead
      *           of time instead of edited in at the right moment.
      *           RATE-BAND-RULES carries the row's surcharge bands,
      *           minimum and cap in the SURCHBAND layout, priced by
      *           operationsSurchargeCalc. A row without them (every
      *           row keyed before the column existed) is a flat
      *           RATE-TAX-RATE on the whole result, as before.
      ******************************************************************
       01  RATE-RECORD.
           05 RATE-INSTALLATION PIC X(04).
               88 RATE-ROUND-TRUNCATE VALUE "T".
           05 RATE-THRESHOLD PIC 9(7)V99.
           05 RATE-EFFECTIVE-DATE PIC 9(08).
           05 RATE-BAND-RULES PIC X(53).
