      *           installation's effective-dated rows the request
      *           applies to; blank means the dateless
      *           (effective-from-the-beginning) row.
      *           RMQ-BAND-RULES is the surcharge bands, minimum and
      *           cap for the row in the SURCHBAND layout; left blank
      *           the row is a flat rate with no bands.
      ******************************************************************
       01  RATE-MAINT-REQUEST.
           05 RMQ-ACTION PIC X(01).
           05 RMQ-ROUND-RULE PIC X(01).
           05 RMQ-THRESHOLD PIC 9(7)V99.
           05 RMQ-EFFECTIVE-DATE PIC X(08).
           05 RMQ-BAND-RULES PIC X(53).
