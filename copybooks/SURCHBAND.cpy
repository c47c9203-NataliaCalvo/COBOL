      ******************************************************************
      * Copybook: SURCHBAND
      * Purpose:  Surcharge band columns carried on a RATETABLE row
      *           (RATE-BAND-RULES), a rate request (RMQ-BAND-RULES)
      *           and a pending rate change (RPQ-BAND-RULES). The
      *           row's own RATE-TAX-RATE prices the first slice of a
      *           result; each band in use starts a new slice at its
      *           floor and prices everything from there up to the
      *           next band's floor at its own rate. A band with a
      *           zero floor is not in use, and the bands in use must
      *           climb. SB-MIN-SURCHARGE and SB-MAX-SURCHARGE are a
      *           per-transaction floor and cap on the surcharge
      *           itself; zero means none. A row keyed before the
      *           columns existed reads as blanks - no bands, no
      *           minimum, no cap - and prices exactly as the old
      *           flat rate did.
      ******************************************************************
       01  SURCHARGE-BANDS.
           05 SB-BAND OCCURS 3 TIMES.
               10 SB-BAND-FLOOR PIC 9(7)V99.
               10 SB-BAND-RATE PIC 9V999.
           05 SB-MIN-SURCHARGE PIC 9(5)V99.
           05 SB-MAX-SURCHARGE PIC 9(5)V99.
