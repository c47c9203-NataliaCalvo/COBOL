      ******************************************************************
      * Copybook: ACCESSLOG
      * Purpose:  One entry of the inquiry access log (ACCESSLOGFILE)
      *           - which inquiry program was used, on whose sign-on,
      *           when, what kind of lookup it was and the key asked
      *           for, so "who looked at CR02's balance last quarter"
      *           has an answer the way a posting or a master change
      *           always has. AL-INSTALLATION carries the site the
      *           lookup was about wherever the program knows it
      *           (blank for an operator listing), so the log can be
      *           listed by site. AL-RESULT says whether anything was
      *           shown: SHOWN, NOTFOUND, REFUSED (site not allowed)
      *           or WITHHELD (shown, but rows at sites the operator
      *           may not see were left out). Appended through the
      *           shared operationsAccessLog writer; the date leads
      *           the row so operationsLogRetention can age it.
      ******************************************************************
       01  ACCESS-LOG-RECORD.
           05 AL-DATE PIC 9(08).
           05 AL-TIME PIC 9(08).
           05 AL-PROGRAM PIC X(20).
           05 AL-USER-ID PIC X(08).
           05 AL-INQUIRY-TYPE PIC X(10).
           05 AL-INSTALLATION PIC X(04).
           05 AL-KEY PIC X(20).
           05 AL-RESULT PIC X(08).
