      ******************************************************************
      * Copybook: LIMITREC
      * Purpose:  One row per installation on the posting-limit file
      *           (LIMITFILE) - the highest closing balance the
      *           business has agreed to carry for the site, and the
      *           most a single run may move it. operationsBatchDriver
      *           checks both before it posts a pair and sends a pair
      *           that would breach either to SUSPENSEFILE instead.
      *           Both are compared against the size of the figure,
      *           so a site driven deep into credit breaches the same
      *           way as one driven too far into debit. Zero in
      *           either column means that limit is not set; a site
      *           with no row on file is not limited at all.
      ******************************************************************
       01  LIMIT-RECORD.
           05 LIM-INSTALLATION PIC X(04).
           05 LIM-MAX-CLOSING PIC 9(11)V99.
           05 LIM-MAX-MOVEMENT PIC 9(11)V99.
