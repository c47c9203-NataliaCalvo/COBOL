      ******************************************************************
      * Copybook: LEGALHOLD
      * Purpose:  One legal hold on LEGALHOLDFILE - while a site is in
      *           dispute or under audit its records have to stay
      *           exactly where they are, so operationsHistoryArchive
      *           and operationsLogRetention leave alone every row an
      *           active hold covers, however old. A hold covers one
      *           installation (blank = every site) over a date range
      *           (a zero from-date = from the beginning, a zero
      *           to-date = open-ended). Holds are placed and
      *           released by a supervisor through
      *           operationsLegalHoldMaint; a released hold stays on
      *           file with who released it and when, so the file is
      *           its own record of what was held.
      ******************************************************************
       01  LEGAL-HOLD-RECORD.
           05 LH-HOLD-ID PIC 9(05).
           05 LH-STATUS PIC X(01).
               88 LH-ACTIVE VALUE "A".
               88 LH-RELEASED VALUE "R".
           05 LH-INSTALLATION PIC X(04).
           05 LH-FROM-DATE PIC 9(08).
           05 LH-TO-DATE PIC 9(08).
           05 LH-REASON PIC X(40).
           05 LH-PLACED-BY PIC X(08).
           05 LH-PLACED-DATE PIC 9(08).
           05 LH-RELEASED-BY PIC X(08).
           05 LH-RELEASED-DATE PIC 9(08).
