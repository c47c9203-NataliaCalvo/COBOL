      ******************************************************************
      * Copybook: INSTALLREC
      * Purpose:  One row per installation on the installation master
      *           (INSTALLFILE) - the site's name, region, contact,
      *           the date it opened and whether it is still trading.
      *           Before this file a site was nothing more than a
      *           4-character code that happened to have a RATETABLE
      *           row; the front edit and the batch driver now look a
      *           code up here and turn a closed site's transactions
      *           away, and the reports print INST-NAME next to the
      *           code. A closed site's row is never removed - it
      *           only flips INST-STATUS to "C", the same way
      *           operationsAuthMaint keeps a deactivated account, so
      *           its history still resolves to a name.
      *           INST-ADDRESS is the one-line postal address printed
      *           under the name on the month-end statement; rows
      *           written before it was added read back as spaces.
      ******************************************************************
       01  INSTALL-RECORD.
           05 INST-CODE PIC X(04).
           05 INST-NAME PIC X(24).
           05 INST-REGION PIC X(08).
           05 INST-CONTACT PIC X(20).
           05 INST-OPEN-DATE PIC 9(08).
           05 INST-STATUS PIC X(01).
               88 INST-ACTIVE VALUE "A".
               88 INST-CLOSED VALUE "C".
           05 INST-ADDRESS PIC X(35).
