      ******************************************************************
      * Copybook: SITEACCREC
      * Purpose:  One row of the operator-to-installation access table
      *           (SITEACCFILE) - an operator who may work the
      *           installation, with the date the access was granted
      *           and the administrator who granted it. An ordinary
      *           operator may post to and look up only the sites
      *           that have a row here; supervisors and administrators
      *           have every site without one. Until the first grant
      *           creates the file no operator is restricted at all,
      *           so the table can be built up before it takes hold.
      *           Maintained by operationsSiteAccessMaint.
      ******************************************************************
       01  SITE-ACCESS-RECORD.
           05 SAC-USER-ID PIC X(08).
           05 SAC-INSTALLATION PIC X(04).
           05 SAC-GRANTED-DATE PIC 9(08).
           05 SAC-GRANTED-BY PIC X(08).
