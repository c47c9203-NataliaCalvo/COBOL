      ******************************************************************
      * Copybook: SITEACCMNT
      * Purpose:  One request driving operationsSiteAccessMaint's
      *           maintenance of SITEACCFILE - grant an operator an
      *           installation, or revoke one already granted. A
      *           revoke removes the row outright; the maintenance
      *           change log keeps the record of who had what.
      ******************************************************************
       01  SITE-ACCESS-MAINT-REQUEST.
           05 SAQ-ACTION PIC X(01).
               88 SAQ-GRANT VALUE "G".
               88 SAQ-REVOKE VALUE "R".
           05 SAQ-USER-ID PIC X(08).
           05 SAQ-INSTALLATION PIC X(04).
