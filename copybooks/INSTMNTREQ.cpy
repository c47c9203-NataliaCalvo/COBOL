      ******************************************************************
      * Copybook: INSTMNTREQ
      * Purpose:  One request driving operationsInstallMaint's
      *           maintenance of INSTALLFILE - add a new site, change
      *           its name/region/contact/open date, close it, or
      *           reopen it. On a change only the columns that are
      *           filled in replace what is on file, so a contact
      *           change does not have to re-key the site's name.
      *           Close never removes the row; it only flips
      *           INST-STATUS to "C" (see INSTALLREC).
      *           IMQ-OPEN-DATE is YYYYMMDD; blank on an add means
      *           the site opens on the day the request is applied.
      *           IMQ-ADDRESS follows the same rule as the other
      *           columns - blank on a change leaves the address as
      *           it is.
      ******************************************************************
       01  INSTALL-MAINT-REQUEST.
           05 IMQ-ACTION PIC X(01).
               88 IMQ-ADD VALUE "A".
               88 IMQ-CHANGE VALUE "C".
               88 IMQ-CLOSE VALUE "D".
               88 IMQ-REOPEN VALUE "R".
           05 IMQ-CODE PIC X(04).
           05 IMQ-NAME PIC X(24).
           05 IMQ-REGION PIC X(08).
           05 IMQ-CONTACT PIC X(20).
           05 IMQ-OPEN-DATE PIC X(08).
           05 IMQ-ADDRESS PIC X(35).
