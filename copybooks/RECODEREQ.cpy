      ******************************************************************
      * Copybook: RECODEREQ
      * Purpose:  One request to operationsInstallRecode - retire
      *           installation RCQ-OLD-CODE into RCQ-NEW-CODE from
      *           RCQ-EFFECTIVE-DATE (YYYYMMDD; blank means the day
      *           the request is taken). A new code already on the
      *           installation master is a merge into that site; a
      *           code not yet on it is a re-code, and the new site's
      *           row is added with RCQ-NEW-NAME, or the old site's
      *           name when that is blank.
      ******************************************************************
       01  INSTALL-RECODE-REQUEST.
           05 RCQ-OLD-CODE PIC X(04).
           05 RCQ-NEW-CODE PIC X(04).
           05 RCQ-EFFECTIVE-DATE PIC X(08).
           05 RCQ-NEW-NAME PIC X(24).
