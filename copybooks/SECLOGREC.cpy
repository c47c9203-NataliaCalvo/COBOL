      * Purpose:  One entry in the security log - every account lock
      *           and every supervisor clear gets a row here, separate
      *           from the general EXCEPTFILE so a reviewer can see the
      *           sign-on security trail on its own. Password
      *           expiry writes here too: a forced change because the
      *           password aged out ("PWEXPIRED") or because the
      *           account is new or was just reset ("PWFIRSTUSE"),
      *           the change itself ("PWCHANGED"), and every attempt
      *           to reuse a recent password ("PWREUSE").
      ******************************************************************
       01  SECURITY-LOG-RECORD.
           05 SEC-DATE PIC 9(08).
           05 SEC-EVENT PIC X(10).
               88 SEC-EVENT-LOCKED VALUE "LOCKED".
               88 SEC-EVENT-CLEARED VALUE "CLEARED".
               88 SEC-EVENT-PW-EXPIRED VALUE "PWEXPIRED".
               88 SEC-EVENT-PW-FIRST-USE VALUE "PWFIRSTUSE".
               88 SEC-EVENT-PW-CHANGED VALUE "PWCHANGED".
               88 SEC-EVENT-PW-REUSE VALUE "PWREUSE".
           05 SEC-PROGRAM PIC X(20).
           05 SEC-DETAIL PIC X(50).
