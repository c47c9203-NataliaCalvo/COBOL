      ******************************************************************
      * Copybook: PWPOLICY
      * Purpose:  The single row of PWPOLICYFILE, read by
      *           operationsSignOn and operationsAuthMaint - how many
      *           days a password stays good before the operator is
      *           made to change it, and how many of an operator's
      *           most recent passwords may not be chosen again (at
      *           most the five AUTHREC keeps). With no file at all a
      *           password lasts 90 days and the last five are barred;
      *           an age of zero turns expiry off.
      *           PWP-DORMANT-DAYS is read by operationsDormantSweep -
      *           how long an account may go without a sign-on before
      *           the sweep deactivates it; blank or zero means 90.
      ******************************************************************
       01  PASSWORD-POLICY-RECORD.
           05 PWP-MAX-AGE-DAYS PIC 9(04).
           05 PWP-REUSE-DEPTH PIC 9(01).
           05 PWP-DORMANT-DAYS PIC 9(04).
