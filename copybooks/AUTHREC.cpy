      *           written before hashing existed) still signs on and
      *           is converted in place by operationsSignOn on its
      *           first successful use.
      *           AUTH-PASSWORD-CHANGED is the date the current
      *           password was set; once it is older than the expiry
      *           age on PWPOLICYFILE, operationsSignOn makes the
      *           operator choose a new one before going any further.
      *           A row with no date (every row written before the
      *           column existed) counts as expired. AUTH-MUST-CHANGE
      *           is set on a brand-new or just-reset account so its
      *           first sign-on forces a change. AUTH-PRIOR-HASH keeps
      *           the hashes of the last five passwords, newest
      *           first, so none of them can be chosen again.
      ******************************************************************
       01  AUTH-RECORD.
           05 AUTH-USER-ID PIC X(08).
               88 AUTH-LEVEL-ADMIN VALUE "A".
               88 AUTH-LEVEL-SUPERVISOR VALUE "S".
           05 AUTH-PASSWORD-HASH PIC 9(09).
           05 AUTH-PASSWORD-CHANGED PIC 9(08).
           05 AUTH-MUST-CHANGE-SWITCH PIC X(01).
               88 AUTH-MUST-CHANGE VALUE "Y".
           05 AUTH-HASH-HISTORY.
               10 AUTH-PRIOR-HASH OCCURS 5 TIMES PIC 9(09).
