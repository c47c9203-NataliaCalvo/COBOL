      ******************************************************************
      * Copybook: LIMMNTREQ
      * Purpose:  One request driving operationsLimitMaint's
      *           maintenance of LIMITFILE - add a site's limits,
      *           change them, or delete the row so the site is no
      *           longer limited. On a change only the columns that
      *           are filled in replace what is on file, so raising
      *           the closing ceiling does not have to re-key the
      *           movement limit. Amounts are keyed unsigned with
      *           two implied decimals; zero means the limit is not
      *           set (see LIMITREC).
      ******************************************************************
       01  LIMIT-MAINT-REQUEST.
           05 LMQ-ACTION PIC X(01).
               88 LMQ-ADD VALUE "A".
               88 LMQ-CHANGE VALUE "C".
               88 LMQ-DELETE VALUE "D".
           05 LMQ-INSTALLATION PIC X(04).
           05 LMQ-MAX-CLOSING PIC X(13).
           05 LMQ-MAX-CLOSING-NUM REDEFINES LMQ-MAX-CLOSING
               PIC 9(11)V99.
           05 LMQ-MAX-MOVEMENT PIC X(13).
           05 LMQ-MAX-MOVEMENT-NUM REDEFINES LMQ-MAX-MOVEMENT
               PIC 9(11)V99.
