      ******************************************************************
      * Copybook: FXMNTREQ
      * Purpose:  One add/change/delete request driving
      *           operationsFxRateMaint's maintenance of FXRATEFILE.
      *           A row is identified by currency plus effective
      *           date, and both are required - an exchange rate
      *           always applies from a stated day. FXQ-RATE is the
      *           base-currency value of one unit of the currency,
      *           and is left blank on a delete.
      ******************************************************************
       01  FX-MAINT-REQUEST.
           05 FXQ-ACTION PIC X(01).
               88 FXQ-ADD VALUE "A".
               88 FXQ-CHANGE VALUE "C".
               88 FXQ-DELETE VALUE "D".
           05 FXQ-CURRENCY PIC X(03).
           05 FXQ-EFFECTIVE-DATE PIC X(08).
           05 FXQ-RATE PIC 9(05)V9(06).
