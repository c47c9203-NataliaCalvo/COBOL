      ******************************************************************
      * Copybook: FXRATEREC
      * Purpose:  One dated exchange rate on FXRATEFILE - how many
      *           units of the base currency one unit of FX-CURRENCY
      *           buys from FX-EFFECTIVE-DATE onward. A currency may
      *           carry many dated rows; the rate in effect for a
      *           business date is the row with the latest effective
      *           date on or before it, the same rule RATETABLE rows
      *           follow. The base currency itself has no row - a
      *           detail row leaving its currency column blank is
      *           already in base. The live file only changes through
      *           operationsFxRateApprove, after a second user has
      *           released a change operationsFxRateMaint queued.
      ******************************************************************
       01  FX-RATE-RECORD.
           05 FX-CURRENCY PIC X(03).
           05 FX-EFFECTIVE-DATE PIC 9(08).
           05 FX-RATE PIC 9(05)V9(06).
