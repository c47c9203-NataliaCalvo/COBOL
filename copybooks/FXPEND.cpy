      ******************************************************************
      * Copybook: FXPEND
      * Purpose:  One exchange-rate change waiting for (or past)
      *           dual-control approval - the FXRATEFILE counterpart
      *           of RATEPEND. operationsFxRateMaint queues validated
      *           requests here with status "P" and who asked for
      *           them; a second, different user releases or rejects
      *           them through operationsFxRateApprove before the
      *           live row changes. Decided rows stay on file as the
      *           approval trail, with the rejection reason kept on
      *           rejected ones.
      ******************************************************************
       01  FX-PENDING-RECORD.
           05 FXP-STATUS PIC X(01).
               88 FXP-PENDING VALUE "P".
               88 FXP-APPROVED VALUE "A".
               88 FXP-REJECTED VALUE "R".
           05 FXP-ACTION PIC X(01).
               88 FXP-ADD VALUE "A".
               88 FXP-CHANGE VALUE "C".
               88 FXP-DELETE VALUE "D".
           05 FXP-CURRENCY PIC X(03).
           05 FXP-EFFECTIVE-DATE PIC X(08).
           05 FXP-RATE PIC 9(05)V9(06).
           05 FXP-REQUESTED-BY PIC X(08).
           05 FXP-REQUEST-DATE PIC 9(08).
           05 FXP-REQUEST-TIME PIC 9(08).
           05 FXP-DECIDED-BY PIC X(08).
           05 FXP-DECIDED-DATE PIC 9(08).
           05 FXP-REJECT-REASON PIC X(30).
