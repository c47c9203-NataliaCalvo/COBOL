      ******************************************************************
      * Copybook: HELDREC
      * Purpose:  One result held back from posting because it came
      *           out above the installation's RATE-THRESHOLD.
      *           operationsBatchDriver writes the row with status
      *           "P" instead of posting the result to AUDITFILE,
      *           HISTFILE and HISTIDXFILE; a supervisor who did not
      *           run the batch then releases it (it posts under the
      *           batch's own run number and business date) or
      *           rejects it (the row image goes to suspense) through
      *           operationsHeldRelease. HELD-KEY is the batch run
      *           number plus the item's place among that run's held
      *           items. HELD-TRAN-ROW is the detail row image with
      *           the operation column set to the one operation that
      *           was held, so a rejected item cut back into TRANFILE
      *           posts only that operation again. Decided rows stay
      *           on file as the release trail; HELD-POSTED-KEY is
      *           the HISTIDXFILE key a released item was posted
      *           under.
      *           operationsExceptionRerun and operationsMath hold
      *           their own over-threshold results the same way;
      *           HELD-SOURCE tells the rows apart - space or "S" for
      *           the driver's detail and standing items, "E" for a
      *           reprocessed exception pair, "M" for an operationsMath
      *           ADD - since only the driver's held items were ever
      *           part of a day's control figure.
      *           HELD-CURRENCY, the as-keyed amounts and the rate
      *           carry the conversion trail through to the HIST and
      *           AUDIT rows written when the item is released.
      ******************************************************************
       01  HELD-RECORD.
           05 HELD-KEY.
               10 HELD-RUN-NUM PIC 9(05).
               10 HELD-ITEM-NUM PIC 9(05).
           05 HELD-STATUS PIC X(01).
               88 HELD-PENDING VALUE "P".
               88 HELD-RELEASED VALUE "R".
               88 HELD-REJECTED VALUE "J".
           05 HELD-BUSINESS-DATE PIC 9(08).
           05 HELD-DATE PIC 9(08).
           05 HELD-TIME PIC 9(08).
           05 HELD-OPERATOR PIC X(08).
           05 HELD-INSTALLATION PIC X(04).
           05 HELD-OPERATION PIC X(10).
           05 HELD-SOURCE PIC X(01).
               88 HELD-SOURCE-STANDING VALUE "S".
               88 HELD-SOURCE-RERUN VALUE "E".
               88 HELD-SOURCE-MATH VALUE "M".
               88 HELD-FROM-BATCH VALUE SPACE "S".
           05 HELD-NUM1 PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 HELD-NUM2 PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 HELD-RESULT PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 HELD-BASE-RESULT PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 HELD-SURCHARGE PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 HELD-THRESHOLD PIC 9(7)V99.
           05 HELD-TRAN-ROW PIC X(26).
           05 HELD-DECIDED-BY PIC X(08).
           05 HELD-DECIDED-DATE PIC 9(08).
           05 HELD-DECIDED-TIME PIC 9(08).
           05 HELD-POSTED-KEY.
               10 HELD-POSTED-DATE PIC 9(08).
               10 HELD-POSTED-SEQ-NUM PIC 9(05).
           05 HELD-CURRENCY PIC X(03).
           05 HELD-ORIG-NUM1 PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 HELD-ORIG-NUM2 PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 HELD-FX-RATE PIC 9(05)V9(06).
      * The unrounded base and surcharge, carried to the HIST row
      * written when the item is released.
           05 HELD-UNRND-FIGURES.
               10 HELD-UNRND-BASE PIC S9(7)V9(5)
                   SIGN LEADING SEPARATE.
               10 HELD-UNRND-SURCHARGE PIC S9(7)V9(5)
                   SIGN LEADING SEPARATE.
