      *               "T" - trailer (TRC-COUNT is the detail count the
      *                     run actually contains, for the reader to
      *                     check against what it counted)
      *               "R" - reversal (TRR-ORIG-DATE and
      *                     TRR-ORIG-SEQ-NUM name the HISTIDXFILE key
      *                     of the posted row to cancel - the driver
      *                     posts an exact negating row for the same
      *                     installation and operation, linked back to
      *                     the original, and marks the original
      *                     reversed so it cannot be cancelled twice)
      *               space/other - a detail row (TR-NUM1/TR-NUM2 is
      *                     the pair to process)
      *           Header and trailer rows are optional - a file of
      *           to the exception file and the row posts nothing,
      *           since guessing which operation a mis-keyed code
      *           meant would post figures nobody asked for.
      *           TR-CURRENCY is optional - a detail row leaving it
      *           blank (including every row built before the column
      *           existed) is already in the base currency. A row
      *           carrying a currency code has its NUM1/NUM2 keyed in
      *           that currency, and the driver converts them to base
      *           at the FXRATEFILE rate in effect on the business
      *           date before anything is calculated; a code with no
      *           rate for that date is refused to suspense.
      ******************************************************************
       01  TRANS-RECORD.
           05 TR-RECORD-TYPE PIC X(01).
               88 TR-IS-HEADER VALUE "H".
               88 TR-IS-TRAILER VALUE "T".
               88 TR-IS-REVERSAL VALUE "R".
           05 TR-NUM1 PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 TR-NUM2 PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 TR-INSTALLATION PIC X(04).
               88 TR-OP-PERCENT VALUE "P".
               88 TR-OP-ALL VALUE SPACE.
               88 TR-OP-VALID VALUE "A" "S" "M" "D" "P" SPACE.
           05 TR-CURRENCY PIC X(03).
       01  TRANS-CONTROL-RECORD REDEFINES TRANS-RECORD.
           05 TRC-RECORD-TYPE PIC X(01).
           05 TRC-COUNT PIC 9(07).
           05 TRC-AS-OF-DATE PIC 9(08).
           05 FILLER PIC X(13).
       01  TRANS-REVERSAL-RECORD REDEFINES TRANS-RECORD.
           05 TRR-RECORD-TYPE PIC X(01).
           05 TRR-ORIG-KEY.
               10 TRR-ORIG-DATE PIC 9(08).
               10 TRR-ORIG-SEQ-NUM PIC 9(05).
           05 FILLER PIC X(15).
