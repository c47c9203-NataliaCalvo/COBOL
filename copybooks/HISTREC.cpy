      *           checksum deliberately keeps covering the original
      *           fields only, so rows from before the breakout still
      *           verify.
      *           HIST-SEQ-NUM is the sequence number the row was
      *           given on HISTIDXFILE, so a rebuilt index keeps the
      *           same keys (and the reversal links between them).
      *           HIST-OP-CODE is the operation letter (A/S/M/D/P) the
      *           row was produced by, and HIST-REVERSAL-OF is the
      *           HISTIDXFILE key of the row a reversal cancels - zero
      *           on an ordinary posting. Rows written before the
      *           columns existed read as blanks and are treated as
      *           ordinary postings.
      *           HIST-CURRENCY is the currency the figures were keyed
      *           in (blank for the base currency), HIST-ORIG-NUM1 and
      *           HIST-ORIG-NUM2 the amounts as keyed, and HIST-FX-RATE
      *           the FXRATEFILE rate that turned them into the base-
      *           currency NUM1/NUM2 the RESULT was worked from. A
      *           base-currency row carries its own figures and a rate
      *           of 1; rows written before the columns existed read
      *           as blanks and are taken as base currency.
       01  HIST-RECORD.
           05 HIST-DATE PIC 9(8).
           05 HIST-TIME PIC 9(8).
           05 HIST-CHECKSUM PIC 9(9).
           05 HIST-BASE-RESULT PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 HIST-SURCHARGE PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 HIST-SEQ-NUM PIC 9(5).
           05 HIST-OP-CODE PIC X(01).
           05 HIST-REVERSAL-OF.
               10 HIST-REV-OF-DATE PIC 9(8).
               10 HIST-REV-OF-SEQ-NUM PIC 9(5).
           05 HIST-CURRENCY PIC X(03).
           05 HIST-ORIG-NUM1 PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 HIST-ORIG-NUM2 PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 HIST-FX-RATE PIC 9(05)V9(06).
      *           HIST-LEGACY-FLAG is "L" on a row the legacy
      *           conversion brought up to this layout but could not
      *           fully derive - no breakout figures it could prove
      *           against the rate in effect on the row's date, or a
      *           batch row with no run number. Blank on every row
      *           written in this layout.
           05 HIST-LEGACY-FLAG PIC X(01).
               88 HIST-LEGACY-ROW VALUE "L".
      *           HIST-UNRND-BASE and HIST-UNRND-SURCHARGE are the
      *           base and surcharge before they were rounded to the
      *           penny - the exact quotient a DIVIDE's REMAINDER was
      *           left over from, and the surcharge engine's figure
      *           before ROUNDED (or truncation) - so posted minus
      *           unrounded is the rounding difference
      *           operationsRoundingReport books. The other
      *           operations' bases are carried as posted. Rows
      *           written before the columns existed read as not
      *           numeric and are reported as not recorded.
           05 HIST-UNRND-FIGURES.
               10 HIST-UNRND-BASE PIC S9(7)V9(5)
                   SIGN LEADING SEPARATE.
               10 HIST-UNRND-SURCHARGE PIC S9(7)V9(5)
                   SIGN LEADING SEPARATE.
