      *           numeric and are reported as unbreakable.
      *           AUD-SOURCE says where the figures came from: "S"
      *           for a standing transaction the driver merged in
      *           automatically, "R" for a reversal cancelling an
      *           earlier posting, anything else (including the
      *           missing column on rows written before it existed)
      *           for keyed input.
      *           AUD-CURRENCY, AUD-ORIG-NUM1, AUD-ORIG-NUM2 and
      *           AUD-FX-RATE keep the currency and amounts as keyed
      *           and the rate used to convert them, next to the
      *           base-currency figures - blank currency and a rate of
      *           1 on a base-currency row.
      *           AUD-LEGACY-FLAG is "L" on a row the legacy
      *           conversion brought up to this layout but could not
      *           fully derive, blank on every row written in it.
      ******************************************************************
       01  AUDIT-RECORD.
           05 AUD-DATE PIC 9(8).
           05 AUD-RUN-NUM PIC 9(5).
           05 AUD-SOURCE PIC X(01).
               88 AUD-SOURCE-STANDING VALUE "S".
               88 AUD-SOURCE-REVERSAL VALUE "R".
           05 AUD-BASE-RESULT PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 AUD-SURCHARGE PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 AUD-CURRENCY PIC X(03).
           05 AUD-ORIG-NUM1 PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 AUD-ORIG-NUM2 PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 AUD-FX-RATE PIC 9(05)V9(06).
           05 AUD-LEGACY-FLAG PIC X(01).
               88 AUD-LEGACY-ROW VALUE "L".
