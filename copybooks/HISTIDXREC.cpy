      *           transaction sequence number so a single run can be
      *           pulled up directly instead of scanning the sequential
      *           file front-to-back.
      *           The operation letter, base and surcharge travel on
      *           the indexed row so a reversal can post the exact
      *           negation of a row found by key. HIST-IDX-REVERSAL-OF
      *           is the key a reversal row cancels (zero on an
      *           ordinary posting); HIST-IDX-REVERSED-SWITCH is set
      *           on the cancelled original, with HIST-IDX-REVERSED-BY
      *           pointing at the reversal that cancelled it.
      *           The currency, as-keyed amounts and exchange rate
      *           travel too, so a reversal carries the same trail as
      *           the row it cancels.
      ******************************************************************
       01  HIST-INDEX-RECORD.
           05 HIST-IDX-KEY.
           05 HIST-IDX-USER-ID PIC X(08).
           05 HIST-IDX-INSTALLATION PIC X(04).
           05 HIST-IDX-RUN-NUM PIC 9(5).
           05 HIST-IDX-OP-CODE PIC X(01).
           05 HIST-IDX-BASE-RESULT PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 HIST-IDX-SURCHARGE PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 HIST-IDX-REVERSAL-OF.
               10 HIST-IDX-REV-OF-DATE PIC 9(8).
               10 HIST-IDX-REV-OF-SEQ-NUM PIC 9(5).
           05 HIST-IDX-REVERSED-SWITCH PIC X(01).
               88 HIST-IDX-REVERSED VALUE "Y".
           05 HIST-IDX-REVERSED-BY.
               10 HIST-IDX-REV-BY-DATE PIC 9(8).
               10 HIST-IDX-REV-BY-SEQ-NUM PIC 9(5).
           05 HIST-IDX-CURRENCY PIC X(03).
           05 HIST-IDX-ORIG-NUM1 PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 HIST-IDX-ORIG-NUM2 PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 HIST-IDX-FX-RATE PIC 9(05)V9(06).
      * The unrounded base and surcharge travel too, so a reversal
      * cancels the rounding difference of the row it reverses.
           05 HIST-IDX-UNRND-FIGURES.
               10 HIST-IDX-UNRND-BASE PIC S9(7)V9(5)
                   SIGN LEADING SEPARATE.
               10 HIST-IDX-UNRND-SURCHARGE PIC S9(7)V9(5)
                   SIGN LEADING SEPARATE.
