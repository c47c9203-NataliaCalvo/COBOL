      *           person with one file must not be able to change
      *           them alone. Decided rows stay on file as the
      *           approval trail, with the rejection reason kept on
      *           rejected ones. RPQ-BAND-RULES carries the
      *           requested surcharge bands, minimum and cap in the
      *           SURCHBAND layout, released onto the live row with
      *           the rest of the change.
      ******************************************************************
       01  RATE-PENDING-RECORD.
           05 RPQ-STATUS PIC X(01).
           05 RPQ-DECIDED-BY PIC X(08).
           05 RPQ-DECIDED-DATE PIC 9(08).
           05 RPQ-REJECT-REASON PIC X(30).
           05 RPQ-BAND-RULES PIC X(53).
