           05 SNAP-MASTER-NAME PIC X(12).
           05 SNAP-DATE PIC 9(08).
           05 SNAP-TIME PIC 9(08).
           05 SNAP-IMAGE PIC X(150).
