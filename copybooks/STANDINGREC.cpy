      *           STD-START-DATE through STD-END-DATE; an end date of
      *           zero means open-ended. STD-OP-CODE carries the same
      *           operation letters a TRANFILE detail row does, blank
      *           meaning all operations. STD-ITEM-ID is the number
      *           operationsStandingMaint keys its requests on; it
      *           sits at the end of the row so rows keyed before it
      *           existed still read, and the maintenance program
      *           numbers any row that has none.
      ******************************************************************
       01  STANDING-RECORD.
           05 STD-NUM1 PIC S9(7)V99 SIGN LEADING SEPARATE.
               88 STD-FREQ-MONTHLY VALUE "M".
           05 STD-START-DATE PIC 9(08).
           05 STD-END-DATE PIC 9(08).
           05 STD-ITEM-ID PIC 9(05).
