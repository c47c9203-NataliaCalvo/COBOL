      ******************************************************************
      * Copybook: STDMNTREQ
      * Purpose:  One request driving operationsStandingMaint's
      *           maintenance of STANDINGFILE - add a standing item,
      *           change one, end-date one so it stops posting after
      *           a given business day, or cancel one outright. Items
      *           are keyed by SMQ-ITEM-ID, left blank on an add (the
      *           next free number is given). Amounts are keyed signed
      *           exactly as on a TRANFILE detail row. On a change
      *           only the columns that are filled in replace what is
      *           on file; since a blank installation or operation
      *           code means "the run's own site" or "all operations"
      *           on the file itself, a change sets either back to
      *           blank with "*". An end-date request carries only the
      *           item id and SMQ-END-DATE.
      ******************************************************************
       01  STANDING-MAINT-REQUEST.
           05 SMQ-ACTION PIC X(01).
               88 SMQ-ADD VALUE "A".
               88 SMQ-CHANGE VALUE "C".
               88 SMQ-END-DATE-ITEM VALUE "E".
               88 SMQ-CANCEL VALUE "X".
           05 SMQ-ITEM-ID PIC X(05).
           05 SMQ-ITEM-ID-NUM REDEFINES SMQ-ITEM-ID PIC 9(05).
           05 SMQ-NUM1 PIC X(10).
           05 SMQ-NUM1-NUM REDEFINES SMQ-NUM1
               PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 SMQ-NUM2 PIC X(10).
           05 SMQ-NUM2-NUM REDEFINES SMQ-NUM2
               PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 SMQ-INSTALLATION PIC X(04).
           05 SMQ-OP-CODE PIC X(01).
           05 SMQ-FREQUENCY PIC X(01).
           05 SMQ-START-DATE PIC X(08).
           05 SMQ-START-DATE-NUM REDEFINES SMQ-START-DATE PIC 9(08).
           05 SMQ-END-DATE PIC X(08).
           05 SMQ-END-DATE-NUM REDEFINES SMQ-END-DATE PIC 9(08).
