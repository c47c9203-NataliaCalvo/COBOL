      ******************************************************************
      * Copybook: SAMPLEREG
      * Purpose:  The audit sample register, SAMPLEREGFILE. Every
      *           sample operationsAuditSample draws is recorded here
      *           as one header row (type "H") carrying everything
      *           needed to draw it again - the date range, method,
      *           stratification, seed and the method's figure -
      *           followed by one item row (type "I") per history row
      *           chosen, carrying its HISTIDXFILE key (date and
      *           transaction sequence number) and its checksum as at
      *           the draw. Internal audit record the outcome of each
      *           item through operationsSampleMark: tested clean, or
      *           an exception with a note saying what was found.
      *           Method "R" is a random pick of SREG-SAMPLE-SIZE rows
      *           per stratum from the seed; "N" every SREG-INTERVAL-th
      *           row per stratum, starting at SREG-START-POSITION; "V"
      *           every row whose RESULT is at least SREG-THRESHOLD
      *           either side of zero. Stratum "I" is by installation,
      *           "O" by operator, SPACE not stratified.
      ******************************************************************
       01  SAMPLE-REGISTER-RECORD.
           05 SREG-SAMPLE-ID PIC 9(05).
           05 SREG-RECORD-TYPE PIC X(01).
               88 SREG-HEADER VALUE "H".
               88 SREG-ITEM VALUE "I".
           05 SREG-BODY PIC X(114).
           05 SREG-HEADER-BODY REDEFINES SREG-BODY.
               10 SREG-DRAWN-DATE PIC 9(08).
               10 SREG-DRAWN-TIME PIC 9(08).
               10 SREG-DRAWN-BY PIC X(08).
               10 SREG-FROM-DATE PIC 9(08).
               10 SREG-TO-DATE PIC 9(08).
               10 SREG-METHOD PIC X(01).
                   88 SREG-METHOD-RANDOM VALUE "R".
                   88 SREG-METHOD-INTERVAL VALUE "N".
                   88 SREG-METHOD-VALUE VALUE "V".
               10 SREG-STRATA PIC X(01).
                   88 SREG-BY-INSTALLATION VALUE "I".
                   88 SREG-BY-OPERATOR VALUE "O".
                   88 SREG-NOT-STRATIFIED VALUE SPACE.
               10 SREG-SEED PIC 9(10).
               10 SREG-SAMPLE-SIZE PIC 9(05).
               10 SREG-INTERVAL PIC 9(05).
               10 SREG-START-POSITION PIC 9(05).
               10 SREG-THRESHOLD PIC 9(07)V99.
               10 SREG-POPULATION PIC 9(07).
               10 SREG-ITEM-COUNT PIC 9(05).
               10 SREG-PURPOSE PIC X(24).
               10 FILLER PIC X(02).
           05 SREG-ITEM-BODY REDEFINES SREG-BODY.
               10 SREG-ITEM-NUM PIC 9(05).
               10 SREG-HIST-KEY.
                   15 SREG-HIST-DATE PIC 9(08).
                   15 SREG-HIST-SEQ-NUM PIC 9(05).
               10 SREG-INSTALLATION PIC X(04).
               10 SREG-USER-ID PIC X(08).
               10 SREG-RESULT PIC S9(7)V99 SIGN LEADING SEPARATE.
               10 SREG-CHECKSUM PIC 9(09).
               10 SREG-ITEM-STATUS PIC X(01).
                   88 SREG-ITEM-OPEN VALUE SPACE.
                   88 SREG-ITEM-TESTED VALUE "T".
                   88 SREG-ITEM-EXCEPTION VALUE "E".
               10 SREG-MARKED-BY PIC X(08).
               10 SREG-MARKED-DATE PIC 9(08).
               10 SREG-NOTE PIC X(40).
               10 FILLER PIC X(08).
