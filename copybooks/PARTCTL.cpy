      ******************************************************************
      * Copybook: PARTCTL
      * Purpose:  One row per installation partition of a split
      *           posting - written by operationsBatchSplit when it
      *           breaks the edited TRANFILE into one file per
      *           installation, read by operationsBatchDriver when it
      *           is started with a PARTITION environment value, and
      *           marked merged by operationsBatchMerge once the
      *           partition's trails are back in the main files.
      *           The splitter hands every partition its batch run
      *           number and a block of transaction sequence numbers
      *           up front (PART-SEQ-START is the last number before
      *           the block, PART-SEQ-LIMIT the last number in it),
      *           so partitions posting side by side never race each
      *           other for RUNSEQFILE or SEQFILE and the history keys
      *           they hand out can never collide.
      *           PART-DEFAULT-SWITCH marks the partition that also
      *           carries the rows and standing items with no
      *           installation of their own - the run's default
      *           installation, exactly as an unsplit run posts them.
      *           PART-FINGERPRINT is the whole unsplit file's
      *           fingerprint, registered as posted once the merge is
      *           done.
      ******************************************************************
       01  PARTITION-CONTROL-RECORD.
           05 PART-INSTALLATION PIC X(04).
           05 PART-BUSINESS-DATE PIC 9(08).
           05 PART-RUN-NUM PIC 9(05).
           05 PART-ROW-COUNT PIC 9(07).
           05 PART-SEQ-START PIC 9(05).
           05 PART-SEQ-LIMIT PIC 9(05).
           05 PART-DEFAULT-SWITCH PIC X(01).
               88 PART-IS-DEFAULT VALUE "Y".
           05 PART-SPLIT-DATE PIC 9(08).
           05 PART-SPLIT-TIME PIC 9(08).
           05 PART-FINGERPRINT PIC 9(09).
           05 PART-MERGE-STATUS PIC X(01).
               88 PART-AWAITING-MERGE VALUE SPACE.
               88 PART-MERGED VALUE "M".
