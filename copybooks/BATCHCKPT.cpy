      *           A checkpoint written before the column existed
      *           reads as not numeric and the restart falls back to
      *           SEQFILE itself.
      *           BCKPT-BUSINESS-DATE is the business date the run was
      *           posting under, so a restart after the cut-off posts
      *           the rest of the file under the same date as the
      *           first part rather than re-dating it a second time.
      ******************************************************************
       01  BATCH-CHECKPOINT-RECORD.
           05 BCKPT-TRAN-COUNT PIC 9(7).
           05 BCKPT-NEXT-SEQ-NUM PIC 9(5).
           05 BCKPT-BUSINESS-DATE PIC 9(8).
