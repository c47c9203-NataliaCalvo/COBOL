      ******************************************************************
      * Copybook: ENTRYREG
      * Purpose:  One row of the keyed-entry register - every batch
      *           operationsTranEntry writes to KEYTRANFILE, with the
      *           business date its header carries, how many detail
      *           rows it holds, the operator who keyed it and the
      *           different operator who re-keyed it blind, and how
      *           many rows the two keyings disagreed on before they
      *           were resolved. ENT-BATCH-NUM runs on from the last
      *           row on the register.
      ******************************************************************
       01  ENTRY-REGISTER-RECORD.
           05 ENT-BATCH-NUM PIC 9(05).
           05 ENT-BUSINESS-DATE PIC 9(08).
           05 ENT-ROW-COUNT PIC 9(07).
           05 ENT-KEYED-BY PIC X(08).
           05 ENT-KEYED-DATE PIC 9(08).
           05 ENT-KEYED-TIME PIC 9(08).
           05 ENT-VERIFIED-BY PIC X(08).
           05 ENT-VERIFIED-DATE PIC 9(08).
           05 ENT-VERIFIED-TIME PIC 9(08).
           05 ENT-MISMATCH-COUNT PIC 9(05).
