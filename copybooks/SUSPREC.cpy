      *           TRANFILE; SUSP-ADDED-DATE is the business date the
      *           item went to suspense, which is what the aging
      *           report ages from.
      *           SUSP-CURRENCY is the row's currency code, which
      *           goes back into columns 27-29 when the item is cut
      *           back into TRANFILE.
      *           SUSP-CLEAR-STATUS stays blank while the item is
      *           open. operationsSuspenseClear sets it to "C" when a
      *           corrected copy is cut into SUSPTRANFILE or "W" when
      *           the item is written off, with who cleared it, when,
      *           and the write-off reason (or where the correction
      *           went) in SUSP-CLEAR-NOTE. Cleared rows stay on file
      *           as the audit trail but are no longer aged. Rows
      *           written before the columns existed read as open.
      ******************************************************************
       01  SUSPENSE-RECORD.
           05 SUSP-TRAN-ROW PIC X(26).
           05 SUSP-ADDED-DATE PIC 9(08).
           05 SUSP-INSTALLATION PIC X(04).
           05 SUSP-REASON PIC X(50).
           05 SUSP-CURRENCY PIC X(03).
           05 SUSP-CLEAR-STATUS PIC X(01).
               88 SUSP-OPEN VALUE SPACE.
               88 SUSP-CORRECTED VALUE "C".
               88 SUSP-WRITTEN-OFF VALUE "W".
           05 SUSP-CLEARED-BY PIC X(08).
           05 SUSP-CLEARED-DATE PIC 9(08).
           05 SUSP-CLEARED-TIME PIC 9(08).
           05 SUSP-CLEAR-NOTE PIC X(30).
