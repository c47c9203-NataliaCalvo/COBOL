      *           total, the same figures the extract's own trailer
      *           carries), so either side can prove what was sent
      *           against what arrived when a transfer truncates.
      *           XMIT-EXTRACT names which extract the row is for
      *           (HISTEXPORT or GLJOURNAL) and XMIT-BUSINESS-DATE the
      *           business date a dated extract covers - zero for the
      *           whole-file history export. Rows logged before the
      *           columns existed read as blanks and are history
      *           exports.
      ******************************************************************
       01  TRANSMIT-REGISTER-RECORD.
           05 XMIT-DATE PIC 9(08).
           05 XMIT-BY PIC X(08).
           05 XMIT-RECORD-COUNT PIC 9(07).
           05 XMIT-TOTAL PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 XMIT-EXTRACT PIC X(12).
           05 XMIT-BUSINESS-DATE PIC 9(08).
