      ******************************************************************
      * Copybook: STMTHISTREC
      * Purpose:  One row per month-end statement issued by
      *           operationsMonthStatement - which installation, for
      *           which month, the figures it showed (opening, the
      *           month's movement and surcharge, closing, how many
      *           batch runs) and who issued it when. STH-REPORT-ID
      *           and STH-PAGE-NUM say where the statement sits in
      *           the reprint archive, so a site ringing about "last
      *           month's statement" is sent a reprint of exactly the
      *           page it was sent, not a fresh run against history
      *           that has moved on since. A month run twice leaves
      *           both issues on file; the later one is what went out
      *           last. Rows are only ever appended.
      ******************************************************************
       01  STMT-HIST-RECORD.
           05 STH-INSTALLATION PIC X(04).
           05 STH-MONTH PIC 9(06).
           05 STH-REPORT-ID PIC 9(07).
           05 STH-PAGE-NUM PIC 9(04).
           05 STH-OPENING PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 STH-MOVEMENT PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 STH-SURCHARGE PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 STH-CLOSING PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 STH-RUN-COUNT PIC 9(05).
           05 STH-ISSUED-DATE PIC 9(08).
           05 STH-ISSUED-TIME PIC 9(08).
           05 STH-OPERATOR PIC X(08).
