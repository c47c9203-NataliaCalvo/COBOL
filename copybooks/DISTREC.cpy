      ******************************************************************
      * Copybook: DISTREC
      * Purpose:  One row of the report distribution table,
      *           DISTFILE - which recipient gets which report. A
      *           recipient (Finance, a site manager, audit) is named
      *           by DST-RECIPIENT, which is also the middle of the
      *           bundle file name operationsReportDistrib builds for
      *           it, with DST-DESCRIPTION for the cover page.
      *           DST-REPORT-NAME is the name the report is cataloged
      *           under, or "*" for every report. A DST-INSTALLATION
      *           restricts that recipient's copy of the report to the
      *           lines naming that installation (plus the page
      *           headings); blank sends the whole report.
      ******************************************************************
       01  DISTRIBUTION-RECORD.
           05 DST-REPORT-NAME PIC X(20).
           05 DST-RECIPIENT PIC X(12).
           05 DST-INSTALLATION PIC X(04).
           05 DST-DESCRIPTION PIC X(30).
