      ******************************************************************
      * Copybook: DELIVLOG
      * Purpose:  One row of the delivery log, DELIVERYLOGFILE - a
      *           cataloged report put into a recipient's bundle by
      *           operationsReportDistrib: when, to whom, which report
      *           (id, name and the date it was produced), any
      *           installation filter applied, how many lines went,
      *           and the bundle file it went into. So "did the site
      *           manager get yesterday's top movers" is answered from
      *           here (operationsDeliveryLogList), and a second
      *           distribution run never sends the same report to the
      *           same recipient twice.
      ******************************************************************
       01  DELIVERY-LOG-RECORD.
           05 DLV-DATE PIC 9(08).
           05 DLV-TIME PIC 9(08).
           05 DLV-RECIPIENT PIC X(12).
           05 DLV-REPORT-ID PIC 9(07).
           05 DLV-REPORT-NAME PIC X(20).
           05 DLV-REPORT-DATE PIC 9(08).
           05 DLV-INSTALLATION PIC X(04).
           05 DLV-LINE-COUNT PIC 9(07).
           05 DLV-BUNDLE-DSN PIC X(40).
