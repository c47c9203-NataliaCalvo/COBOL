      * Purpose:  Working-storage fields a reporting program hands to
      *           the shared operationsReportWriter module - the
      *           action ("OPEN" starts a report, "LINE" prints one
      *           line, "PAGE" starts a fresh page and hands back the
      *           report id and page number in WS-RPT-TEXT, "CLOSE"
      *           finishes and catalogs it), the report name and
      *           requesting operator given on OPEN, and the line
      *           text given on LINE. Requires the caller to build
      *           each report line into WS-RPT-TEXT (STRING does the
      *           composition DISPLAY used to do).
      ******************************************************************
           01 WS-RPT-ACTION PIC X(05).
           01 WS-RPT-NAME PIC X(20).
