      *           input to operationsPoemMaint. Lines for the same
      *           poem are submitted together with a matching
      *           PMQ-TITLE on every line; a title change marks the
      *           start of the next poem. The author and category
      *           are taken from the poem's first line. A line
      *           numbered 00 is not a poem line but sets the author
      *           and category of the poem already in the catalog
      *           under PMQ-TITLE; its PMQ-TEXT is ignored.
      ******************************************************************
       01  POEM-MAINT-REQUEST.
           05 PMQ-LINE-NUM PIC 9(2).
           05 PMQ-TITLE PIC X(30).
           05 PMQ-TEXT PIC X(60).
           05 PMQ-AUTHOR PIC X(30).
           05 PMQ-CATEGORY PIC X(12).
