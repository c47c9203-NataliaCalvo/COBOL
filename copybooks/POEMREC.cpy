      * Purpose:  One line of a poem in the poem catalog file, keyed
      *           by POEM-ID so routinesGoTo can pull a poem's lines
      *           in order without the text being hardcoded in the
      *           PERFORM chain. The author and category are
      *           carried on every line of the poem, like the title,
      *           so operationsPoemSearch can find a poem by either.
      ******************************************************************
       01  POEM-RECORD.
           05 POEM-ID PIC 9(2).
           05 POEM-LINE-NUM PIC 9(2).
           05 POEM-TITLE PIC X(30).
           05 POEM-TEXT PIC X(60).
           05 POEM-AUTHOR PIC X(30).
           05 POEM-CATEGORY PIC X(12).
