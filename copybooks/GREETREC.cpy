      ******************************************************************
      * Copybook: GREETREC
      * Purpose:  One line of the greeting log GREETFILE written by
      *           Hello_World - the greeting as displayed, the
      *           language of the template it was built from and the
      *           name greeted. Lines written before greetings had a
      *           language carry only the text, "Hello, " followed by
      *           the name, with the language and name left blank.
      ******************************************************************
       01  GREETING-RECORD.
           05 GRT-TEXT PIC X(40).
           05 GRT-LANGUAGE PIC X(02).
           05 GRT-NAME PIC X(11).
           05 FILLER PIC X(07).
