      ******************************************************************
      * Copybook: GREETTPL
      * Purpose:  Greeting-template master record for Hello_World,
      *           one row per language code (EN, ES, PT ...). The
      *           greeting is GTP-WORDING with the name put in at
      *           character GTP-NAME-AT, so "Hola, !" with the name at
      *           7 gives "Hola, ANA!"; a GTP-NAME-AT of zero or past
      *           the end of the wording puts the name after it. The
      *           row with GTP-DEFAULT set is the template used for a
      *           language that has no row of its own.
      ******************************************************************
       01  GREETING-TEMPLATE-RECORD.
           05 GTP-LANGUAGE PIC X(02).
           05 GTP-DEFAULT-SWITCH PIC X(01).
               88 GTP-DEFAULT VALUE "Y".
           05 GTP-NAME-AT PIC 9(02).
           05 GTP-WORDING PIC X(40).
