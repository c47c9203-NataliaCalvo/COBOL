      ******************************************************************
      * Copybook: PARMFLDS
      * Purpose:  Working-storage fields a report hands to the shared
      *           operationsRunParm module to look up one run-parameter
      *           card - its own program name and the parameter's name
      *           in, and back the card's value (symbolic dates already
      *           resolved) as text and as a number, with
      *           WS-PARM-FOUND set when there was a card. With no card
      *           the report prompts on the console as it always has.
      ******************************************************************
           01 WS-PARM-PROGRAM PIC X(30).
           01 WS-PARM-NAME PIC X(12).
           01 WS-PARM-VALUE PIC X(20).
           01 WS-PARM-NUMBER PIC 9(09)V99.
           01 WS-PARM-FOUND-SWITCH PIC X(01).
               88 WS-PARM-FOUND VALUE "Y".
