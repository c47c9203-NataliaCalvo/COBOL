      * Purpose:  Common NUM1/NUM2/RESULT fields shared by the
      *           operationsMath* and operationsIfElse utilities, so
      *           the PICTURE clauses only need to be widened in one
      *           place. WS-BAND-RULES / WS-DFLT-BAND-RULES hold the
      *           SURCHBAND columns of the rate row in effect (and of
      *           the DFLT fallback) for operationsSurchargeCalc.
      ******************************************************************
           01 NUM1 PIC S9(7)V99 SIGN LEADING SEPARATE.
           01 NUM2 PIC S9(7)V99 SIGN LEADING SEPARATE.
           01 WS-DFLT-TAX-RATE PIC 9V999.
           01 WS-DFLT-ROUND-RULE PIC X(01).
           01 WS-DFLT-THRESHOLD PIC 9(7)V99.
           01 WS-BAND-RULES PIC X(53).
           01 WS-DFLT-BAND-RULES PIC X(53).
           01 WS-RULE-FOUND-SWITCH PIC X(01) VALUE "N".
               88 WS-RULE-FOUND VALUE "Y".
           01 WS-DFLT-FOUND-SWITCH PIC X(01) VALUE "N".
