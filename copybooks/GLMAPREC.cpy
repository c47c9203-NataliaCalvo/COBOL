      ******************************************************************
      * Copybook: GLMAPREC
      * Purpose:  One row of the general-ledger mapping table - which
      *           debit and credit accounts a posted figure goes to,
      *           by installation, operation (ADD, SUBTRACT, MULTIPLY,
      *           DIVIDE, PERCENT) and which part of RESULT it is: "B"
      *           the engine's own base figure, "S" the installation
      *           surcharge folded onto it. A row with a blank
      *           installation is the default for every site that has
      *           no row of its own for that operation and part.
      *           A negative figure (a reversal, or a subtraction that
      *           came out below zero) posts the other way round -
      *           debit to the credit account and credit to the debit
      *           account - so the journal still balances.
      ******************************************************************
       01  GL-MAP-RECORD.
           05 GLM-INSTALLATION PIC X(04).
           05 GLM-OPERATION PIC X(10).
           05 GLM-COMPONENT PIC X(01).
               88 GLM-BASE VALUE "B".
               88 GLM-SURCHARGE VALUE "S".
           05 GLM-DEBIT-ACCOUNT PIC X(10).
           05 GLM-CREDIT-ACCOUNT PIC X(10).
