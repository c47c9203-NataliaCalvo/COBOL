      ******************************************************************
      * Copybook: BUDGETREC
      * Purpose:  One month's plan for one installation on BUDGETFILE
      *           - the RESULT total Finance expects the site to post
      *           in that calendar month. Loaded from Finance's
      *           spreadsheet extract by operationsBudgetLoad (a later
      *           extract replaces the month it repeats and leaves the
      *           others alone) and read by operationsBudgetReport
      *           against the actuals on HISTFILE and HISTARCHFILE.
      *           The file is kept in installation/period order.
      ******************************************************************
       01  BUDGET-RECORD.
           05 BUD-INSTALLATION PIC X(04).
           05 BUD-PERIOD.
               10 BUD-YEAR PIC 9(04).
               10 BUD-MONTH PIC 9(02).
           05 BUD-AMOUNT PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 BUD-LOADED-BY PIC X(08).
           05 BUD-LOADED-DATE PIC 9(08).
