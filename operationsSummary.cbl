      *           installation threshold out of RATETABLE (the same
      *           rule operationsIfElse applies) and any result over
      *           it is marked with an asterisk right on the summary
      *           line. The installation surcharge (flat or
      *           banded, with any minimum and cap) is applied
      *           through the same engine the batch driver uses.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           01 WS-MUL-FLAG PIC X(01).
           01 WS-DIV-FLAG PIC X(01).
           01 WS-PCT-FLAG PIC X(01).
           01 WS-SURCH-RESULT PIC S9(7)V99 SIGN LEADING SEPARATE.
           01 WS-SURCH-BASE PIC S9(7)V99 SIGN LEADING SEPARATE.
           01 WS-SURCHARGE-AMOUNT PIC S9(7)V99 SIGN LEADING SEPARATE.
           01 WS-SURCHARGE-UNROUNDED PIC S9(7)V9(5)
               SIGN LEADING SEPARATE.
           01 WS-SURCH-STATUS PIC X(02).

       PROCEDURE DIVISION.
       0000-MAINLINE.
                   MOVE SPACES TO WS-EXCEPT-BAD-ENTRY
                   PERFORM WRITE-EXCEPTION
           END-COMPUTE.
           MOVE WS-ADD-RESULT TO WS-SURCH-RESULT.
           PERFORM APPLY-SURCHARGE.
           MOVE WS-SURCH-RESULT TO WS-ADD-RESULT.
           COMPUTE WS-SUB-RESULT ROUNDED = NUM2 - NUM1
               ON SIZE ERROR
                   DISPLAY "Overflow on SUBTRACT"
                   MOVE SPACES TO WS-EXCEPT-BAD-ENTRY
                   PERFORM WRITE-EXCEPTION
           END-COMPUTE.
           MOVE WS-SUB-RESULT TO WS-SURCH-RESULT.
           PERFORM APPLY-SURCHARGE.
           MOVE WS-SURCH-RESULT TO WS-SUB-RESULT.
           COMPUTE WS-MUL-RESULT ROUNDED = NUM1 * NUM2
               ON SIZE ERROR
                   DISPLAY "Overflow on MULTIPLY"
                   MOVE SPACES TO WS-EXCEPT-BAD-ENTRY
                   PERFORM WRITE-EXCEPTION
           END-COMPUTE.
           MOVE WS-MUL-RESULT TO WS-SURCH-RESULT.
           PERFORM APPLY-SURCHARGE.
           MOVE WS-SURCH-RESULT TO WS-MUL-RESULT.
           IF NUM2 = ZERO
               DISPLAY "Cannot divide by zero"
               MOVE ZERO TO WS-DIV-RESULT
      * remainder.
               DIVIDE NUM1 BY NUM2 GIVING WS-DIV-RESULT ROUNDED
                   REMAINDER WS-DIV-REMAINDER
               MOVE WS-DIV-RESULT TO WS-SURCH-RESULT
               PERFORM APPLY-SURCHARGE
               MOVE WS-SURCH-RESULT TO WS-DIV-RESULT
           END-IF.
           COMPUTE WS-PCT-RESULT ROUNDED = (NUM1 * NUM2) / 100
               ON SIZE ERROR
                   MOVE SPACES TO WS-EXCEPT-BAD-ENTRY
                   PERFORM WRITE-EXCEPTION
           END-COMPUTE.
           MOVE WS-PCT-RESULT TO WS-SURCH-RESULT.
           PERFORM APPLY-SURCHARGE.
           MOVE WS-SURCH-RESULT TO WS-PCT-RESULT.
           PERFORM FLAG-THRESHOLD-BREACHES.
           DISPLAY "NUM1=" NUM1 " NUM2=" NUM2
               " ADD=" WS-ADD-RESULT WS-ADD-FLAG
           END-IF.
           GOBACK.

      * The surcharge on each result comes from
      * operationsSurchargeCalc, the engine the batch driver posts
      * with, so a banded installation's figures here match what the
      * batch would post for the same pair.
       APPLY-SURCHARGE.
           MOVE WS-SURCH-RESULT TO WS-SURCH-BASE.
           CALL "operationsSurchargeCalc" USING WS-SURCH-BASE,
               WS-TAX-RATE, WS-ROUND-RULE, WS-BAND-RULES,
               WS-SURCHARGE-AMOUNT, WS-SURCHARGE-UNROUNDED,
               WS-SURCH-STATUS.
           IF WS-SURCH-STATUS = "00"
               COMPUTE WS-SURCH-RESULT =
                   WS-SURCH-BASE + WS-SURCHARGE-AMOUNT
                   ON SIZE ERROR
                       MOVE "10" TO WS-SURCH-STATUS
               END-COMPUTE
           END-IF.
           IF WS-SURCH-STATUS NOT = "00"
               MOVE WS-SURCH-BASE TO WS-SURCH-RESULT
               DISPLAY "Overflow on surcharge"
               MOVE "Overflow on surcharge" TO WS-EXCEPT-MESSAGE
               MOVE SPACES TO WS-EXCEPT-BAD-ENTRY
               PERFORM WRITE-EXCEPTION
           END-IF.

      * Same comparison operationsIfElse applies to its MULTIPLY
      * result, here applied to all four results at once.
       FLAG-THRESHOLD-BREACHES.
               MOVE WS-DFLT-TAX-RATE TO WS-TAX-RATE
               MOVE WS-DFLT-ROUND-RULE TO WS-ROUND-RULE
               MOVE WS-DFLT-THRESHOLD TO WS-RULE-THRESHOLD
               MOVE WS-DFLT-BAND-RULES TO WS-BAND-RULES
           END-IF.

       SCAN-RATE-LINE.
                       TO WS-ROUND-RULE
                   MOVE RATE-THRESHOLD OF RATE-RECORD
                       TO WS-RULE-THRESHOLD
                   MOVE RATE-BAND-RULES OF RATE-RECORD
                       TO WS-BAND-RULES
                   MOVE WS-RATE-EFF-DATE TO WS-RULE-EFF-DATE
                   SET WS-RULE-FOUND TO TRUE
               END-IF
                       TO WS-DFLT-ROUND-RULE
                   MOVE RATE-THRESHOLD OF RATE-RECORD
                       TO WS-DFLT-THRESHOLD
                   MOVE RATE-BAND-RULES OF RATE-RECORD
                       TO WS-DFLT-BAND-RULES
                   MOVE WS-RATE-EFF-DATE TO WS-DFLT-EFF-DATE
                   SET WS-DFLT-FOUND TO TRUE
               END-IF
