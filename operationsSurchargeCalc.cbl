      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Surcharge engine, called with a base result and the
      *           installation's rate row (tax rate, round rule and
      *           the SURCHBAND band columns) by operationsBatchDriver,
      *           operationsRateSimulator, operationsSummary and the
      *           other programs that price a result, so a banded
      *           agreement is worked out one way everywhere it is
      *           applied. The slices are priced on the size of the
      *           result and the sign put back afterwards, the whole
      *           surcharge is rounded (or truncated) once at the
      *           end, and only then are the per-transaction minimum
      *           and cap applied. A row with no bands, no minimum
      *           and no cap gives exactly the old flat
      *           RESULT * RATE-TAX-RATE surcharge. STATUS-OUT comes
      *           back "10" (surcharge zero) when the surcharge does
      *           not fit, the way the arithmetic engines report an
      *           overflow. UNROUNDED-OUT hands back the surcharge
      *           before it was rounded (or truncated), signed like
      *           SURCHARGE-OUT, so the batch driver can keep the
      *           rounding difference on file; where the minimum or
      *           cap replaced the surcharge there is nothing
      *           rounded, and it is the posted figure.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsSurchargeCalc.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01 WS-MAGNITUDE PIC 9(7)V99.
           01 WS-NEGATIVE-SWITCH PIC X(01).
               88 WS-NEGATIVE VALUE "Y".
           01 WS-SLICE-FLOOR PIC 9(7)V99.
           01 WS-SLICE-RATE PIC 9V999.
           01 WS-UNROUNDED PIC 9(9)V9(5).
           01 WS-SURCHARGE-SIZE PIC 9(7)V99.
           01 WS-BAND-SUB PIC 9(01) COMP.
           01 WS-BANDS-DONE-SWITCH PIC X(01).
               88 WS-BANDS-DONE VALUE "Y".

       LINKAGE SECTION.
       01 BASE-IN PIC S9(7)V99 SIGN LEADING SEPARATE.
       01 TAX-RATE-IN PIC 9V999.
       01 ROUND-RULE-IN PIC X(01).
           88 ROUND-TRUNCATE-IN VALUE "T".
           COPY SURCHBAND.
       01 SURCHARGE-OUT PIC S9(7)V99 SIGN LEADING SEPARATE.
       01 UNROUNDED-OUT PIC S9(7)V9(5) SIGN LEADING SEPARATE.
       01 STATUS-OUT PIC X(02).

       PROCEDURE DIVISION USING BASE-IN, TAX-RATE-IN, ROUND-RULE-IN,
               SURCHARGE-BANDS, SURCHARGE-OUT, UNROUNDED-OUT,
               STATUS-OUT.
       0000-MAINLINE.
           MOVE "00" TO STATUS-OUT.
           MOVE ZERO TO SURCHARGE-OUT.
           MOVE ZERO TO UNROUNDED-OUT.
           IF BASE-IN = ZERO
               GOBACK
           END-IF.
           IF BASE-IN < ZERO
               MOVE "Y" TO WS-NEGATIVE-SWITCH
               COMPUTE WS-MAGNITUDE = ZERO - BASE-IN
           ELSE
               MOVE "N" TO WS-NEGATIVE-SWITCH
               MOVE BASE-IN TO WS-MAGNITUDE
           END-IF.
           MOVE ZERO TO WS-UNROUNDED.
           MOVE ZERO TO WS-SLICE-FLOOR.
           IF TAX-RATE-IN IS NUMERIC
               MOVE TAX-RATE-IN TO WS-SLICE-RATE
           ELSE
               MOVE ZERO TO WS-SLICE-RATE
           END-IF.
           MOVE "N" TO WS-BANDS-DONE-SWITCH.
           MOVE ZERO TO WS-BAND-SUB.
           PERFORM 1000-PRICE-BAND THRU 1000-EXIT
               UNTIL WS-BANDS-DONE OR WS-BAND-SUB NOT < 3.
      * Whatever is left above the last floor reached is priced at
      * the rate of the slice it falls in.
           COMPUTE WS-UNROUNDED = WS-UNROUNDED +
               ((WS-MAGNITUDE - WS-SLICE-FLOOR) * WS-SLICE-RATE).
           IF ROUND-TRUNCATE-IN
               COMPUTE WS-SURCHARGE-SIZE = WS-UNROUNDED
                   ON SIZE ERROR
                       MOVE "10" TO STATUS-OUT
                       GOBACK
               END-COMPUTE
           ELSE
               COMPUTE WS-SURCHARGE-SIZE ROUNDED = WS-UNROUNDED
                   ON SIZE ERROR
                       MOVE "10" TO STATUS-OUT
                       GOBACK
               END-COMPUTE
           END-IF.
           PERFORM 2000-APPLY-MIN-AND-CAP THRU 2000-EXIT.
           IF WS-NEGATIVE
               COMPUTE SURCHARGE-OUT = ZERO - WS-SURCHARGE-SIZE
               COMPUTE UNROUNDED-OUT = ZERO - WS-UNROUNDED
           ELSE
               MOVE WS-SURCHARGE-SIZE TO SURCHARGE-OUT
               MOVE WS-UNROUNDED TO UNROUNDED-OUT
           END-IF.
           GOBACK.

      * A band the result reaches closes off the slice below it at
      * the old rate and opens a new slice at its own. The first
      * band not in use, or not reached, ends the walk - maintenance
      * only lets climbing bands onto the file, so nothing above it
      * can apply either.
       1000-PRICE-BAND.
           ADD 1 TO WS-BAND-SUB.
           IF SB-BAND-FLOOR(WS-BAND-SUB) NOT NUMERIC
               OR SB-BAND-RATE(WS-BAND-SUB) NOT NUMERIC
               SET WS-BANDS-DONE TO TRUE
               GO TO 1000-EXIT
           END-IF.
           IF SB-BAND-FLOOR(WS-BAND-SUB) NOT > WS-SLICE-FLOOR
               OR SB-BAND-FLOOR(WS-BAND-SUB) NOT < WS-MAGNITUDE
               SET WS-BANDS-DONE TO TRUE
               GO TO 1000-EXIT
           END-IF.
           COMPUTE WS-UNROUNDED = WS-UNROUNDED +
               ((SB-BAND-FLOOR(WS-BAND-SUB) - WS-SLICE-FLOOR) *
               WS-SLICE-RATE).
           MOVE SB-BAND-FLOOR(WS-BAND-SUB) TO WS-SLICE-FLOOR.
           MOVE SB-BAND-RATE(WS-BAND-SUB) TO WS-SLICE-RATE.
       1000-EXIT.
           EXIT.

       2000-APPLY-MIN-AND-CAP.
           IF SB-MIN-SURCHARGE IS NUMERIC
               IF SB-MIN-SURCHARGE > ZERO
                   AND WS-SURCHARGE-SIZE < SB-MIN-SURCHARGE
                   MOVE SB-MIN-SURCHARGE TO WS-SURCHARGE-SIZE
                   MOVE WS-SURCHARGE-SIZE TO WS-UNROUNDED
               END-IF
           END-IF.
           IF SB-MAX-SURCHARGE IS NUMERIC
               IF SB-MAX-SURCHARGE > ZERO
                   AND WS-SURCHARGE-SIZE > SB-MAX-SURCHARGE
                   MOVE SB-MAX-SURCHARGE TO WS-SURCHARGE-SIZE
                   MOVE WS-SURCHARGE-SIZE TO WS-UNROUNDED
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

       END PROGRAM operationsSurchargeCalc.
