      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Balance-movement check engine, CALLed by every
      *           program that works a site's balance out of history
      *           (operationsMonthStatement, operationsBalanceProof,
      *           operationsYearEndClose) with a history row's
      *           HIST-PROGRAM. Reports whether the row is one that
      *           moved BALANCEFILE - only the batch driver's and the
      *           exception rerun's own postings and the driver's held
      *           items operationsHeldRelease lets through ever do (a
      *           rerun item it releases keeps the rerun's name). The
      *           standalone math utilities post history and audit
      *           rows only, so their rows never belong in a balance.
      *           HIST-PROGRAM holds the first twenty characters of
      *           the posting program's name, and that is what is
      *           compared here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsBalanceMoveCheck.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01 WS-ROW-PROGRAM PIC X(20).
               88 WS-ROW-MOVES-BALANCE VALUE
                   "operationsBatchDrive"
                   "operationsExceptionR"
                   "operationsHeldReleas".

       LINKAGE SECTION.
       01 LK-HIST-PROGRAM PIC X(20).
       01 LK-MOVES-SWITCH PIC X(1).

       PROCEDURE DIVISION USING LK-HIST-PROGRAM, LK-MOVES-SWITCH.
       0000-MAINLINE.
           MOVE LK-HIST-PROGRAM TO WS-ROW-PROGRAM.
           IF WS-ROW-MOVES-BALANCE
               MOVE "Y" TO LK-MOVES-SWITCH
           ELSE
               MOVE "N" TO LK-MOVES-SWITCH
           END-IF.
           GOBACK.

       END PROGRAM operationsBalanceMoveCheck.
