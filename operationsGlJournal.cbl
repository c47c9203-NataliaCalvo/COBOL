      ******************************************************************
      * Author:
      * Date:
      * Purpose:  General-ledger journal interface - turns one business
      *           date's HISTFILE rows into a balanced journal Finance
      *           can load straight into the ledger, instead of
      *           hand-building entries from the history export.
      *           Every row's base figure and its surcharge are
      *           looked up on GLMAPFILE by installation, operation
      *           and part, and each becomes a debit line and an equal
      *           credit line. The journal travels in the same
      *           envelope as the history export - an HDR row with the
      *           extract date, time, source and business date, and a
      *           TRL row with the line count and the debit and
      *           credit totals - and every journal produced is
      *           logged on the transmission register. The rows are
      *           all checked before anything is written: a single
      *           row with no mapping stops the journal for the date,
      *           and every such row is listed on the cataloged
      *           report so the mapping can be put right and the
      *           journal rerun. Finance never receives a journal that
      *           does not balance or leaves a posting out.
      *           The business date can instead be given by a
      *           JOURNAL-DATE card on RUNPARMFILE (see
      *           operationsRunParm) - the symbolic BUSINESS-DATE
      *           included - so the journal can run unattended as a
      *           scheduled close step.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsGlJournal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "GLJOURNALFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSMIT-REG-FILE ASSIGN TO "TRANSMITREGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
           COPY HISTREC.

       FD  GL-MAP-FILE.
           COPY GLMAPREC.

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD PIC X(80).

       FD  TRANSMIT-REG-FILE.
           COPY XMITREG.

       WORKING-STORAGE SECTION.
           COPY RPTFLDS.
           COPY PARMFLDS.
           01 WS-HIST-STATUS PIC X(02) VALUE "00".
           01 WS-GLMAP-STATUS PIC X(02) VALUE "00".
           01 WS-XMIT-STATUS PIC X(02) VALUE "00".
           01 WS-HIST-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-HIST-EOF VALUE "Y".
           01 WS-GLMAP-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-GLMAP-EOF VALUE "Y".
           01 WS-MAP-CAP-SWITCH PIC X(01) VALUE "N".
               88 WS-MAP-CAP-WARNED VALUE "Y".
           01 WS-MAP-FOUND-SWITCH PIC X(01).
               88 WS-MAP-FOUND VALUE "Y".
           01 WS-ROW-UNMAPPED-SWITCH PIC X(01).
               88 WS-ROW-UNMAPPED VALUE "Y".
           01 WS-BUSINESS-DATE PIC 9(08).
           01 WS-EXTRACT-DATE PIC 9(08).
           01 WS-EXTRACT-TIME PIC 9(08).
           01 WS-OPERATOR-ID PIC X(08).
           01 WS-ROW-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-UNMAPPED-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-LINE-COUNT PIC 9(07) VALUE ZERO.
           01 WS-DEBIT-TOTAL PIC S9(11)V99 SIGN LEADING SEPARATE
               VALUE ZERO.
           01 WS-CREDIT-TOTAL PIC S9(11)V99 SIGN LEADING SEPARATE
               VALUE ZERO.
      * The row being journalled, broken into its parts.
           01 WS-OPERATION PIC X(10).
           01 WS-BASE-AMOUNT PIC S9(7)V99 SIGN LEADING SEPARATE.
           01 WS-SURCH-AMOUNT PIC S9(7)V99 SIGN LEADING SEPARATE.
           01 WS-ROW-SEQ-NUM PIC 9(05).
           01 WS-UNMAPPED-REASON PIC X(30).
      * Mapping lookup - asked with an installation, operation and
      * part, answers with the two accounts.
           01 WS-MAP-INSTALLATION PIC X(04).
           01 WS-MAP-COMPONENT PIC X(01).
           01 WS-DEBIT-ACCOUNT PIC X(10).
           01 WS-CREDIT-ACCOUNT PIC X(10).
           01 WS-SWAP-ACCOUNT PIC X(10).
           01 WS-PART-NAME PIC X(09).
           01 WS-LINE-AMOUNT PIC S9(7)V99 SIGN LEADING SEPARATE.
           01 WS-JOURNAL-LINE PIC X(80).
      * No comma in these edit patterns - the journal is comma-
      * delimited, the same as the history export.
           01 WS-AMOUNT-EDIT PIC ZZZZZZ9.99.
           01 WS-TOTAL-EDIT PIC ZZZZZZZZZZ9.99-.
           01 WS-CREDIT-EDIT PIC ZZZZZZZZZZ9.99-.
           01 WS-RESULT-EDIT PIC Z,ZZZ,999.99-.
           01 WS-COUNT-EDIT PIC Z,ZZZ,ZZ9.
           01 WS-MAP-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-MAP-SUB PIC 9(03) COMP.
           01 WS-MAP-TABLE.
               05 WS-MAP-ENTRY OCCURS 300 TIMES.
                   10 WS-MAP-TBL-INSTALLATION PIC X(04).
                   10 WS-MAP-TBL-OPERATION PIC X(10).
                   10 WS-MAP-TBL-COMPONENT PIC X(01).
                   10 WS-MAP-TBL-DEBIT PIC X(10).
                   10 WS-MAP-TBL-CREDIT PIC X(10).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 9700-OPEN-REPORT THRU 9700-EXIT.
           PERFORM 2000-CHECK-MAPPING THRU 2000-EXIT.
           IF WS-UNMAPPED-COUNT > ZERO
               PERFORM 2900-REPORT-STOPPED THRU 2900-EXIT
               PERFORM 9900-CLOSE-REPORT THRU 9900-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 3000-WRITE-JOURNAL THRU 3000-EXIT.
           PERFORM 9100-WRITE-TRANSMIT-REGISTER THRU 9100-EXIT.
           PERFORM 4000-REPORT-WRITTEN THRU 4000-EXIT.
           PERFORM 9900-CLOSE-REPORT THRU 9900-EXIT.
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-EXTRACT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-EXTRACT-TIME FROM TIME.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           MOVE "JOURNAL-DATE" TO WS-PARM-NAME.
           PERFORM 9600-GET-RUN-PARM THRU 9600-EXIT.
           IF WS-PARM-FOUND
               MOVE WS-PARM-NUMBER TO WS-BUSINESS-DATE
           ELSE
               DISPLAY "Journal business date (YYYYMMDD, 0 for "
                   "today):"
               ACCEPT WS-BUSINESS-DATE
           END-IF.
           IF WS-BUSINESS-DATE NOT NUMERIC
               OR WS-BUSINESS-DATE = ZERO
               MOVE WS-EXTRACT-DATE TO WS-BUSINESS-DATE
           END-IF.
           OPEN INPUT GL-MAP-FILE.
           IF WS-GLMAP-STATUS = "35"
               DISPLAY "WARNING: no GLMAPFILE on file - no history "
                   "row can be mapped."
               GO TO 1000-EXIT
           END-IF.
           READ GL-MAP-FILE
               AT END SET WS-GLMAP-EOF TO TRUE
           END-READ.
           PERFORM 1100-LOAD-MAP-LINE THRU 1100-EXIT
               UNTIL WS-GLMAP-EOF.
           CLOSE GL-MAP-FILE.
       1000-EXIT.
           EXIT.

       1100-LOAD-MAP-LINE.
           IF WS-MAP-COUNT < 300
               ADD 1 TO WS-MAP-COUNT
               MOVE GLM-INSTALLATION
                   TO WS-MAP-TBL-INSTALLATION(WS-MAP-COUNT)
               MOVE GLM-OPERATION TO WS-MAP-TBL-OPERATION(WS-MAP-COUNT)
               MOVE GLM-COMPONENT TO WS-MAP-TBL-COMPONENT(WS-MAP-COUNT)
               MOVE GLM-DEBIT-ACCOUNT TO WS-MAP-TBL-DEBIT(WS-MAP-COUNT)
               MOVE GLM-CREDIT-ACCOUNT
                   TO WS-MAP-TBL-CREDIT(WS-MAP-COUNT)
           ELSE
               IF NOT WS-MAP-CAP-WARNED
                   DISPLAY "WARNING: GLMAPFILE has more than 300 rows; "
                       "later rows are not used."
                   SET WS-MAP-CAP-WARNED TO TRUE
               END-IF
           END-IF.
           READ GL-MAP-FILE
               AT END SET WS-GLMAP-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      * First pass - nothing is written until every row for the date
      * has been found a home. Each row with no mapping is listed
      * once, with the first thing it is missing.
       2000-CHECK-MAPPING.
           STRING "GL JOURNAL FOR BUSINESS DATE " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE "N" TO WS-HIST-EOF-SWITCH.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS = "35"
               GO TO 2000-EXIT
           END-IF.
           READ HIST-FILE
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.
           PERFORM 2010-CHECK-ONE-ROW THRU 2010-EXIT
               UNTIL WS-HIST-EOF.
           CLOSE HIST-FILE.
       2000-EXIT.
           EXIT.

       2010-CHECK-ONE-ROW.
           IF HIST-DATE OF HIST-RECORD NOT = WS-BUSINESS-DATE
               GO TO 2010-NEXT
           END-IF.
           ADD 1 TO WS-ROW-COUNT.
           MOVE "N" TO WS-ROW-UNMAPPED-SWITCH.
           PERFORM 2100-BREAK-DOWN-ROW THRU 2100-EXIT.
           IF WS-OPERATION = SPACES
               MOVE "No operation on the row" TO WS-UNMAPPED-REASON
               SET WS-ROW-UNMAPPED TO TRUE
               GO TO 2010-LIST
           END-IF.
           IF WS-BASE-AMOUNT NOT = ZERO
               MOVE "B" TO WS-MAP-COMPONENT
               PERFORM 2200-FIND-MAPPING THRU 2200-EXIT
               IF NOT WS-MAP-FOUND
                   MOVE "No mapping for the base figure"
                       TO WS-UNMAPPED-REASON
                   SET WS-ROW-UNMAPPED TO TRUE
                   GO TO 2010-LIST
               END-IF
           END-IF.
           IF WS-SURCH-AMOUNT NOT = ZERO
               MOVE "S" TO WS-MAP-COMPONENT
               PERFORM 2200-FIND-MAPPING THRU 2200-EXIT
               IF NOT WS-MAP-FOUND
                   MOVE "No mapping for the surcharge"
                       TO WS-UNMAPPED-REASON
                   SET WS-ROW-UNMAPPED TO TRUE
               END-IF
           END-IF.
       2010-LIST.
           IF WS-ROW-UNMAPPED
               PERFORM 2300-LIST-UNMAPPED THRU 2300-EXIT
           END-IF.
       2010-NEXT.
           READ HIST-FILE
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.

      * The operation comes from the row's own operation letter; a
      * row written before the letter was recorded has none and
      * cannot be mapped. Rows from before the base/surcharge
      * breakout journal their whole RESULT as base.
       2100-BREAK-DOWN-ROW.
           EVALUATE HIST-OP-CODE OF HIST-RECORD
               WHEN "A"
                   MOVE "ADD" TO WS-OPERATION
               WHEN "S"
                   MOVE "SUBTRACT" TO WS-OPERATION
               WHEN "M"
                   MOVE "MULTIPLY" TO WS-OPERATION
               WHEN "D"
                   MOVE "DIVIDE" TO WS-OPERATION
               WHEN "P"
                   MOVE "PERCENT" TO WS-OPERATION
               WHEN OTHER
                   MOVE SPACES TO WS-OPERATION
           END-EVALUATE.
           IF HIST-BASE-RESULT OF HIST-RECORD IS NUMERIC
               AND HIST-SURCHARGE OF HIST-RECORD IS NUMERIC
               MOVE HIST-BASE-RESULT OF HIST-RECORD TO WS-BASE-AMOUNT
               MOVE HIST-SURCHARGE OF HIST-RECORD TO WS-SURCH-AMOUNT
           ELSE
               MOVE HIST-RESULT OF HIST-RECORD TO WS-BASE-AMOUNT
               MOVE ZERO TO WS-SURCH-AMOUNT
           END-IF.
           IF HIST-SEQ-NUM OF HIST-RECORD IS NUMERIC
               MOVE HIST-SEQ-NUM OF HIST-RECORD TO WS-ROW-SEQ-NUM
           ELSE
               MOVE ZERO TO WS-ROW-SEQ-NUM
           END-IF.
           MOVE HIST-INSTALLATION OF HIST-RECORD
               TO WS-MAP-INSTALLATION.
       2100-EXIT.
           EXIT.

      * A site's own row for the operation and part wins; failing
      * that, the blank-installation default row is used.
       2200-FIND-MAPPING.
           MOVE "N" TO WS-MAP-FOUND-SWITCH.
           MOVE ZERO TO WS-MAP-SUB.
           PERFORM 2210-SCAN-MAP-TABLE THRU 2210-EXIT
               UNTIL WS-MAP-SUB NOT < WS-MAP-COUNT.
       2200-EXIT.
           EXIT.

       2210-SCAN-MAP-TABLE.
           ADD 1 TO WS-MAP-SUB.
           IF WS-MAP-TBL-OPERATION(WS-MAP-SUB) NOT = WS-OPERATION
               OR WS-MAP-TBL-COMPONENT(WS-MAP-SUB)
                   NOT = WS-MAP-COMPONENT
               GO TO 2210-EXIT
           END-IF.
           IF WS-MAP-TBL-INSTALLATION(WS-MAP-SUB) = WS-MAP-INSTALLATION
               MOVE WS-MAP-TBL-DEBIT(WS-MAP-SUB) TO WS-DEBIT-ACCOUNT
               MOVE WS-MAP-TBL-CREDIT(WS-MAP-SUB) TO WS-CREDIT-ACCOUNT
               SET WS-MAP-FOUND TO TRUE
               MOVE WS-MAP-COUNT TO WS-MAP-SUB
               GO TO 2210-EXIT
           END-IF.
           IF WS-MAP-TBL-INSTALLATION(WS-MAP-SUB) = SPACES
               AND NOT WS-MAP-FOUND
               MOVE WS-MAP-TBL-DEBIT(WS-MAP-SUB) TO WS-DEBIT-ACCOUNT
               MOVE WS-MAP-TBL-CREDIT(WS-MAP-SUB) TO WS-CREDIT-ACCOUNT
               SET WS-MAP-FOUND TO TRUE
           END-IF.
       2210-EXIT.
           EXIT.

       2300-LIST-UNMAPPED.
           ADD 1 TO WS-UNMAPPED-COUNT.
           IF WS-UNMAPPED-COUNT = 1
               MOVE "UNMAPPED HISTORY ROWS - JOURNAL NOT PRODUCED"
                   TO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
               STRING "SEQ   INST OPERATION PROGRAM              "
                       DELIMITED BY SIZE
                   "       RESULT  REASON" DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
               PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT
           END-IF.
           MOVE HIST-RESULT OF HIST-RECORD TO WS-RESULT-EDIT.
           STRING WS-ROW-SEQ-NUM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HIST-INSTALLATION OF HIST-RECORD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OPERATION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HIST-PROGRAM OF HIST-RECORD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RESULT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-UNMAPPED-REASON DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
       2300-EXIT.
           EXIT.

       2900-REPORT-STOPPED.
           MOVE WS-UNMAPPED-COUNT TO WS-COUNT-EDIT.
           STRING WS-COUNT-EDIT DELIMITED BY SIZE
               " ROW(S) HAVE NO MAPPING - NO JOURNAL WRITTEN FOR "
                   DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE "Correct GLMAPFILE and run the journal again."
               TO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           DISPLAY "GL journal stopped: " WS-COUNT-EDIT
               " unmapped row(s) - see the report.".
       2900-EXIT.
           EXIT.

      * Second pass - every row is known to map, so each part becomes
      * a debit line and an equal credit line.
       3000-WRITE-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE.
           MOVE SPACES TO WS-JOURNAL-LINE.
           STRING "HDR," DELIMITED BY SIZE
               WS-EXTRACT-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-EXTRACT-TIME DELIMITED BY SIZE
               ",GLJOURNAL," DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-JOURNAL-LINE.
           MOVE WS-JOURNAL-LINE TO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
           MOVE SPACES TO JOURNAL-RECORD.
           STRING "DATE,INSTALLATION,ACCOUNT,DRCR,AMOUNT," DELIMITED BY
                   SIZE
               "SEQ,OPERATION,PART" DELIMITED BY SIZE
               INTO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
           MOVE "N" TO WS-HIST-EOF-SWITCH.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS NOT = "35"
               READ HIST-FILE
                   AT END SET WS-HIST-EOF TO TRUE
               END-READ
               PERFORM 3010-JOURNAL-ONE-ROW THRU 3010-EXIT
                   UNTIL WS-HIST-EOF
               CLOSE HIST-FILE
           END-IF.
           MOVE WS-DEBIT-TOTAL TO WS-TOTAL-EDIT.
           MOVE WS-CREDIT-TOTAL TO WS-CREDIT-EDIT.
           MOVE SPACES TO WS-JOURNAL-LINE.
           STRING "TRL," DELIMITED BY SIZE
               WS-LINE-COUNT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CREDIT-EDIT DELIMITED BY SIZE
               INTO WS-JOURNAL-LINE.
           MOVE WS-JOURNAL-LINE TO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.
       3000-EXIT.
           EXIT.

       3010-JOURNAL-ONE-ROW.
           IF HIST-DATE OF HIST-RECORD NOT = WS-BUSINESS-DATE
               GO TO 3010-NEXT
           END-IF.
           PERFORM 2100-BREAK-DOWN-ROW THRU 2100-EXIT.
           IF WS-BASE-AMOUNT NOT = ZERO
               MOVE "B" TO WS-MAP-COMPONENT
               PERFORM 2200-FIND-MAPPING THRU 2200-EXIT
               MOVE WS-BASE-AMOUNT TO WS-LINE-AMOUNT
               MOVE "BASE" TO WS-PART-NAME
               PERFORM 3100-WRITE-ENTRY THRU 3100-EXIT
           END-IF.
           IF WS-SURCH-AMOUNT NOT = ZERO
               MOVE "S" TO WS-MAP-COMPONENT
               PERFORM 2200-FIND-MAPPING THRU 2200-EXIT
               MOVE WS-SURCH-AMOUNT TO WS-LINE-AMOUNT
               MOVE "SURCHARGE" TO WS-PART-NAME
               PERFORM 3100-WRITE-ENTRY THRU 3100-EXIT
           END-IF.
       3010-NEXT.
           READ HIST-FILE
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.
       3010-EXIT.
           EXIT.

      * A negative figure posts the other way round, so both lines
      * always carry a positive amount.
       3100-WRITE-ENTRY.
           IF WS-LINE-AMOUNT < ZERO
               COMPUTE WS-LINE-AMOUNT = ZERO - WS-LINE-AMOUNT
               MOVE WS-DEBIT-ACCOUNT TO WS-SWAP-ACCOUNT
               MOVE WS-CREDIT-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE WS-SWAP-ACCOUNT TO WS-CREDIT-ACCOUNT
           END-IF.
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-JOURNAL-LINE.
           STRING WS-BUSINESS-DATE DELIMITED BY SIZE
               "," HIST-INSTALLATION OF HIST-RECORD DELIMITED BY SIZE
               "," WS-DEBIT-ACCOUNT DELIMITED BY SPACE
               ",D," WS-AMOUNT-EDIT DELIMITED BY SIZE
               "," WS-ROW-SEQ-NUM DELIMITED BY SIZE
               "," WS-OPERATION DELIMITED BY SPACE
               "," WS-PART-NAME DELIMITED BY SPACE
               INTO WS-JOURNAL-LINE.
           MOVE WS-JOURNAL-LINE TO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
           ADD WS-LINE-AMOUNT TO WS-DEBIT-TOTAL.
           MOVE SPACES TO WS-JOURNAL-LINE.
           STRING WS-BUSINESS-DATE DELIMITED BY SIZE
               "," HIST-INSTALLATION OF HIST-RECORD DELIMITED BY SIZE
               "," WS-CREDIT-ACCOUNT DELIMITED BY SPACE
               ",C," WS-AMOUNT-EDIT DELIMITED BY SIZE
               "," WS-ROW-SEQ-NUM DELIMITED BY SIZE
               "," WS-OPERATION DELIMITED BY SPACE
               "," WS-PART-NAME DELIMITED BY SPACE
               INTO WS-JOURNAL-LINE.
           MOVE WS-JOURNAL-LINE TO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
           ADD WS-LINE-AMOUNT TO WS-CREDIT-TOTAL.
           ADD 2 TO WS-LINE-COUNT.
       3100-EXIT.
           EXIT.

       4000-REPORT-WRITTEN.
           MOVE WS-ROW-COUNT TO WS-COUNT-EDIT.
           STRING "HISTORY ROWS JOURNALLED: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           MOVE WS-LINE-COUNT TO WS-COUNT-EDIT.
           STRING "JOURNAL LINES WRITTEN:   " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           STRING "TOTAL DEBITS:  " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           STRING "TOTAL CREDITS: " DELIMITED BY SIZE
               WS-CREDIT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           PERFORM 9800-PUT-REPORT-LINE THRU 9800-EXIT.
           DISPLAY "GL JOURNAL WRITTEN: " WS-LINE-COUNT " LINES, "
               "DEBITS " WS-TOTAL-EDIT.
       4000-EXIT.
           EXIT.

       9100-WRITE-TRANSMIT-REGISTER.
           OPEN EXTEND TRANSMIT-REG-FILE.
           IF WS-XMIT-STATUS = "35"
               OPEN OUTPUT TRANSMIT-REG-FILE
           END-IF.
           MOVE WS-EXTRACT-DATE TO XMIT-DATE.
           MOVE WS-EXTRACT-TIME TO XMIT-TIME.
           MOVE WS-OPERATOR-ID TO XMIT-BY.
           MOVE WS-LINE-COUNT TO XMIT-RECORD-COUNT.
           MOVE WS-DEBIT-TOTAL TO XMIT-TOTAL.
           MOVE "GLJOURNAL" TO XMIT-EXTRACT.
           MOVE WS-BUSINESS-DATE TO XMIT-BUSINESS-DATE.
           WRITE TRANSMIT-REGISTER-RECORD.
           CLOSE TRANSMIT-REG-FILE.
       9100-EXIT.
           EXIT.

      * This journal's run-parameter card for WS-PARM-NAME, if any.
       9600-GET-RUN-PARM.
           MOVE "operationsGlJournal" TO WS-PARM-PROGRAM.
           CALL "operationsRunParm" USING WS-PARM-PROGRAM,
               WS-PARM-NAME, WS-PARM-VALUE, WS-PARM-NUMBER,
               WS-PARM-FOUND-SWITCH.
       9600-EXIT.
           EXIT.

       9700-OPEN-REPORT.
           MOVE WS-OPERATOR-ID TO WS-RPT-OPERATOR.
           MOVE "GL JOURNAL" TO WS-RPT-NAME.
           MOVE "OPEN" TO WS-RPT-ACTION.
           MOVE SPACES TO WS-RPT-TEXT.
           CALL "operationsReportWriter" USING WS-RPT-ACTION,
               WS-RPT-NAME, WS-RPT-OPERATOR, WS-RPT-TEXT.
       9700-EXIT.
           EXIT.

       9800-PUT-REPORT-LINE.
           MOVE "LINE" TO WS-RPT-ACTION.
           CALL "operationsReportWriter" USING WS-RPT-ACTION,
               WS-RPT-NAME, WS-RPT-OPERATOR, WS-RPT-TEXT.
           MOVE SPACES TO WS-RPT-TEXT.
       9800-EXIT.
           EXIT.

       9900-CLOSE-REPORT.
           MOVE "CLOSE" TO WS-RPT-ACTION.
           CALL "operationsReportWriter" USING WS-RPT-ACTION,
               WS-RPT-NAME, WS-RPT-OPERATOR, WS-RPT-TEXT.
       9900-EXIT.
           EXIT.

       END PROGRAM operationsGlJournal.
