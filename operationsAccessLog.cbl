      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Shared inquiry access-log writer - CALLed by each
      *           inquiry program once per lookup, so who looked at
      *           which site's balance, history or reports lands in
      *           one file with one layout. Keeping the FD here means
      *           an inquiry program only needs the CALL, the same
      *           way operationsMaintLog keeps the maintenance change
      *           log to itself.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operationsAccessLog.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-LOG-FILE ASSIGN TO "ACCESSLOGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-LOG-FILE.
           COPY ACCESSLOG.

       WORKING-STORAGE SECTION.
           01 WS-ALOG-STATUS PIC X(02) VALUE "00".

       LINKAGE SECTION.
       01 LK-PROGRAM PIC X(20).
       01 LK-USER-ID PIC X(08).
       01 LK-INQUIRY-TYPE PIC X(10).
       01 LK-INSTALLATION PIC X(04).
       01 LK-KEY PIC X(20).
       01 LK-RESULT PIC X(08).

       PROCEDURE DIVISION USING LK-PROGRAM, LK-USER-ID,
               LK-INQUIRY-TYPE, LK-INSTALLATION, LK-KEY, LK-RESULT.
       0000-MAINLINE.
           OPEN EXTEND ACCESS-LOG-FILE.
           IF WS-ALOG-STATUS = "35"
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF.
           ACCEPT AL-DATE FROM DATE YYYYMMDD.
           ACCEPT AL-TIME FROM TIME.
           MOVE LK-PROGRAM TO AL-PROGRAM.
           MOVE LK-USER-ID TO AL-USER-ID.
           MOVE LK-INQUIRY-TYPE TO AL-INQUIRY-TYPE.
           MOVE LK-INSTALLATION TO AL-INSTALLATION.
           MOVE LK-KEY TO AL-KEY.
           MOVE LK-RESULT TO AL-RESULT.
           WRITE ACCESS-LOG-RECORD.
           CLOSE ACCESS-LOG-FILE.
           GOBACK.

       END PROGRAM operationsAccessLog.
