           MOVE WS-OPERATOR-ID TO XMIT-BY.
           MOVE WS-RECORD-COUNT TO XMIT-RECORD-COUNT.
           MOVE WS-RESULT-TOTAL TO XMIT-TOTAL.
           MOVE "HISTEXPORT" TO XMIT-EXTRACT.
           MOVE ZERO TO XMIT-BUSINESS-DATE.
           WRITE TRANSMIT-REGISTER-RECORD.
           CLOSE TRANSMIT-REG-FILE.
       9100-EXIT.
