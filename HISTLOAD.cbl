           ELSE
               MOVE STX-CHANNEL-CODE TO THR-CHANNEL-CODE
           END-IF
           MOVE STX-TRANS-CODE       TO THR-TRANS-CODE
           MOVE STX-REFERENCE        TO THR-REFERENCE
           WRITE TRANSACTION-HISTORY-RECORD
           EVALUATE WS-TXNHIST-STATUS
               WHEN "00"
