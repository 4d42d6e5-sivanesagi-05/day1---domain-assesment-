             88 WVR-REFUNDED        VALUE "R".
             88 WVR-EXEMPT-PLACED   VALUE "E".
             88 WVR-EXEMPT-LIFTED   VALUE "L".
             88 WVR-PENAL-WAIVED    VALUE "P".
          05 WVR-AMOUNT             PIC 9(5)V99.
          05 WVR-REASON-CODE        PIC X(3).
          05 WVR-OPERATOR-ID        PIC X(8).
               END-IF
           END-IF
           IF WS-SLOT > 0
               IF WVR-REFUNDED OR WVR-PENAL-WAIVED
                   ADD 1 TO WSG-REFUND-COUNT(WS-SLOT)
                   ADD WVR-AMOUNT TO WSG-REFUND-TOTAL(WS-SLOT)
               ELSE
