      *****************************************************
      * ALRTACK.cpy                                        *
      * Delivery acknowledgment from the SMS/email gateway, *
      * one per outbound alert, matched back to ALRTLOG by   *
      * event id + channel. Loaded nightly by ALRTLOAD.       *
      *****************************************************
       01 ALERT-ACK-RECORD.
          05 ACK-EVENT-ID           PIC X(20).
          05 ACK-CHANNEL            PIC X.
          05 ACK-RESULT             PIC X.
             88 ACK-DELIVERED       VALUE "D".
             88 ACK-FAILED          VALUE "F".
          05 ACK-REASON             PIC X(20).
          05 ACK-TIMESTAMP          PIC X(16).
