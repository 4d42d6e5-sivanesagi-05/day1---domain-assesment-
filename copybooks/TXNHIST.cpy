      * HISTORY AND EVERY DISPLAY BUILT FROM IT.
          05 THR-RESULT-BALANCE     PIC S9(9)V99.
          05 THR-CHANNEL-CODE       PIC X(3).
      * CARRIED FROM STX-TRANS-CODE AND STX-REFERENCE. LINES
      * LOADED BEFORE CODES EXISTED HAVE SPACES AND PRINT THE
      * NARRATIVE FOR THEIR TRANS TYPE LETTER INSTEAD.
          05 THR-TRANS-CODE         PIC X(4).
          05 THR-REFERENCE          PIC X(16).
