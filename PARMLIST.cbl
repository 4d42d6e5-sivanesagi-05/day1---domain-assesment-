          05 PLL-EFFECTIVE-DATE     PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PLL-STANDING           PIC X(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PLL-EVENT-CODE         PIC X(4).

       WORKING-STORAGE SECTION.
       01 WS-MINBALPM-STATUS  PIC XX.
                           MOVE 0                TO PLL-VALUE-3
                           MOVE 0 TO PLL-EFFECTIVE-DATE
                           MOVE "CURRENT" TO PLL-STANDING
                           MOVE SPACES TO PLL-EVENT-CODE
                           WRITE PARAMETER-LISTING-LINE
                           ADD 1 TO WS-LISTED-COUNT
                   END-READ
                               TO PLL-VALUE-3
                           MOVE 0 TO PLL-EFFECTIVE-DATE
                           MOVE "CURRENT" TO PLL-STANDING
                           MOVE SPACES TO PLL-EVENT-CODE
                           WRITE PARAMETER-LISTING-LINE
                           ADD 1 TO WS-LISTED-COUNT
                   END-READ
                           MOVE SFP-GRACE-DAYS   TO PLL-VALUE-3
                           MOVE 0 TO PLL-EFFECTIVE-DATE
                           MOVE "CURRENT" TO PLL-STANDING
                           MOVE SPACES TO PLL-EVENT-CODE
                           WRITE PARAMETER-LISTING-LINE
                           ADD 1 TO WS-LISTED-COUNT
                   END-READ
                               MOVE PRM-EFFECTIVE-DATE
                                   TO PLL-EFFECTIVE-DATE
                               MOVE "PENDING" TO PLL-STANDING
                               MOVE PRM-EVENT-CODE
                                   TO PLL-EVENT-CODE
                               WRITE PARAMETER-LISTING-LINE
                               ADD 1 TO WS-LISTED-COUNT
                           END-IF
