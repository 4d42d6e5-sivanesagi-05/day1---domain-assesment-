      *****************************************************
      * Full customer-base re-screen, run whenever a new     *
      * watchlist file is loaded. Every CUSTMAST name goes    *
      * through the same WLSCREEN comparison the opening and   *
      * maintenance checks use, and an entity's active          *
      * beneficial owners are screened with it; matches go to    *
      * the compliance hold queue and onto the match report, and  *
      * the trailer line carries the screened and matched counts   *
      * so the checks can be evidenced.                             *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       SCREEN-ONE-CUSTOMER.
           ADD 1 TO WS-SCREENED-COUNT
           CALL "WLSCREEN" USING CUM-CUSTOMER-NAME WS-MATCH-FLAG
               WS-MATCHED-ENTRY CUM-CUSTOMER-ID
           IF WS-NAME-MATCHED
               PERFORM REPORT-ONE-MATCH
           END-IF.
