
      *****************************************************
      * Returned-cheque back-out. When a deposited cheque    *
      * bounces outside the clearing-house return file, the   *
      * operator keys its clearing item's transaction sequence *
      * and the return reason, and CHQBACK backs the original   *
      * credit out of ACM-BALANCE with a before/after AUDTRAIL   *
      * image and a statement line, and marks the clearing item   *
      * returned so the funds never release.                       *
      *****************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-RETURN-SEQ       PIC 9(8).
       01 WS-RETURN-REASON    PIC X(3).
       01 WS-NO-AMOUNT        PIC 9(9)V99 VALUE 0.
       01 WS-NO-ROUTING       PIC X(11)  VALUE SPACES.
       01 WS-BACKOUT-RESULT   PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER CLEARING TRANS SEQ OF RETURNED CHEQUE: ".
           ACCEPT WS-RETURN-SEQ.

           DISPLAY "ENTER RETURN REASON CODE: ".
           ACCEPT WS-RETURN-REASON.

      * A TELLER-KEYED RETURN HAS NO PRESENTMENT DETAIL TO CHECK -
      * THE OPERATOR IS WORKING FROM THE RETURNED INSTRUMENT.
           CALL "CHQBACK" USING WS-RETURN-SEQ WS-OPERATOR-ID
               WS-RETURN-REASON "TLR" WS-NO-AMOUNT WS-NO-ROUTING
               WS-BACKOUT-RESULT

           GOBACK.
