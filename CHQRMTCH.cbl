       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQRMTCH.

      *****************************************************
      * Clearing-house cheque return matching. Each unpaid   *
      * item on the inward return file is matched to the      *
      * CHQCLR item CHQPRES presented, by item reference,      *
      * drawee bank and amount, and CHQBACK backs the credit    *
      * out with the clearing house's reason code - no operator  *
      * keys a sequence. A bounced post-dated loan repayment      *
      * cheque goes to PDCBACK instead. Anything that cannot be    *
      * matched or backed out goes to the exception report for the  *
      * clearing desk.                                               *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INWARD-RETURNS ASSIGN TO "CHQRTNIN.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-CHQRTNIN-STATUS.

           SELECT RETURN-EXCEPTIONS ASSIGN TO "CHQREXC.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-CHQREXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * THE CLEARING HOUSE'S RETURN LAYOUT: ONE DETAIL PER UNPAID
      * ITEM CARRYING BACK OUR PRESENTMENT ITEM REFERENCE, AND A
      * TRAILER WITH THE DETAIL COUNT AND AMOUNT HASH. NUMBERS
      * ARRIVE AS CHARACTERS, SO AN UNREADABLE LINE IS AN
      * EXCEPTION, NOT A PARSE FAILURE.
       FD  INWARD-RETURNS.
       01 INWARD-RETURN-RECORD.
          05 CRI-RECORD-TYPE        PIC X(3).
             88 CRI-DETAIL          VALUE "DTL".
             88 CRI-TRAILER         VALUE "TRL".
          05 CRI-DETAIL-BODY.
             10 CRI-ITEM-REF        PIC X(8).
             10 CRI-ITEM-REF-N REDEFINES CRI-ITEM-REF
                                    PIC 9(8).
             10 CRI-ROUTING         PIC X(11).
             10 CRI-CHEQUE-SERIAL   PIC X(6).
             10 CRI-AMOUNT          PIC X(11).
             10 CRI-AMOUNT-N REDEFINES CRI-AMOUNT
                                    PIC 9(9)V99.
             10 CRI-REASON-CODE     PIC X(3).
             10 CRI-REASON-TEXT     PIC X(30).
             10 FILLER              PIC X(8).
          05 CRI-TRAILER-BODY REDEFINES CRI-DETAIL-BODY.
             10 CRT-RECORD-COUNT    PIC X(7).
             10 CRT-HASH-TOTAL      PIC X(15).
             10 CRT-HASH-TOTAL-N REDEFINES CRT-HASH-TOTAL
                                    PIC 9(13)V99.
             10 FILLER              PIC X(55).

       FD  RETURN-EXCEPTIONS.
       01 RETURN-EXCEPTION-LINE.
          05 CRX-ITEM-REF           PIC X(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 CRX-ROUTING            PIC X(11).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 CRX-AMOUNT             PIC X(11).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 CRX-REASON-CODE        PIC X(3).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 CRX-PROBLEM            PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-CHQRTNIN-STATUS  PIC XX.
       01 WS-CHQREXC-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-RETURNS   VALUE "Y".
       01 WS-TRAILER-FLAG     PIC X      VALUE "N".
          88 WS-TRAILER-SEEN  VALUE "Y".
       01 WS-DETAIL-COUNT     PIC 9(7)   VALUE 0.
       01 WS-DETAIL-HASH      PIC 9(13)V99 VALUE 0.
       01 WS-MATCHED-COUNT    PIC 9(7)   VALUE 0.
       01 WS-MATCHED-AMOUNT   PIC 9(13)V99 VALUE 0.
       01 WS-EXCEPTION-COUNT  PIC 9(7)   VALUE 0.
       01 WS-RETURN-SEQ       PIC 9(8).
       01 WS-RETURN-AMOUNT    PIC 9(9)V99.
       01 WS-BACKOUT-RESULT   PIC X.
          88 WS-BACKED-OUT       VALUE "B".
          88 WS-ITEM-NOT-FOUND   VALUE "N".
          88 WS-ALREADY-RETURNED VALUE "R".
          88 WS-NOT-PRESENTED    VALUE "P".
          88 WS-ITEM-MISMATCH    VALUE "M".
          88 WS-NO-ACCOUNT       VALUE "A".
       01 WS-BOUNCE-RESULT    PIC X.
          88 WS-PDC-BOUNCED      VALUE "B".
          88 WS-NOT-A-PDC        VALUE "N".
          88 WS-PDC-CLEARED      VALUE "C".
          88 WS-ALREADY-BOUNCED  VALUE "R".
          88 WS-PDC-MISMATCH     VALUE "M".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT INWARD-RETURNS
           IF WS-CHQRTNIN-STATUS = "35"
               DISPLAY "NO CHEQUE RETURN FILE - NOTHING TO MATCH"
               STOP RUN
           END-IF
           CALL "FILERR" USING "CHQRMTCH" "CHQRTNIN" WS-CHQRTNIN-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT RETURN-EXCEPTIONS
           CALL "FILERR" USING "CHQRMTCH" "CHQREXC" WS-CHQREXC-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           PERFORM READ-RETURN-RECORD
           PERFORM UNTIL END-OF-RETURNS
               EVALUATE TRUE
                   WHEN CRI-DETAIL
                       PERFORM PROCESS-ONE-RETURN
                   WHEN CRI-TRAILER
                       PERFORM CHECK-THE-TRAILER
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM READ-RETURN-RECORD
           END-PERFORM

           IF NOT WS-TRAILER-SEEN
               DISPLAY "*** NO TRAILER ON CHEQUE RETURN FILE -"
                   " CONFIRM THE FILE IS COMPLETE ***"
           END-IF

           DISPLAY "CHEQUE RETURN MATCHING COMPLETE - BACKED OUT "
               WS-MATCHED-COUNT " FOR " WS-MATCHED-AMOUNT
               " EXCEPTIONS " WS-EXCEPTION-COUNT

           CLOSE INWARD-RETURNS
           CLOSE RETURN-EXCEPTIONS

           STOP RUN.

       READ-RETURN-RECORD.
           READ INWARD-RETURNS
               AT END SET END-OF-RETURNS TO TRUE
           END-READ.

      * THE TRAILER PROVES THE FILE ARRIVED WHOLE - A COUNT OR
      * HASH THAT DISAGREES WITH THE DETAIL READ IS SHOUTED, BUT
      * THE ITEMS ALREADY MATCHED STAND ON THEIR OWN MERITS.
       CHECK-THE-TRAILER.
           SET WS-TRAILER-SEEN TO TRUE
           IF CRT-RECORD-COUNT NOT NUMERIC
              OR CRT-HASH-TOTAL NOT NUMERIC
               DISPLAY "*** CHEQUE RETURN TRAILER UNREADABLE ***"
           ELSE
               IF CRT-RECORD-COUNT NOT = WS-DETAIL-COUNT
                  OR CRT-HASH-TOTAL-N NOT = WS-DETAIL-HASH
                   DISPLAY "*** CHEQUE RETURN CONTROL OUT - TRAILER "
                       CRT-RECORD-COUNT " / " CRT-HASH-TOTAL-N
                       " READ " WS-DETAIL-COUNT " / " WS-DETAIL-HASH
                       " ***"
               END-IF
           END-IF.

      * AN AMOUNT OF ZERO WOULD TELL CHQBACK TO SKIP THE
      * PRESENTMENT CHECK, SO IT IS REFUSED HERE AS UNREADABLE.
       PROCESS-ONE-RETURN.
           ADD 1 TO WS-DETAIL-COUNT
           IF CRI-ITEM-REF NOT NUMERIC
              OR CRI-AMOUNT NOT NUMERIC
               MOVE "Unreadable return line" TO CRX-PROBLEM
               PERFORM WRITE-EXCEPTION
           ELSE
               ADD CRI-AMOUNT-N TO WS-DETAIL-HASH
               IF CRI-AMOUNT-N = 0
                   MOVE "Unreadable return line" TO CRX-PROBLEM
                   PERFORM WRITE-EXCEPTION
               ELSE
                   PERFORM BACK-OUT-THE-ITEM
               END-IF
           END-IF.

      * A POST-DATED CHEQUE WAS PRESENTED UNDER THE BORROWER'S
      * CUSTOMER ID, SO THE REGISTER IS TRIED FIRST AND ONLY AN
      * ITEM IT DOES NOT KNOW GOES ON TO THE CLEARING FILE.
       BACK-OUT-THE-ITEM.
           MOVE CRI-ITEM-REF-N TO WS-RETURN-SEQ
           MOVE CRI-AMOUNT-N   TO WS-RETURN-AMOUNT
           CALL "PDCBACK" USING WS-RETURN-SEQ CRI-CHEQUE-SERIAL
               CRI-REASON-CODE WS-RETURN-AMOUNT CRI-ROUTING
               WS-BOUNCE-RESULT

           EVALUATE TRUE
               WHEN WS-PDC-BOUNCED
                   ADD 1 TO WS-MATCHED-COUNT
                   ADD WS-RETURN-AMOUNT TO WS-MATCHED-AMOUNT
               WHEN WS-PDC-CLEARED
                   MOVE "PDC already cleared - reverse manually"
                       TO CRX-PROBLEM
                   PERFORM WRITE-EXCEPTION
               WHEN WS-ALREADY-BOUNCED
                   MOVE "Post-dated cheque already bounced"
                       TO CRX-PROBLEM
                   PERFORM WRITE-EXCEPTION
               WHEN WS-PDC-MISMATCH
                   MOVE "Amount or drawee bank differs from PDC"
                       TO CRX-PROBLEM
                   PERFORM WRITE-EXCEPTION
               WHEN OTHER
                   PERFORM BACK-OUT-CLEARING-ITEM
           END-EVALUATE.

       BACK-OUT-CLEARING-ITEM.
           CALL "CHQBACK" USING WS-RETURN-SEQ "BATCH   "
               CRI-REASON-CODE "CLG" WS-RETURN-AMOUNT CRI-ROUTING
               WS-BACKOUT-RESULT

           EVALUATE TRUE
               WHEN WS-BACKED-OUT
                   ADD 1 TO WS-MATCHED-COUNT
                   ADD WS-RETURN-AMOUNT TO WS-MATCHED-AMOUNT
               WHEN WS-ITEM-NOT-FOUND
                   MOVE "No clearing item for this reference"
                       TO CRX-PROBLEM
                   PERFORM WRITE-EXCEPTION
               WHEN WS-ALREADY-RETURNED
                   MOVE "Item already returned" TO CRX-PROBLEM
                   PERFORM WRITE-EXCEPTION
               WHEN WS-NOT-PRESENTED
                   MOVE "Item was never presented" TO CRX-PROBLEM
                   PERFORM WRITE-EXCEPTION
               WHEN WS-ITEM-MISMATCH
                   MOVE "Amount or drawee bank differs from item"
                       TO CRX-PROBLEM
                   PERFORM WRITE-EXCEPTION
               WHEN OTHER
                   MOVE "Account not on file - back out manually"
                       TO CRX-PROBLEM
                   PERFORM WRITE-EXCEPTION
           END-EVALUATE.

       WRITE-EXCEPTION.
           MOVE CRI-ITEM-REF    TO CRX-ITEM-REF
           MOVE CRI-ROUTING     TO CRX-ROUTING
           MOVE CRI-AMOUNT      TO CRX-AMOUNT
           MOVE CRI-REASON-CODE TO CRX-REASON-CODE
           WRITE RETURN-EXCEPTION-LINE
           ADD 1 TO WS-EXCEPTION-COUNT.
