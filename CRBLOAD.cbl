       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRBLOAD.

      *****************************************************
      * Nightly load of the credit bureau's inquiry          *
      * responses. Each answer on the bureau's response file  *
      * is matched to the CRBRESP row LOANELIG wrote when it   *
      * sent the inquiry, and the row is filled in with the     *
      * external score, other-lender exposure and monthly        *
      * payments, open facilities and worst delinquency, ready    *
      * for the applicant's next eligibility check. A line that    *
      * cannot be read, or answers an inquiry we never sent, goes   *
      * to the exception report instead of being loaded.             *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUREAU-RESPONSES-IN ASSIGN TO "CRBRSIN.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-CRBRSIN-STATUS.

           SELECT BUREAU-RESPONSE-FILE ASSIGN TO "CRBRESP.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CBS-CUSTOMER-ID
               FILE STATUS WS-CRBRESP-STATUS.

           SELECT LOAD-EXCEPTIONS ASSIGN TO "CRBLEXC.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-CRBLEXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * THE BUREAU'S RESPONSE LAYOUT: HEADER, ONE DETAIL PER
      * INQUIRY ANSWERED, AND A TRAILER WITH THE DETAIL COUNT.
      * NUMBERS ARRIVE AS CHARACTERS, SO AN UNREADABLE LINE IS
      * AN EXCEPTION, NOT A PARSE FAILURE.
       FD  BUREAU-RESPONSES-IN.
       01 BUREAU-RESPONSE-IN-RECORD.
          05 CRI-RECORD-TYPE        PIC X(3).
             88 CRI-DETAIL          VALUE "DTL".
             88 CRI-TRAILER         VALUE "TRL".
          05 CRI-DETAIL-BODY.
             10 CRI-CUSTOMER-ID     PIC X(8).
             10 CRI-CUSTOMER-ID-N REDEFINES CRI-CUSTOMER-ID
                                    PIC 9(8).
             10 CRI-RESPONSE-DATE   PIC X(8).
             10 CRI-RESPONSE-DATE-N REDEFINES CRI-RESPONSE-DATE
                                    PIC 9(8).
             10 CRI-SCORE           PIC X(3).
             10 CRI-SCORE-N REDEFINES CRI-SCORE
                                    PIC 9(3).
             10 CRI-EXT-EXPOSURE    PIC X(11).
             10 CRI-EXT-EXPOSURE-N REDEFINES CRI-EXT-EXPOSURE
                                    PIC 9(11).
             10 CRI-EXT-MONTHLY-PAY PIC X(11).
             10 CRI-EXT-MONTHLY-PAY-N REDEFINES CRI-EXT-MONTHLY-PAY
                                    PIC 9(9)V99.
             10 CRI-OPEN-FACILITIES PIC X(3).
             10 CRI-OPEN-FACILITIES-N REDEFINES CRI-OPEN-FACILITIES
                                    PIC 9(3).
             10 CRI-WORST-DELINQUENCY PIC X.
             10 CRI-WORST-DELINQUENCY-N
                    REDEFINES CRI-WORST-DELINQUENCY
                                    PIC 9(1).
             10 FILLER              PIC X(52).
          05 CRI-TRAILER-BODY REDEFINES CRI-DETAIL-BODY.
             10 CRT-RECORD-COUNT    PIC X(7).
             10 CRT-RECORD-COUNT-N REDEFINES CRT-RECORD-COUNT
                                    PIC 9(7).
             10 FILLER              PIC X(90).

       FD  BUREAU-RESPONSE-FILE.
       COPY "CRBRESP.cpy".

       FD  LOAD-EXCEPTIONS.
       01 LOAD-EXCEPTION-LINE.
          05 CRX-CUSTOMER-ID        PIC X(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 CRX-RESPONSE-DATE      PIC X(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 CRX-SCORE              PIC X(3).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 CRX-PROBLEM            PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-CRBRSIN-STATUS   PIC XX.
       01 WS-CRBRESP-STATUS   PIC XX.
       01 WS-CRBLEXC-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-RESPONSES VALUE "Y".
       01 WS-OK-FLAG          PIC X      VALUE "Y".
          88 WS-RESPONSE-OK   VALUE "Y".
       01 WS-TRAILER-FLAG     PIC X      VALUE "N".
          88 WS-TRAILER-SEEN  VALUE "Y".
       01 WS-DETAIL-COUNT     PIC 9(7)   VALUE 0.
       01 WS-LOADED-COUNT     PIC 9(7)   VALUE 0.
       01 WS-EXCEPTION-COUNT  PIC 9(7)   VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES

           PERFORM READ-RESPONSE-RECORD
           PERFORM UNTIL END-OF-RESPONSES
               EVALUATE TRUE
                   WHEN CRI-DETAIL
                       PERFORM LOAD-ONE-RESPONSE
                   WHEN CRI-TRAILER
                       PERFORM CHECK-THE-TRAILER
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM READ-RESPONSE-RECORD
           END-PERFORM

           IF NOT WS-TRAILER-SEEN
               DISPLAY "*** NO TRAILER ON BUREAU RESPONSE FILE -"
                   " CONFIRM THE FILE IS COMPLETE ***"
           END-IF

           DISPLAY "BUREAU RESPONSES LOADED " WS-LOADED-COUNT
               " OF " WS-DETAIL-COUNT " EXCEPTIONS "
               WS-EXCEPTION-COUNT

           CLOSE BUREAU-RESPONSES-IN
           CLOSE BUREAU-RESPONSE-FILE
           CLOSE LOAD-EXCEPTIONS

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN INPUT BUREAU-RESPONSES-IN
           IF WS-CRBRSIN-STATUS = "35"
               DISPLAY "NO BUREAU RESPONSE FILE - NOTHING TO LOAD"
               STOP RUN
           END-IF
           CALL "FILERR" USING "CRBLOAD " "CRBRSIN" WS-CRBRSIN-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O BUREAU-RESPONSE-FILE
           IF WS-CRBRESP-STATUS = "35"
               OPEN OUTPUT BUREAU-RESPONSE-FILE
               CLOSE BUREAU-RESPONSE-FILE
               OPEN I-O BUREAU-RESPONSE-FILE
           END-IF
           CALL "FILERR" USING "CRBLOAD " "CRBRESP" WS-CRBRESP-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT LOAD-EXCEPTIONS
           CALL "FILERR" USING "CRBLOAD " "CRBLEXC" WS-CRBLEXC-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       READ-RESPONSE-RECORD.
           READ BUREAU-RESPONSES-IN
               AT END SET END-OF-RESPONSES TO TRUE
           END-READ.

       CHECK-THE-TRAILER.
           SET WS-TRAILER-SEEN TO TRUE
           IF CRT-RECORD-COUNT NOT NUMERIC
               DISPLAY "*** BUREAU RESPONSE TRAILER UNREADABLE ***"
           ELSE
               IF CRT-RECORD-COUNT-N NOT = WS-DETAIL-COUNT
                   DISPLAY "*** BUREAU RESPONSE CONTROL OUT - TRAILER "
                       CRT-RECORD-COUNT " READ " WS-DETAIL-COUNT
                       " ***"
               END-IF
           END-IF.

       LOAD-ONE-RESPONSE.
           MOVE "Y" TO WS-OK-FLAG
           ADD 1 TO WS-DETAIL-COUNT

           IF CRI-CUSTOMER-ID NOT NUMERIC
              OR CRI-RESPONSE-DATE NOT NUMERIC
              OR CRI-SCORE NOT NUMERIC
              OR CRI-EXT-EXPOSURE NOT NUMERIC
              OR CRI-EXT-MONTHLY-PAY NOT NUMERIC
              OR CRI-OPEN-FACILITIES NOT NUMERIC
              OR CRI-WORST-DELINQUENCY NOT NUMERIC
               MOVE "Unreadable response line" TO CRX-PROBLEM
               PERFORM WRITE-EXCEPTION
           END-IF

           IF WS-RESPONSE-OK
               MOVE CRI-CUSTOMER-ID-N TO CBS-CUSTOMER-ID
               READ BUREAU-RESPONSE-FILE
                   INVALID KEY
                       MOVE "No inquiry on file for this customer"
                           TO CRX-PROBLEM
                       PERFORM WRITE-EXCEPTION
               END-READ
           END-IF

           IF WS-RESPONSE-OK
               MOVE CRI-RESPONSE-DATE-N     TO CBS-RESPONSE-DATE
               MOVE CRI-SCORE-N             TO CBS-SCORE
               MOVE CRI-EXT-EXPOSURE-N      TO CBS-EXT-EXPOSURE
               MOVE CRI-EXT-MONTHLY-PAY-N   TO CBS-EXT-MONTHLY-PAY
               MOVE CRI-OPEN-FACILITIES-N   TO CBS-OPEN-FACILITIES
               MOVE CRI-WORST-DELINQUENCY-N TO CBS-WORST-DELINQUENCY
               SET CBS-RESPONSE-LOADED TO TRUE
               REWRITE BUREAU-RESPONSE-RECORD
               CALL "FILERR" USING "CRBLOAD " "CRBRESP"
                   WS-CRBRESP-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               ADD 1 TO WS-LOADED-COUNT
           END-IF.

       WRITE-EXCEPTION.
           MOVE "N" TO WS-OK-FLAG
           MOVE CRI-CUSTOMER-ID   TO CRX-CUSTOMER-ID
           MOVE CRI-RESPONSE-DATE TO CRX-RESPONSE-DATE
           MOVE CRI-SCORE         TO CRX-SCORE
           WRITE LOAD-EXCEPTION-LINE
           ADD 1 TO WS-EXCEPTION-COUNT.
