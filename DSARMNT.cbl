       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSARMNT.

      *****************************************************
      * Data-subject access request maintenance - log a      *
      * customer's request to see everything we hold about    *
      * them, with the statutory due date worked from the      *
      * processing date, withdraw one the customer has taken    *
      * back, or list a customer's requests. The extract itself  *
      * is run by DSAREXT against the request number given here.  *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DSAR-REGISTER ASSIGN TO "DSARREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DSR-REQUEST-NO
               FILE STATUS WS-DSARREG-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CUM-CUSTOMER-ID
               FILE STATUS WS-CUSTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DSAR-REGISTER.
       COPY "DSARREG.cpy".

       FD  CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-DSARREG-STATUS   PIC XX.
       01 WS-CUSTMAST-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-REGISTER  VALUE "Y".
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-ACTION           PIC X.
          88 WS-LOG-REQUEST   VALUE "L".
          88 WS-WITHDRAW-REQUEST VALUE "W".
          88 WS-LIST-REQUESTS VALUE "I".
       01 CUSTOMER-ID         PIC 9(8).
       01 WS-REQUEST-NO       PIC 9(6).
       01 WS-NEXT-REQUEST     PIC 9(6).
       01 WS-LISTED-COUNT     PIC 9(4)   VALUE 0.
      * ONE MONTH UNDER THE REGULATION, TAKEN AS 30 CALENDAR DAYS
      * FROM THE DAY THE REQUEST REACHES US.
       01 WS-STATUTORY-DAYS   PIC 9(3)   VALUE 30.
       01 WS-DUE-INTEGER      PIC 9(8).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER TELLER/OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           DISPLAY "ACTION - LOG(L) WITHDRAW(W) INQUIRE(I): ".
           ACCEPT WS-ACTION.

           DISPLAY "ENTER CUSTOMER ID: ".
           ACCEPT CUSTOMER-ID.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES

           EVALUATE TRUE
               WHEN WS-LOG-REQUEST
                   PERFORM LOG-NEW-REQUEST
               WHEN WS-WITHDRAW-REQUEST
                   PERFORM WITHDRAW-EXISTING-REQUEST
               WHEN WS-LIST-REQUESTS
                   PERFORM LIST-CUSTOMER-REQUESTS
               WHEN OTHER
                   DISPLAY "INVALID ACTION - ENTER L, W OR I"
           END-EVALUATE

           CLOSE DSAR-REGISTER
           CLOSE CUSTOMER-MASTER

           GOBACK.

       OPEN-ALL-FILES.
           OPEN I-O DSAR-REGISTER
           IF WS-DSARREG-STATUS = "35"
               OPEN OUTPUT DSAR-REGISTER
               CLOSE DSAR-REGISTER
               OPEN I-O DSAR-REGISTER
           END-IF
           CALL "FILERR" USING "DSARMNT " "DSARREG" WS-DSARREG-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           CALL "FILERR" USING "DSARMNT " "CUSTMAST" WS-CUSTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       LOG-NEW-REQUEST.
           MOVE CUSTOMER-ID TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "Customer not found"
               NOT INVALID KEY
                   PERFORM CAPTURE-REQUEST-DETAILS
           END-READ.

       CAPTURE-REQUEST-DETAILS.
           PERFORM FIND-NEXT-REQUEST

           MOVE WS-NEXT-REQUEST TO DSR-REQUEST-NO
           MOVE CUSTOMER-ID     TO DSR-CUSTOMER-ID

           DISPLAY "ENTER BRANCH: ".
           ACCEPT DSR-BRANCH.

           DISPLAY "ENTER CHANNEL RECEIVED (BRANCH/POST/EMAIL): ".
           ACCEPT DSR-CHANNEL.

           MOVE WS-TS-DATE TO DSR-RECEIVED-DATE
           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE) + WS-STATUTORY-DAYS
           COMPUTE DSR-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
           MOVE WS-OPERATOR-ID    TO DSR-LOGGED-BY
           MOVE 0                 TO DSR-FULFILLED-DATE
           MOVE 0                 TO DSR-EXTRACT-LINES
           SET DSR-REQUEST-OPEN   TO TRUE
           WRITE DSAR-REGISTER-RECORD
           CALL "FILERR" USING "DSARMNT " "DSARREG" WS-DSARREG-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           DISPLAY "REQUEST " WS-NEXT-REQUEST " LOGGED FOR "
               CUSTOMER-ID " - " CUM-CUSTOMER-NAME
           DISPLAY "STATUTORY DUE DATE " DSR-DUE-DATE.

      * REQUEST NUMBERS RUN ACROSS THE WHOLE BANK - THE NEXT ONE IS
      * ONE PAST THE HIGHEST ON THE REGISTER.
       FIND-NEXT-REQUEST.
           MOVE 0 TO WS-NEXT-REQUEST
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO DSR-REQUEST-NO
           START DSAR-REGISTER KEY IS NOT LESS THAN DSR-REQUEST-NO
               INVALID KEY SET END-OF-REGISTER TO TRUE
           END-START
           PERFORM UNTIL END-OF-REGISTER
               READ DSAR-REGISTER NEXT RECORD
                   AT END SET END-OF-REGISTER TO TRUE
                   NOT AT END
                       MOVE DSR-REQUEST-NO TO WS-NEXT-REQUEST
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-REQUEST.

       WITHDRAW-EXISTING-REQUEST.
           DISPLAY "ENTER REQUEST NUMBER: ".
           ACCEPT WS-REQUEST-NO.

           MOVE WS-REQUEST-NO TO DSR-REQUEST-NO
           READ DSAR-REGISTER
               INVALID KEY
                   DISPLAY "Request not found"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN DSR-CUSTOMER-ID NOT = CUSTOMER-ID
                           DISPLAY "Request is for another customer"
                       WHEN NOT DSR-REQUEST-OPEN
                           DISPLAY "Request is no longer open"
                       WHEN OTHER
                           SET DSR-REQUEST-WITHDRAWN TO TRUE
                           REWRITE DSAR-REGISTER-RECORD
                           CALL "FILERR" USING "DSARMNT " "DSARREG"
                               WS-DSARREG-STATUS WS-ABEND-FLAG
                           IF WS-ABEND
                               STOP RUN
                           END-IF
                           DISPLAY "REQUEST " WS-REQUEST-NO
                               " WITHDRAWN"
                   END-EVALUATE
           END-READ.

       LIST-CUSTOMER-REQUESTS.
           MOVE 0 TO WS-LISTED-COUNT
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO DSR-REQUEST-NO
           START DSAR-REGISTER KEY IS NOT LESS THAN DSR-REQUEST-NO
               INVALID KEY SET END-OF-REGISTER TO TRUE
           END-START
           PERFORM UNTIL END-OF-REGISTER
               READ DSAR-REGISTER NEXT RECORD
                   AT END SET END-OF-REGISTER TO TRUE
                   NOT AT END
                       IF DSR-CUSTOMER-ID = CUSTOMER-ID
                           DISPLAY "  REQ " DSR-REQUEST-NO
                               " RECEIVED " DSR-RECEIVED-DATE
                               " DUE " DSR-DUE-DATE
                               " STATUS " DSR-STATUS
                               " FULFILLED " DSR-FULFILLED-DATE
                           ADD 1 TO WS-LISTED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-LISTED-COUNT " REQUEST(S) ON FILE".
