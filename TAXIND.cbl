       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXIND.

      *****************************************************
      * Monthly FATCA/CRS indicia check. Sweeps the TAXRES   *
      * register for customers showing a foreign indicium - a *
      * foreign address country or a foreign residency on file *
      * - without a valid self-certification, flags them with   *
      * the date first found, and lists them on TAXINDX with the *
      * days outstanding so the branch can chase the              *
      * self-certification. A customer whose self-certification    *
      * has since come in, or whose indicia have gone, is cleared.  *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-RESIDENCY ASSIGN TO "TAXRES.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TRS-CUSTOMER-ID
               FILE STATUS WS-TAXRES-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CUM-CUSTOMER-ID
               FILE STATUS WS-CUSTMAST-STATUS.

           SELECT INDICIA-EXCEPTIONS ASSIGN TO "TAXINDX.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-TAXINDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-RESIDENCY.
       COPY "TAXRES.cpy".

       FD  CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".

       FD  INDICIA-EXCEPTIONS.
       01 INDICIA-EXCEPTION-LINE.
          05 TIX-CUSTOMER-ID        PIC 9(8).
          05 FILLER                 PIC X(2).
          05 TIX-CUSTOMER-NAME      PIC X(30).
          05 FILLER                 PIC X(2).
          05 TIX-ADDRESS-COUNTRY    PIC X(2).
          05 FILLER                 PIC X(2).
          05 TIX-RES-COUNTRIES      PIC X(8).
          05 FILLER                 PIC X(2).
          05 TIX-CERT-STATUS        PIC X.
          05 FILLER                 PIC X(2).
          05 TIX-INDICIA-DATE       PIC 9(8).
          05 FILLER                 PIC X(2).
          05 TIX-DAYS-OPEN          PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-TAXRES-STATUS    PIC XX.
       01 WS-CUSTMAST-STATUS  PIC XX.
       01 WS-TAXINDX-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-REGISTER  VALUE "Y".
       01 WS-INDICIA-FLAG     PIC X.
          88 WS-HAS-INDICIA   VALUE "Y".
       01 I                   PIC 9.
       01 WS-DAYS-OPEN        PIC 9(5).
       01 WS-READ-COUNT       PIC 9(7)   VALUE 0.
       01 WS-NEW-COUNT        PIC 9(5)   VALUE 0.
       01 WS-OPEN-COUNT       PIC 9(5)   VALUE 0.
       01 WS-CLEARED-COUNT    PIC 9(5)   VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           OPEN I-O TAX-RESIDENCY
           IF WS-TAXRES-STATUS = "35"
               DISPLAY "NO TAX RESIDENCY REGISTER - NOTHING TO CHECK"
               STOP RUN
           END-IF
           CALL "FILERR" USING "TAXIND  " "TAXRES" WS-TAXRES-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           CALL "FILERR" USING "TAXIND  " "CUSTMAST" WS-CUSTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT INDICIA-EXCEPTIONS
           CALL "FILERR" USING "TAXIND  " "TAXINDX" WS-TAXINDX-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           PERFORM UNTIL END-OF-REGISTER
               READ TAX-RESIDENCY NEXT RECORD
                   AT END SET END-OF-REGISTER TO TRUE
                   NOT AT END PERFORM CHECK-ONE-CUSTOMER
               END-READ
           END-PERFORM

           DISPLAY "INDICIA CHECK COMPLETE - " WS-READ-COUNT
               " READ, " WS-OPEN-COUNT " OUTSTANDING ("
               WS-NEW-COUNT " NEW), " WS-CLEARED-COUNT " CLEARED"

           CLOSE TAX-RESIDENCY
           CLOSE CUSTOMER-MASTER
           CLOSE INDICIA-EXCEPTIONS

           STOP RUN.

      * A VALID SELF-CERTIFICATION CURES EVERY INDICIUM - THE
      * RESIDENCIES IT DECLARES ARE WHAT GETS REPORTED.
       CHECK-ONE-CUSTOMER.
           ADD 1 TO WS-READ-COUNT
           MOVE "N" TO WS-INDICIA-FLAG
           IF TRS-ADDRESS-COUNTRY NOT = SPACES
               SET WS-HAS-INDICIA TO TRUE
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
               IF TRS-RES-COUNTRY(I) NOT = SPACES
                   SET WS-HAS-INDICIA TO TRUE
               END-IF
           END-PERFORM
           IF TRS-CERT-VALID
               MOVE "N" TO WS-INDICIA-FLAG
           END-IF

           IF WS-HAS-INDICIA
               IF NOT TRS-INDICIA-OPEN
                   SET TRS-INDICIA-OPEN TO TRUE
                   MOVE WS-TS-DATE TO TRS-INDICIA-DATE
                   PERFORM REWRITE-THE-ROW
                   ADD 1 TO WS-NEW-COUNT
               END-IF
               PERFORM LIST-THE-CUSTOMER
               ADD 1 TO WS-OPEN-COUNT
           ELSE
               IF TRS-INDICIA-OPEN
                   MOVE "N" TO TRS-INDICIA-FLAG
                   MOVE 0 TO TRS-INDICIA-DATE
                   PERFORM REWRITE-THE-ROW
                   ADD 1 TO WS-CLEARED-COUNT
               END-IF
           END-IF.

       REWRITE-THE-ROW.
           REWRITE TAX-RESIDENCY-RECORD
           CALL "FILERR" USING "TAXIND  " "TAXRES" WS-TAXRES-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       LIST-THE-CUSTOMER.
           MOVE SPACES TO INDICIA-EXCEPTION-LINE
           MOVE TRS-CUSTOMER-ID TO TIX-CUSTOMER-ID
           MOVE TRS-CUSTOMER-ID TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "** NOT ON CUSTMAST **" TO TIX-CUSTOMER-NAME
               NOT INVALID KEY
                   MOVE CUM-CUSTOMER-NAME TO TIX-CUSTOMER-NAME
           END-READ
           MOVE TRS-ADDRESS-COUNTRY TO TIX-ADDRESS-COUNTRY
           MOVE TRS-RES-COUNTRY(1)  TO TIX-RES-COUNTRIES(1:2)
           MOVE TRS-RES-COUNTRY(2)  TO TIX-RES-COUNTRIES(4:2)
           MOVE TRS-RES-COUNTRY(3)  TO TIX-RES-COUNTRIES(7:2)
           MOVE TRS-CERT-STATUS     TO TIX-CERT-STATUS
           MOVE TRS-INDICIA-DATE    TO TIX-INDICIA-DATE
           COMPUTE WS-DAYS-OPEN =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
               - FUNCTION INTEGER-OF-DATE(TRS-INDICIA-DATE)
           MOVE WS-DAYS-OPEN TO TIX-DAYS-OPEN
           WRITE INDICIA-EXCEPTION-LINE.
