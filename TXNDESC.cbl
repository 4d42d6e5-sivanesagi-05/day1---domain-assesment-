       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNDESC.

      *****************************************************
      * Common transaction-code narrative lookup, called by  *
      * the statement build, the passbook update and the      *
      * teller history inquiry. Callers pass the code and       *
      * the D/W/I type letter off the history line, and get      *
      * back the short narrative and the statement                *
      * description from the TXNCODE table. A line with no         *
      * code, or a code not on the table, gets a narrative           *
      * made from its type letter so it never prints blank.           *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-CODES ASSIGN TO "TXNCODE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TCD-TRANS-CODE
               FILE STATUS WS-TXNCODE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-CODES.
       COPY "TXNCODE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-TXNCODE-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-CODE-FLAG        PIC X.
          88 WS-CODE-FOUND    VALUE "Y".

       LINKAGE SECTION.
       01 LS-TRANS-CODE       PIC X(4).
       01 LS-TRANS-TYPE       PIC X.
       01 LS-NARRATIVE        PIC X(12).
       01 LS-STATEMENT-DESC   PIC X(24).

       PROCEDURE DIVISION USING LS-TRANS-CODE LS-TRANS-TYPE
                                LS-NARRATIVE LS-STATEMENT-DESC.
       MAIN-LOGIC.
           MOVE "N" TO WS-CODE-FLAG

           IF LS-TRANS-CODE NOT = SPACES
               OPEN INPUT TRANSACTION-CODES
               IF WS-TXNCODE-STATUS = "35"
                   CONTINUE
               ELSE
                   CALL "FILERR" USING "TXNDESC " "TXNCODE"
                       WS-TXNCODE-STATUS WS-ABEND-FLAG
                   IF WS-ABEND
                       STOP RUN
                   END-IF
                   MOVE LS-TRANS-CODE TO TCD-TRANS-CODE
                   READ TRANSACTION-CODES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-CODE-FOUND TO TRUE
                   END-READ
                   CLOSE TRANSACTION-CODES
               END-IF
           END-IF

           IF WS-CODE-FOUND
               MOVE TCD-NARRATIVE      TO LS-NARRATIVE
               MOVE TCD-STATEMENT-DESC TO LS-STATEMENT-DESC
           ELSE
               PERFORM NARRATE-FROM-TYPE
           END-IF

           GOBACK.

       NARRATE-FROM-TYPE.
           EVALUATE LS-TRANS-TYPE
               WHEN "D"
                   MOVE "DEPOSIT"     TO LS-NARRATIVE
                   MOVE "DEPOSIT"     TO LS-STATEMENT-DESC
               WHEN "W"
                   MOVE "WITHDRAWAL"  TO LS-NARRATIVE
                   MOVE "WITHDRAWAL"  TO LS-STATEMENT-DESC
               WHEN "I"
                   MOVE "INTEREST"    TO LS-NARRATIVE
                   MOVE "INTEREST"    TO LS-STATEMENT-DESC
               WHEN OTHER
                   MOVE LS-TRANS-CODE TO LS-NARRATIVE
                   MOVE LS-TRANS-CODE TO LS-STATEMENT-DESC
           END-EVALUATE.
