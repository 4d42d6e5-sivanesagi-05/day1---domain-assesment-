       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLSTR.

      *****************************************************
      * Nightly suspicious-transaction report extract for    *
      * the regulator. Every case the compliance desk has     *
      * decided as reported and that has not yet been          *
      * extracted goes onto STRRPT: a case line with the        *
      * customer's CUSTMAST details, the investigator and the    *
      * disposition notes, then one line per signal and           *
      * transaction linked to the case. The case is stamped with   *
      * the extract date so it is sent once.                        *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AML-CASES ASSIGN TO "AMLCASE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AMC-CASE-NUMBER
               ALTERNATE RECORD KEY AMC-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS WS-AMLCASE-STATUS.

           SELECT AML-CASE-ITEMS ASSIGN TO "AMLITEM.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AMI-KEY
               FILE STATUS WS-AMLITEM-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CUM-CUSTOMER-ID
               FILE STATUS WS-CUSTMAST-STATUS.

           SELECT STR-EXTRACT ASSIGN TO "STRRPT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-STRRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AML-CASES.
       COPY "AMLCASE.cpy".

       FD  AML-CASE-ITEMS.
       COPY "AMLITEM.cpy".

       FD  CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".

       FD  STR-EXTRACT.
      * C = THE CASE AND WHO IT CONCERNS; T = A LINKED SIGNAL OR
      * TRANSACTION UNDER IT.
       01 STR-CASE-LINE.
          05 STC-RECORD-TYPE        PIC X.
          05 STC-CASE-NUMBER        PIC 9(8).
          05 STC-REPORTED-DATE      PIC 9(8).
          05 STC-CUSTOMER-ID        PIC 9(8).
          05 STC-CUSTOMER-NAME      PIC X(30).
          05 STC-DATE-OF-BIRTH      PIC 9(8).
          05 STC-ADDRESS            PIC X(40).
          05 STC-INVESTIGATOR-ID    PIC X(8).
          05 STC-OPENED-DATE        PIC 9(8).
          05 STC-ALERT-COUNT        PIC 9(4).
          05 STC-DISPOSITION-NOTES  PIC X(60).
       01 STR-TRANSACTION-LINE.
          05 STT-RECORD-TYPE        PIC X.
          05 STT-CASE-NUMBER        PIC 9(8).
          05 STT-ITEM-SEQ           PIC 9(4).
          05 STT-SOURCE             PIC X(8).
          05 STT-RULE               PIC X(10).
          05 STT-ACCOUNT-NUMBER     PIC 9(10).
          05 STT-TRANS-DATE         PIC 9(8).
          05 STT-TRANS-CODE         PIC X(4).
          05 STT-AMOUNT             PIC 9(11)V99.
          05 STT-REFERENCE          PIC X(12).

       WORKING-STORAGE SECTION.
       01 WS-AMLCASE-STATUS   PIC XX.
       01 WS-AMLITEM-STATUS   PIC XX.
       01 WS-CUSTMAST-STATUS  PIC XX.
       01 WS-STRRPT-STATUS    PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-CASES     VALUE "Y".
       01 WS-ITEM-EOF-FLAG    PIC X      VALUE "N".
          88 END-OF-ITEMS     VALUE "Y".
       01 WS-CASE-COUNT       PIC 9(7)   VALUE 0.
       01 WS-LINE-COUNT       PIC 9(7)   VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES

           PERFORM UNTIL END-OF-CASES
               READ AML-CASES NEXT RECORD
                   AT END SET END-OF-CASES TO TRUE
                   NOT AT END
                       IF AMC-REPORTED AND AMC-STR-EXTRACT-DATE = 0
                           PERFORM EXTRACT-ONE-CASE
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "STR EXTRACT COMPLETE - " WS-CASE-COUNT
               " CASE(S), " WS-LINE-COUNT " TRANSACTION LINE(S)"

           CLOSE AML-CASES
           CLOSE AML-CASE-ITEMS
           CLOSE CUSTOMER-MASTER
           CLOSE STR-EXTRACT

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN I-O AML-CASES
           IF WS-AMLCASE-STATUS = "35"
               SET END-OF-CASES TO TRUE
               OPEN OUTPUT AML-CASES
               CLOSE AML-CASES
               OPEN I-O AML-CASES
           END-IF
           CALL "FILERR" USING "AMLSTR  " "AMLCASE" WS-AMLCASE-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT AML-CASE-ITEMS
           IF WS-AMLITEM-STATUS = "35"
               OPEN OUTPUT AML-CASE-ITEMS
               CLOSE AML-CASE-ITEMS
               OPEN INPUT AML-CASE-ITEMS
           END-IF
           CALL "FILERR" USING "AMLSTR  " "AMLITEM" WS-AMLITEM-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           CALL "FILERR" USING "AMLSTR  " "CUSTMAST" WS-CUSTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT STR-EXTRACT
           CALL "FILERR" USING "AMLSTR  " "STRRPT" WS-STRRPT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       EXTRACT-ONE-CASE.
           INITIALIZE STR-CASE-LINE
           MOVE "C"                   TO STC-RECORD-TYPE
           MOVE AMC-CASE-NUMBER       TO STC-CASE-NUMBER
           MOVE AMC-STATUS-DATE       TO STC-REPORTED-DATE
           MOVE AMC-CUSTOMER-ID       TO STC-CUSTOMER-ID
           MOVE AMC-INVESTIGATOR-ID   TO STC-INVESTIGATOR-ID
           MOVE AMC-OPENED-DATE       TO STC-OPENED-DATE
           MOVE AMC-ALERT-COUNT       TO STC-ALERT-COUNT
           MOVE AMC-DISPOSITION-NOTES TO STC-DISPOSITION-NOTES
           MOVE AMC-CUSTOMER-ID       TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO STC-CUSTOMER-NAME
               NOT INVALID KEY
                   MOVE CUM-CUSTOMER-NAME   TO STC-CUSTOMER-NAME
                   MOVE CUM-DATE-OF-BIRTH   TO STC-DATE-OF-BIRTH
                   MOVE CUM-ADDRESS         TO STC-ADDRESS
           END-READ
           WRITE STR-CASE-LINE
           ADD 1 TO WS-CASE-COUNT

           PERFORM EXTRACT-CASE-ITEMS

           MOVE WS-TS-DATE TO AMC-STR-EXTRACT-DATE
           REWRITE AML-CASE-RECORD
           IF WS-AMLCASE-STATUS NOT = "02"
               CALL "FILERR" USING "AMLSTR  " "AMLCASE"
                   WS-AMLCASE-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF.

       EXTRACT-CASE-ITEMS.
           MOVE "N" TO WS-ITEM-EOF-FLAG
           MOVE AMC-CASE-NUMBER TO AMI-CASE-NUMBER
           MOVE 0               TO AMI-ITEM-SEQ
           START AML-CASE-ITEMS KEY IS NOT LESS THAN AMI-KEY
               INVALID KEY SET END-OF-ITEMS TO TRUE
           END-START
           PERFORM UNTIL END-OF-ITEMS
               READ AML-CASE-ITEMS NEXT RECORD
                   AT END SET END-OF-ITEMS TO TRUE
                   NOT AT END
                       IF AMI-CASE-NUMBER NOT = AMC-CASE-NUMBER
                           SET END-OF-ITEMS TO TRUE
                       ELSE
                           MOVE "T"                TO STT-RECORD-TYPE
                           MOVE AMI-CASE-NUMBER    TO STT-CASE-NUMBER
                           MOVE AMI-ITEM-SEQ       TO STT-ITEM-SEQ
                           MOVE AMI-SOURCE         TO STT-SOURCE
                           MOVE AMI-RULE           TO STT-RULE
                           MOVE AMI-ACCOUNT-NUMBER
                               TO STT-ACCOUNT-NUMBER
                           MOVE AMI-TRANS-DATE     TO STT-TRANS-DATE
                           MOVE AMI-TRANS-CODE     TO STT-TRANS-CODE
                           MOVE AMI-AMOUNT         TO STT-AMOUNT
                           MOVE AMI-REFERENCE      TO STT-REFERENCE
                           WRITE STR-TRANSACTION-LINE
                           ADD 1 TO WS-LINE-COUNT
                       END-IF
               END-READ
           END-PERFORM.
