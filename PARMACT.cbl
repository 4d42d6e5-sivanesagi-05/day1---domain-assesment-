
      *****************************************************
      * Nightly parameter activation. Every staged row on    *
      * PARMPEND whose effective date has arrived is applied  *
      * to its table - MINBALPM, VELLIMIT, SVCFEEPM, or        *
      * FEESCHED - with the same before/after audit record      *
      * PARMMNT writes, and the row is marked applied so a rerun *
      * cannot activate it twice.                                 *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY SFP-ACCOUNT-TYPE
               FILE STATUS WS-SVCFEEPM-STATUS.

           SELECT FEE-SCHEDULE ASSIGN TO "FEESCHED.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FSC-KEY
               FILE STATUS WS-FEESCHED-STATUS.

           SELECT PARAMETER-AUDIT ASSIGN TO "PARMAUD.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-PARMAUD-STATUS.
       FD  SERVICE-FEE-PARAMETER.
       COPY "SVCFEEPM.cpy".

       FD  FEE-SCHEDULE.
       COPY "FEESCHED.cpy".

       FD  PARAMETER-AUDIT.
       01 PARAMETER-AUDIT-RECORD.
          05 PAR-TIMESTAMP          PIC X(16).
          05 PAR-BEFORE-V3          PIC 9(3).
          05 PAR-AFTER-V1           PIC 9(9)V99.
          05 PAR-AFTER-V3           PIC 9(3).
          05 PAR-EVENT-CODE         PIC X(4).

       WORKING-STORAGE SECTION.
       01 WS-PARMPEND-STATUS  PIC XX.
       01 WS-MINBALPM-STATUS  PIC XX.
       01 WS-VELLIMIT-STATUS  PIC XX.
       01 WS-SVCFEEPM-STATUS  PIC XX.
       01 WS-FEESCHED-STATUS  PIC XX.
       01 WS-PARMAUD-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
           CLOSE MIN-BAL-PARAMETER
           CLOSE VELOCITY-LIMITS
           CLOSE SERVICE-FEE-PARAMETER
           CLOSE FEE-SCHEDULE
           CLOSE PARAMETER-AUDIT

           STOP RUN.
               STOP RUN
           END-IF

           OPEN I-O FEE-SCHEDULE
           IF WS-FEESCHED-STATUS = "35"
               OPEN OUTPUT FEE-SCHEDULE
               CLOSE FEE-SCHEDULE
               OPEN I-O FEE-SCHEDULE
           END-IF
           CALL "FILERR" USING "PARMACT " "FEESCHED"
               WS-FEESCHED-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN EXTEND PARAMETER-AUDIT
           IF WS-PARMAUD-STATUS = "35"
               OPEN OUTPUT PARAMETER-AUDIT
                   PERFORM ACTIVATE-VELLIMIT
               WHEN "SVCFEEPM"
                   PERFORM ACTIVATE-SVCFEEPM
               WHEN "FEESCHED"
                   PERFORM ACTIVATE-FEESCHED
               WHEN OTHER
                   DISPLAY "UNKNOWN TABLE " PRM-TABLE
                       " - ROW LEFT PENDING"
           END-IF
           PERFORM FINISH-THE-ROW.

       ACTIVATE-FEESCHED.
           MOVE 0 TO WS-BEFORE-V1
           MOVE 0 TO WS-BEFORE-V3
           MOVE PRM-ACCOUNT-TYPE TO FSC-ACCOUNT-TYPE
           MOVE PRM-EVENT-CODE   TO FSC-EVENT-CODE
           READ FEE-SCHEDULE
               INVALID KEY
                   MOVE PRM-ACCOUNT-TYPE TO FSC-ACCOUNT-TYPE
                   MOVE PRM-EVENT-CODE   TO FSC-EVENT-CODE
                   MOVE PRM-VALUE-1 TO FSC-FEE-AMOUNT
                   MOVE PRM-VALUE-3 TO FSC-FREE-ALLOWANCE
                   WRITE FEE-SCHEDULE-RECORD
               NOT INVALID KEY
                   MOVE FSC-FEE-AMOUNT     TO WS-BEFORE-V1
                   MOVE FSC-FREE-ALLOWANCE TO WS-BEFORE-V3
                   MOVE PRM-VALUE-1 TO FSC-FEE-AMOUNT
                   MOVE PRM-VALUE-3 TO FSC-FREE-ALLOWANCE
                   REWRITE FEE-SCHEDULE-RECORD
           END-READ
           CALL "FILERR" USING "PARMACT " "FEESCHED"
               WS-FEESCHED-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           PERFORM FINISH-THE-ROW.

       FINISH-THE-ROW.
           MOVE WS-TS-DATE       TO PAR-TIMESTAMP(1:8)
           MOVE WS-TS-TIME       TO PAR-TIMESTAMP(9:8)
           MOVE WS-BEFORE-V3     TO PAR-BEFORE-V3
           MOVE PRM-VALUE-1      TO PAR-AFTER-V1
           MOVE PRM-VALUE-3      TO PAR-AFTER-V3
           MOVE PRM-EVENT-CODE   TO PAR-EVENT-CODE
           WRITE PARAMETER-AUDIT-RECORD

           SET PRM-ROW-APPLIED TO TRUE
