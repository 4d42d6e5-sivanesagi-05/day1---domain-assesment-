       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRULE.

      *****************************************************
      * Common GL posting-rule lookup, called by every       *
      * posting program just ahead of GLPOST. Callers pass    *
      * their program name, the posting event, and the         *
      * account type, and get back the debit and credit GL      *
      * accounts finance has set on the GLRULE table. A row       *
      * for the exact account type wins over the program's         *
      * ** row; with neither, both accounts come back blank          *
      * and GLPOST books the pair to suspense and logs it.            *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-POSTING-RULES ASSIGN TO "GLRULE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY GPR-KEY
               FILE STATUS WS-GLRULE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-POSTING-RULES.
       COPY "GLRULE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-GLRULE-STATUS    PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-RULE-FLAG        PIC X.
          88 WS-RULE-FOUND    VALUE "Y".

       LINKAGE SECTION.
       01 LS-SOURCE-PROGRAM   PIC X(8).
       01 LS-EVENT            PIC X(8).
       01 LS-ACCOUNT-TYPE     PIC X(2).
       01 LS-DR-GL-ACCOUNT    PIC X(8).
       01 LS-CR-GL-ACCOUNT    PIC X(8).

       PROCEDURE DIVISION USING LS-SOURCE-PROGRAM LS-EVENT
                                LS-ACCOUNT-TYPE LS-DR-GL-ACCOUNT
                                LS-CR-GL-ACCOUNT.
       MAIN-LOGIC.
           MOVE SPACES TO LS-DR-GL-ACCOUNT
           MOVE SPACES TO LS-CR-GL-ACCOUNT
           MOVE "N" TO WS-RULE-FLAG

           OPEN INPUT GL-POSTING-RULES
           IF WS-GLRULE-STATUS = "35"
               DISPLAY "NO GL POSTING RULES ON FILE - "
                   LS-SOURCE-PROGRAM " " LS-EVENT " TO SUSPENSE"
               GOBACK
           END-IF
           CALL "FILERR" USING "GLRULE  " "GLRULE" WS-GLRULE-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           MOVE LS-SOURCE-PROGRAM TO GPR-SOURCE-PROGRAM
           MOVE LS-EVENT          TO GPR-EVENT
           MOVE LS-ACCOUNT-TYPE   TO GPR-ACCOUNT-TYPE
           PERFORM READ-ONE-RULE

           IF NOT WS-RULE-FOUND
               MOVE LS-SOURCE-PROGRAM TO GPR-SOURCE-PROGRAM
               MOVE LS-EVENT          TO GPR-EVENT
               MOVE "**"              TO GPR-ACCOUNT-TYPE
               PERFORM READ-ONE-RULE
           END-IF

           IF WS-RULE-FOUND
               MOVE GPR-DR-GL-ACCOUNT TO LS-DR-GL-ACCOUNT
               MOVE GPR-CR-GL-ACCOUNT TO LS-CR-GL-ACCOUNT
           END-IF

           CLOSE GL-POSTING-RULES

           GOBACK.

       READ-ONE-RULE.
           READ GL-POSTING-RULES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-RULE-FOUND TO TRUE
           END-READ.
