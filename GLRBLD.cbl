       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRBLD.

      *****************************************************
      * Seeds the GLCOA chart of accounts and the GLRULE     *
      * posting-rule table with the GL lines and the debit/   *
      * credit pairs the posting programs have always used.    *
      * Run once to load the tables, and again whenever a       *
      * new posting program ships its rules. Rows already on     *
      * file are left alone - finance's COAMNT changes always     *
      * win over the shipped defaults.                             *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-OF-ACCOUNTS ASSIGN TO "GLCOA.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY COA-GL-ACCOUNT
               FILE STATUS WS-GLCOA-STATUS.

           SELECT GL-POSTING-RULES ASSIGN TO "GLRULE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY GPR-KEY
               FILE STATUS WS-GLRULE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHART-OF-ACCOUNTS.
       COPY "GLCOA.cpy".

       FD  GL-POSTING-RULES.
       COPY "GLRULE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-GLCOA-STATUS     PIC XX.
       01 WS-GLRULE-STATUS    PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-IDX              PIC 9(3).
       01 WS-ACCOUNTS-ADDED   PIC 9(5)   VALUE 0.
       01 WS-RULES-ADDED      PIC 9(5)   VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

      * GL ACCOUNT, DESCRIPTION, CLASS.
       01 WS-SEED-CHART-VALUES.
          05 FILLER PIC X(39) VALUE
              "BILLPAY BILL PAYMENTS DUE TO BILLERS  L".
          05 FILLER PIC X(39) VALUE
              "BRTRNSFRBRANCH TRANSFER CLEARING      A".
          05 FILLER PIC X(39) VALUE
              "CASH    CASH AND VAULT HOLDINGS       A".
          05 FILLER PIC X(39) VALUE
              "CLRGSETLCLEARING SETTLEMENT ACCOUNT   A".
          05 FILLER PIC X(39) VALUE
              "CUSTLIABCUSTOMER DEPOSIT LIABILITY    L".
          05 FILLER PIC X(39) VALUE
              "DRAFTPAYDRAFTS AND BANKERS CHQ PAYABLEL".
          05 FILLER PIC X(39) VALUE
              "FEEINCOMFEE AND CHARGE INCOME         I".
          05 FILLER PIC X(39) VALUE
              "FXGAIN  FX REVALUATION GAINS          I".
          05 FILLER PIC X(39) VALUE
              "FXLOSS  FX REVALUATION LOSSES         E".
          05 FILLER PIC X(39) VALUE
              "FXPOSN  FX POSITION ACCOUNT           A".
          05 FILLER PIC X(39) VALUE
              "GLSUSPNSGL POSTING SUSPENSE           L".
          05 FILLER PIC X(39) VALUE
              "INTEXPNSINTEREST EXPENSE ON DEPOSITS  E".
          05 FILLER PIC X(39) VALUE
              "INTINCOMINTEREST INCOME               I".
          05 FILLER PIC X(39) VALUE
              "INTRECV INTEREST RECEIVABLE ON LOANS  A".
          05 FILLER PIC X(39) VALUE
              "LLPROVSNLOAN LOSS PROVISION           A".
          05 FILLER PIC X(39) VALUE
              "LOANASSTLOANS AND ADVANCES            A".
          05 FILLER PIC X(39) VALUE
              "PENLINC PENAL INTEREST AND LATE FEES  I".
          05 FILLER PIC X(39) VALUE
              "PENLRECVPENAL CHARGES RECEIVABLE      A".
          05 FILLER PIC X(39) VALUE
              "PROVEXP PROVISION EXPENSE             E".
          05 FILLER PIC X(39) VALUE
              "RECOVINCWRITTEN-OFF LOAN RECOVERIES   I".
          05 FILLER PIC X(39) VALUE
              "RETEARN RETAINED EARNINGS             L".
          05 FILLER PIC X(39) VALUE
              "SALSUSPNSALARY BULK-CREDIT SUSPENSE   L".

       01 WS-SEED-CHART REDEFINES WS-SEED-CHART-VALUES.
          05 WS-SEED-ACCOUNT OCCURS 22 TIMES.
             10 WS-SEED-GL-ACCOUNT   PIC X(8).
             10 WS-SEED-DESCRIPTION  PIC X(30).
             10 WS-SEED-CLASS        PIC X.

      * PROGRAM, EVENT, ACCOUNT TYPE, DEBIT GL, CREDIT GL.
       01 WS-SEED-RULE-VALUES.
          05 FILLER PIC X(34) VALUE
              "ACCTCLSECLOSEOUT**CUSTLIABCASH    ".
          05 FILLER PIC X(34) VALUE
              "AUTHPENDCASHWDR **CUSTLIABCASH    ".
          05 FILLER PIC X(34) VALUE
              "AUTHPENDFXCREDIT**FXPOSN  CUSTLIAB".
          05 FILLER PIC X(34) VALUE
              "AUTHPENDFXDEBIT **CUSTLIABFXPOSN  ".
          05 FILLER PIC X(34) VALUE
              "AUTHPENDWIRESEND**CUSTLIABCLRGSETL".
          05 FILLER PIC X(34) VALUE
              "BILLPAY PAYMENT **CUSTLIABBILLPAY ".
          05 FILLER PIC X(34) VALUE
              "BILLRUN PAYMENT **CUSTLIABBILLPAY ".
          05 FILLER PIC X(34) VALUE
              "BILLSETLSETTLE  **BILLPAY CUSTLIAB".
          05 FILLER PIC X(34) VALUE
              "BRMERGE TRANSFER**BRTRNSFRBRTRNSFR".
          05 FILLER PIC X(34) VALUE
              "CHGAPPR FXGAIN  FXFXPOSN  FXGAIN  ".
          05 FILLER PIC X(34) VALUE
              "CHGAPPR FXLOSS  FXFXLOSS  FXPOSN  ".
          05 FILLER PIC X(34) VALUE
              "CHQRETRNCHQRETN **CUSTLIABCASH    ".
          05 FILLER PIC X(34) VALUE
              "CHQRETRNFEE     **CUSTLIABFEEINCOM".
          05 FILLER PIC X(34) VALUE
              "DDCOLL  DDEBIT  **CUSTLIABCLRGSETL".
          05 FILLER PIC X(34) VALUE
              "DEPAPPR CASHDEP **CASH    CUSTLIAB".
          05 FILLER PIC X(34) VALUE
              "DEPOSIT CASHDEP **CASH    CUSTLIAB".
          05 FILLER PIC X(34) VALUE
              "DEPOSIT FXCREDIT**FXPOSN  CUSTLIAB".
          05 FILLER PIC X(34) VALUE
              "DEPOSIT FXDEBIT **CASH    FXPOSN  ".
          05 FILLER PIC X(34) VALUE
              "DEPOSIT SALCREDT**SALSUSPNCUSTLIAB".
          05 FILLER PIC X(34) VALUE
              "DRAFTCANREFNDACT**DRAFTPAYCUSTLIAB".
          05 FILLER PIC X(34) VALUE
              "DRAFTCANREFNDCSH**DRAFTPAYCASH    ".
          05 FILLER PIC X(34) VALUE
              "DRAFTISSISSUEACT**CUSTLIABDRAFTPAY".
          05 FILLER PIC X(34) VALUE
              "DRAFTISSISSUECSH**CASH    DRAFTPAY".
          05 FILLER PIC X(34) VALUE
              "EMICOLL EMI     **CUSTLIABLOANASST".
          05 FILLER PIC X(34) VALUE
              "FEEASSESSVCFEE  **CUSTLIABFEEINCOM".
          05 FILLER PIC X(34) VALUE
              "FEEWVR  PENLWAIVLNPENLINC PENLRECV".
          05 FILLER PIC X(34) VALUE
              "FEEWVR  WAIVER  **FEEINCOMCUSTLIAB".
          05 FILLER PIC X(34) VALUE
              "GLYREND RETEARN **RETEARN RETEARN ".
          05 FILLER PIC X(34) VALUE
              "INCLEAR CHQPAID **CUSTLIABCLRGSETL".
          05 FILLER PIC X(34) VALUE
              "INCLEAR DRAFTPD **DRAFTPAYCLRGSETL".
          05 FILLER PIC X(34) VALUE
              "INTACCR CAPITAL **INTEXPNSCUSTLIAB".
          05 FILLER PIC X(34) VALUE
              "LKRRENT FEE     **CUSTLIABFEEINCOM".
          05 FILLER PIC X(34) VALUE
              "LNINTACCACCRUE  LNINTRECV INTINCOM".
          05 FILLER PIC X(34) VALUE
              "LNINTACCPENAL   LNPENLRECVPENLINC ".
          05 FILLER PIC X(34) VALUE
              "LNPROV  PROVDOWNLNLLPROVSNPROVEXP ".
          05 FILLER PIC X(34) VALUE
              "LNPROV  PROVUP  LNPROVEXP LLPROVSN".
          05 FILLER PIC X(34) VALUE
              "LNTRREL TRANCHE **LOANASSTCUSTLIAB".
          05 FILLER PIC X(34) VALUE
              "LNWRTOFFRELEASE LNLLPROVSNPROVEXP ".
          05 FILLER PIC X(34) VALUE
              "LNWRTOFFTOPUP   LNPROVEXP LLPROVSN".
          05 FILLER PIC X(34) VALUE
              "LNWRTOFFWRITEOFFLNLLPROVSNLOANASST".
          05 FILLER PIC X(34) VALUE
              "LNWRTOFFWROFFPENLNPENLINC PENLRECV".
          05 FILLER PIC X(34) VALUE
              "LNWRTOFFWROFFINTLNLLPROVSNINTRECV ".
          05 FILLER PIC X(34) VALUE
              "LOANOPENDISBURSE**LOANASSTCUSTLIAB".
          05 FILLER PIC X(34) VALUE
              "LOANPOSTLATEFEE LNPENLRECVPENLINC ".
          05 FILLER PIC X(34) VALUE
              "LOANPOSTPENLCOLLLNCLRGSETLPENLRECV".
          05 FILLER PIC X(34) VALUE
              "LOANPOSTRECOVERYLNCLRGSETLRECOVINC".
          05 FILLER PIC X(34) VALUE
              "ODINTACCDRINT   **CUSTLIABINTINCOM".
          05 FILLER PIC X(34) VALUE
              "PDCBACK FEE     **CUSTLIABFEEINCOM".
          05 FILLER PIC X(34) VALUE
              "RATELOADFXGAIN  FXFXPOSN  FXGAIN  ".
          05 FILLER PIC X(34) VALUE
              "RATELOADFXLOSS  FXFXLOSS  FXPOSN  ".
          05 FILLER PIC X(34) VALUE
              "RDCOLL  FEE     **CUSTLIABFEEINCOM".
          05 FILLER PIC X(34) VALUE
              "RDCOLL  INSTLCR **CASH    CUSTLIAB".
          05 FILLER PIC X(34) VALUE
              "RDCOLL  INSTLDR **CUSTLIABCASH    ".
          05 FILLER PIC X(34) VALUE
              "RDMATUR INTEREST**INTEXPNSCUSTLIAB".
          05 FILLER PIC X(34) VALUE
              "RDMATUR PAYLINK **CASH    CUSTLIAB".
          05 FILLER PIC X(34) VALUE
              "RDMATUR PROCEEDS**CUSTLIABCASH    ".
          05 FILLER PIC X(34) VALUE
              "REVERSALCUSTCR  **CASH    CUSTLIAB".
          05 FILLER PIC X(34) VALUE
              "REVERSALCUSTDR  **CUSTLIABCASH    ".
          05 FILLER PIC X(34) VALUE
              "SALCRDT EMPDEBIT**CUSTLIABSALSUSPN".
          05 FILLER PIC X(34) VALUE
              "STOPMNT FEE     **CUSTLIABFEEINCOM".
          05 FILLER PIC X(34) VALUE
              "TDBREAK INTEREST**INTEXPNSCUSTLIAB".
          05 FILLER PIC X(34) VALUE
              "TDBREAK PAYLINK **CASH    CUSTLIAB".
          05 FILLER PIC X(34) VALUE
              "TDBREAK PROCEEDS**CUSTLIABCASH    ".
          05 FILLER PIC X(34) VALUE
              "TDMATUR INTEREST**INTEXPNSCUSTLIAB".
          05 FILLER PIC X(34) VALUE
              "TDMATUR PAYLINK **CASH    CUSTLIAB".
          05 FILLER PIC X(34) VALUE
              "TDMATUR PROCEEDS**CUSTLIABCASH    ".
          05 FILLER PIC X(34) VALUE
              "TDPAYOUTINTEREST**INTEXPNSCUSTLIAB".
          05 FILLER PIC X(34) VALUE
              "TRANSFERFXCREDIT**FXPOSN  CUSTLIAB".
          05 FILLER PIC X(34) VALUE
              "TRANSFERFXDEBIT **CUSTLIABFXPOSN  ".
          05 FILLER PIC X(34) VALUE
              "WDRPOST CASHWDR **CUSTLIABCASH    ".
          05 FILLER PIC X(34) VALUE
              "WDRPOST FXCREDIT**FXPOSN  CASH    ".
          05 FILLER PIC X(34) VALUE
              "WDRPOST FXDEBIT **CUSTLIABFXPOSN  ".
          05 FILLER PIC X(34) VALUE
              "WIREOUT WIRESEND**CUSTLIABCLRGSETL".
          05 FILLER PIC X(34) VALUE
              "WIRERETNWIRERETN**CLRGSETLCUSTLIAB".
          05 FILLER PIC X(34) VALUE
              "WITHDRAWCASHWDR **CUSTLIABCASH    ".
          05 FILLER PIC X(34) VALUE
              "WITHDRAWFEE     **CUSTLIABFEEINCOM".
          05 FILLER PIC X(34) VALUE
              "WITHDRAWFXCREDIT**FXPOSN  CASH    ".
          05 FILLER PIC X(34) VALUE
              "WITHDRAWFXDEBIT **CUSTLIABFXPOSN  ".

       01 WS-SEED-RULES REDEFINES WS-SEED-RULE-VALUES.
          05 WS-SEED-RULE OCCURS 78 TIMES.
             10 WS-SEED-RULE-KEY     PIC X(18).
             10 WS-SEED-DR-GL        PIC X(8).
             10 WS-SEED-CR-GL        PIC X(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           OPEN I-O CHART-OF-ACCOUNTS
           IF WS-GLCOA-STATUS = "35"
               OPEN OUTPUT CHART-OF-ACCOUNTS
               CLOSE CHART-OF-ACCOUNTS
               OPEN I-O CHART-OF-ACCOUNTS
           END-IF
           CALL "FILERR" USING "GLRBLD  " "GLCOA" WS-GLCOA-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O GL-POSTING-RULES
           IF WS-GLRULE-STATUS = "35"
               OPEN OUTPUT GL-POSTING-RULES
               CLOSE GL-POSTING-RULES
               OPEN I-O GL-POSTING-RULES
           END-IF
           CALL "FILERR" USING "GLRBLD  " "GLRULE" WS-GLRULE-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 22
               PERFORM SEED-ONE-ACCOUNT
           END-PERFORM

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 78
               PERFORM SEED-ONE-RULE
           END-PERFORM

           DISPLAY "GL TABLE BUILD COMPLETE - " WS-ACCOUNTS-ADDED
               " ACCOUNT(S) AND " WS-RULES-ADDED " RULE(S) ADDED"

           CLOSE CHART-OF-ACCOUNTS
           CLOSE GL-POSTING-RULES

           STOP RUN.

       SEED-ONE-ACCOUNT.
           MOVE WS-SEED-GL-ACCOUNT (WS-IDX) TO COA-GL-ACCOUNT
           READ CHART-OF-ACCOUNTS
               INVALID KEY
                   MOVE WS-SEED-DESCRIPTION (WS-IDX) TO COA-DESCRIPTION
                   MOVE WS-SEED-CLASS (WS-IDX)       TO COA-CLASS
                   SET COA-ACCOUNT-OPEN              TO TRUE
                   MOVE "GLRBLD  "                   TO COA-SET-BY
                   MOVE WS-TS-DATE                   TO COA-SET-DATE
                   WRITE CHART-OF-ACCOUNTS-RECORD
                   CALL "FILERR" USING "GLRBLD  " "GLCOA"
                       WS-GLCOA-STATUS WS-ABEND-FLAG
                   IF WS-ABEND
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ACCOUNTS-ADDED
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       SEED-ONE-RULE.
           MOVE WS-SEED-RULE-KEY (WS-IDX) TO GPR-KEY
           READ GL-POSTING-RULES
               INVALID KEY
                   MOVE WS-SEED-DR-GL (WS-IDX) TO GPR-DR-GL-ACCOUNT
                   MOVE WS-SEED-CR-GL (WS-IDX) TO GPR-CR-GL-ACCOUNT
                   MOVE "GLRBLD  "             TO GPR-SET-BY
                   MOVE WS-TS-DATE             TO GPR-SET-DATE
                   WRITE GL-POSTING-RULE-RECORD
                   CALL "FILERR" USING "GLRBLD  " "GLRULE"
                       WS-GLRULE-STATUS WS-ABEND-FLAG
                   IF WS-ABEND
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-RULES-ADDED
               NOT INVALID KEY
                   CONTINUE
           END-READ.
