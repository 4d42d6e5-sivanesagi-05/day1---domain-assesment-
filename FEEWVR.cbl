
      *****************************************************
      * Supervisor fee waiver and refund facility - the      *
      * traceable replacement for raw REVERSALs against fee   *
      * postings. Refunds a specific fee back to the account   *
      * with a mandatory reason code, an AUDTRAIL image, a      *
      * statement line, and a GL entry backing the income out;   *
      * places or lifts the standing exemption FEEASSES honors    *
      * going forward. Every action writes a waiver-register line  *
      * for the monthly report. Penal interest and late charges     *
      * owed on a loan schedule are waived here too.                 *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY OPM-OPERATOR-ID
               FILE STATUS WS-OPERMAST-STATUS.

           SELECT LOAN-MASTER ASSIGN TO "LOANMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LNM-CUSTOMER-ID
               FILE STATUS WS-LOANMAST-STATUS.

           SELECT LOAN-SCHEDULE ASSIGN TO "LOANSCHD.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LSC-KEY
               FILE STATUS WS-LOANSCHD-STATUS.

           SELECT STATEMENT-EXTRACT ASSIGN TO "STMTEXT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-STMTEXT-STATUS.
       FD  OPERATOR-MASTER.
       COPY "OPERMAST.cpy".

       FD  LOAN-MASTER.
       COPY "LOANMAST.cpy".

       FD  LOAN-SCHEDULE.
       COPY "LOANSCHD.cpy".

       FD  STATEMENT-EXTRACT.
       COPY "STMTEXT.cpy".

             88 WVR-REFUNDED        VALUE "R".
             88 WVR-EXEMPT-PLACED   VALUE "E".
             88 WVR-EXEMPT-LIFTED   VALUE "L".
             88 WVR-PENAL-WAIVED    VALUE "P".
          05 WVR-AMOUNT             PIC 9(5)V99.
          05 WVR-REASON-CODE        PIC X(3).
          05 WVR-OPERATOR-ID        PIC X(8).
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-FEEEXMPT-STATUS  PIC XX.
       01 WS-OPERMAST-STATUS  PIC XX.
       01 WS-LOANMAST-STATUS  PIC XX.
       01 WS-LOANSCHD-STATUS  PIC XX.
       01 WS-STMTEXT-STATUS   PIC XX.
       01 WS-WAIVEREG-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-REFUND-FEE    VALUE "R".
          88 WS-PLACE-EXEMPT  VALUE "E".
          88 WS-LIFT-EXEMPT   VALUE "L".
          88 WS-WAIVE-PENAL   VALUE "P".
       01 ACCOUNT-NUMBER      PIC 9(10).
       01 WS-REFUND-AMOUNT    PIC 9(5)V99.
       01 WS-REASON-CODE      PIC X(3).
       01 WS-ON-FILE-FLAG     PIC X      VALUE "N".
          88 WS-EXEMPT-ON-FILE VALUE "Y".
       01 WS-NEW-BALANCE      PIC S9(9)V99.
       01 WS-SCHED-EOF-FLAG   PIC X      VALUE "N".
          88 END-OF-SCHEDULE  VALUE "Y".
       01 WS-WAIVE-LEFT       PIC 9(9)V99.
       01 WS-TAKE-AMOUNT      PIC 9(9)V99.
       01 WS-LINE-WAIVED      PIC 9(9)V99.
       01 WS-WAIVED-TOTAL     PIC 9(9)V99.
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-LTX-EVENT        PIC X(4)   VALUE "WAIV".
       01 WS-LTX-PRINCIPAL    PIC 9(9)V99 VALUE 0.
       01 WS-LTX-INTEREST     PIC 9(9)V99 VALUE 0.
       01 WS-LTX-CHARGES      PIC 9(9)V99.
       01 WS-LTX-REFERENCE    PIC X(16).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).
           ACCEPT WS-OPERATOR-ID.

           DISPLAY "ACTION - REFUND FEE(R) PLACE EXEMPTION(E)"
               " LIFT EXEMPTION(L) WAIVE LOAN PENALTIES(P): ".
           ACCEPT WS-ACTION.

           DISPLAY "ENTER ACCOUNT NUMBER: ".
           ACCEPT ACCOUNT-NUMBER.

           IF NOT WS-REFUND-FEE AND NOT WS-PLACE-EXEMPT
              AND NOT WS-LIFT-EXEMPT AND NOT WS-WAIVE-PENAL
               DISPLAY "INVALID ACTION - ENTER R, E, L OR P"
               GOBACK
           END-IF

                           PERFORM PLACE-THE-EXEMPTION
                       WHEN WS-LIFT-EXEMPT
                           PERFORM LIFT-THE-EXEMPTION
                       WHEN WS-WAIVE-PENAL
                           PERFORM WAIVE-LOAN-PENALTIES
                   END-EVALUATE
           END-READ

                   WS-BEFORE-IMAGE WS-AFTER-IMAGE

               MOVE WS-REFUND-AMOUNT TO WS-GL-AMOUNT
               CALL "GLRULE" USING "FEEWVR  " "WAIVER  "
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL
               CALL "GLPOSTFX" USING "FEEWVR  " ACM-BRANCH
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
                   WS-GL-AMOUNT

               PERFORM WRITE-REFUND-STATEMENT
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "FEER" TO STX-TRANS-CODE
           MOVE SPACES TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD
           CLOSE STATEMENT-EXTRACT.

                   DISPLAY "EXEMPTION LIFTED ON " ACCOUNT-NUMBER
           END-READ.

      * PENAL INTEREST AND LATE CHARGES OWED ON THE SCHEDULE OF
      * THE LOAN THIS ACCOUNT COLLECTS FOR. NOTHING WAS DEBITED TO
      * THE ACCOUNT, SO NOTHING IS CREDITED BACK - THE CHARGES
      * COME OFF THE SCHEDULE AND THE INCOME OFF THE GL.
       WAIVE-LOAN-PENALTIES.
           OPEN INPUT LOAN-MASTER
           IF WS-LOANMAST-STATUS = "35"
               DISPLAY "NO LOAN MASTER ON FILE"
           ELSE
               CALL "FILERR" USING "FEEWVR  " "LOANMAST"
                   WS-LOANMAST-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE ACM-CUSTOMER-ID TO LNM-CUSTOMER-ID
               READ LOAN-MASTER
                   INVALID KEY
                       DISPLAY "No loan on file for this customer"
                   NOT INVALID KEY
                       IF LNM-DISBURSE-ACCOUNT NOT = ACCOUNT-NUMBER
                           DISPLAY "Account is not the loan's"
                               " linked account"
                       ELSE
                           PERFORM WAIVE-FROM-SCHEDULE
                       END-IF
               END-READ
               CLOSE LOAN-MASTER
           END-IF.

       WAIVE-FROM-SCHEDULE.
           DISPLAY "ENTER AMOUNT TO WAIVE (0 = ALL OWED): ".
           ACCEPT WS-REFUND-AMOUNT.
           IF WS-REFUND-AMOUNT = 0
               MOVE 999999999.99 TO WS-WAIVE-LEFT
           ELSE
               MOVE WS-REFUND-AMOUNT TO WS-WAIVE-LEFT
           END-IF
           MOVE 0 TO WS-WAIVED-TOTAL

           OPEN I-O LOAN-SCHEDULE
           CALL "FILERR" USING "FEEWVR  " "LOANSCHD"
               WS-LOANSCHD-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE "N" TO WS-SCHED-EOF-FLAG
           MOVE LNM-CUSTOMER-ID TO LSC-CUSTOMER-ID
           MOVE 0 TO LSC-INSTALL-NO
           START LOAN-SCHEDULE KEY IS NOT LESS THAN LSC-KEY
               INVALID KEY SET END-OF-SCHEDULE TO TRUE
           END-START
           PERFORM UNTIL END-OF-SCHEDULE OR WS-WAIVE-LEFT = 0
               READ LOAN-SCHEDULE NEXT RECORD
                   AT END SET END-OF-SCHEDULE TO TRUE
                   NOT AT END
                       IF LSC-CUSTOMER-ID NOT = LNM-CUSTOMER-ID
                           SET END-OF-SCHEDULE TO TRUE
                       ELSE
                           PERFORM WAIVE-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-SCHEDULE

           IF WS-WAIVED-TOTAL = 0
               DISPLAY "No penal interest or late charges owed"
           ELSE
               MOVE WS-WAIVED-TOTAL TO WS-GL-AMOUNT
               CALL "GLRULE" USING "FEEWVR  " "PENLWAIV" "LN"
                   WS-DR-GL WS-CR-GL
               CALL "GLPOST" USING "FEEWVR  " "HO  " "LN"
                   WS-DR-GL WS-CR-GL WS-GL-AMOUNT
               MOVE "P" TO WVR-ACTION
               MOVE WS-WAIVED-TOTAL TO WVR-AMOUNT
               PERFORM WRITE-WAIVER-LINE
               MOVE WS-WAIVED-TOTAL TO WS-LTX-CHARGES
               MOVE SPACES TO WS-LTX-REFERENCE
               STRING "REASON " WS-REASON-CODE
                   DELIMITED BY SIZE INTO WS-LTX-REFERENCE
               CALL "LNTXNLOG" USING LNM-CUSTOMER-ID WS-LTX-EVENT
                   WS-WAIVED-TOTAL WS-LTX-PRINCIPAL WS-LTX-INTEREST
                   WS-LTX-CHARGES LNM-EXISTING-LOAN-BAL "FEEWVR  "
                   WS-LTX-REFERENCE
               DISPLAY "LOAN PENALTIES " WS-WAIVED-TOTAL
                   " WAIVED FOR " LNM-CUSTOMER-ID " - REASON "
                   WS-REASON-CODE
           END-IF.

      * OLDEST LINE FIRST, LATE CHARGE BEFORE PENAL INTEREST - THE
      * SAME ORDER LOANPOST COLLECTS THEM IN.
       WAIVE-ONE-LINE.
           MOVE 0 TO WS-LINE-WAIVED
           IF LSC-LATE-CHARGE > WS-WAIVE-LEFT
               MOVE WS-WAIVE-LEFT TO WS-TAKE-AMOUNT
           ELSE
               MOVE LSC-LATE-CHARGE TO WS-TAKE-AMOUNT
           END-IF
           SUBTRACT WS-TAKE-AMOUNT FROM LSC-LATE-CHARGE
           SUBTRACT WS-TAKE-AMOUNT FROM WS-WAIVE-LEFT
           ADD WS-TAKE-AMOUNT TO WS-LINE-WAIVED

           IF LSC-PENAL-ACCRUED > WS-WAIVE-LEFT
               MOVE WS-WAIVE-LEFT TO WS-TAKE-AMOUNT
           ELSE
               MOVE LSC-PENAL-ACCRUED TO WS-TAKE-AMOUNT
           END-IF
           SUBTRACT WS-TAKE-AMOUNT FROM LSC-PENAL-ACCRUED
           SUBTRACT WS-TAKE-AMOUNT FROM WS-WAIVE-LEFT
           ADD WS-TAKE-AMOUNT TO WS-LINE-WAIVED

           IF WS-LINE-WAIVED > 0
               REWRITE LOAN-SCHEDULE-RECORD
               CALL "FILERR" USING "FEEWVR  " "LOANSCHD"
                   WS-LOANSCHD-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               ADD WS-LINE-WAIVED TO WS-WAIVED-TOTAL
           END-IF.

       WRITE-WAIVER-LINE.
           OPEN EXTEND WAIVER-REGISTER
           IF WS-WAIVEREG-STATUS = "35"
