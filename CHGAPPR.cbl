
      *****************************************************
      * Maker-checker approval - the CHECKER side. A second  *
      * operator with the supervisor role on OPERMAST reviews *
      * each pending change and applies or rejects it;         *
      * self-approval is blocked outright. Applying a customer  *
      * change writes the CUSTAUD before/after image and         *
      * maintains the name-key and address-status files exactly   *
      * as the old direct maintenance did; applying a hold release *
      * flips the hold, and applying a held rate puts it on the     *
      * currency table. Corrections proposed by the XREFCHK sweep    *
      * cancel a standing order or statement cycle, block a card,     *
      * withdraw an online-banking enrolment or remove an ownership    *
      * link. Tax residency and self-certification changes go onto     *
      * TAXRES.                                                        *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY FXP-CURRENCY-CODE
               FILE STATUS WS-FXPOS-STATUS.

           SELECT STANDING-ORDERS ASSIGN TO "STNDORD.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SOR-ORDER-ID
               FILE STATUS WS-STNDORD-STATUS.

           SELECT CARD-MASTER ASSIGN TO "CARDMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CRD-CARD-NUMBER
               FILE STATUS WS-CARDMAST-STATUS.

           SELECT ONLINE-ENROLLMENTS ASSIGN TO "OLBENRL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OLB-CUSTOMER-ID
               FILE STATUS WS-OLBENRL-STATUS.

           SELECT STATEMENT-CYCLES ASSIGN TO "STMTCYC.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SCY-ACCOUNT-NUMBER
               FILE STATUS WS-STMTCYC-STATUS.

           SELECT ACCOUNT-OWNERS ASSIGN TO "ACCTOWN.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AOX-KEY
               FILE STATUS WS-ACCTOWN-STATUS.

           SELECT TAX-RESIDENCY ASSIGN TO "TAXRES.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TRS-CUSTOMER-ID
               FILE STATUS WS-TAXRES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-CHANGES.
       FD  FX-POSITIONS.
       COPY "FXPOS.cpy".

       FD  STANDING-ORDERS.
       COPY "STNDORD.cpy".

       FD  CARD-MASTER.
       COPY "CARDMAST.cpy".

       FD  ONLINE-ENROLLMENTS.
       COPY "OLBENRL.cpy".

       FD  STATEMENT-CYCLES.
       COPY "STMTCYC.cpy".

       FD  ACCOUNT-OWNERS.
       COPY "ACCTOWN.cpy".

       FD  TAX-RESIDENCY.
       COPY "TAXRES.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PENDCHG-STATUS   PIC XX.
       01 WS-OPERMAST-STATUS  PIC XX.
       01 WS-HOLDFILE-STATUS  PIC XX.
       01 WS-CURRTBL-STATUS   PIC XX.
       01 WS-FXPOS-STATUS     PIC XX.
       01 WS-STNDORD-STATUS   PIC XX.
       01 WS-CARDMAST-STATUS  PIC XX.
       01 WS-OLBENRL-STATUS   PIC XX.
       01 WS-STMTCYC-STATUS   PIC XX.
       01 WS-ACCTOWN-STATUS   PIC XX.
       01 WS-TAXRES-STATUS    PIC XX.
       01 WS-REVAL-AMOUNT     PIC S9(11)V99.
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
       01 WS-NEW-RATE         PIC 9(5)V9(4).
       01 WS-ADS-FILE-FLAG    PIC X      VALUE "N".
          88 WS-ADS-ON-FILE   VALUE "Y".
       01 WS-TRS-FILE-FLAG    PIC X      VALUE "N".
          88 WS-TRS-ON-FILE   VALUE "Y".
       01 WS-RES-SLOT         PIC 9.
       01 WS-APPLIED-COUNT    PIC 9(5)   VALUE 0.
       01 WS-REJECTED-COUNT   PIC 9(5)   VALUE 0.
       01 WS-CUST-BEFORE      PIC X(98).
                   PERFORM APPLY-HOLD-RELEASE
               WHEN "RATECHG"
                   PERFORM APPLY-RATE-CHANGE
               WHEN "SOCANCEL"
                   PERFORM APPLY-ORDER-CANCEL
               WHEN "CARDBLOCK"
                   PERFORM APPLY-CARD-BLOCK
               WHEN "OLBWDRAW"
                   PERFORM APPLY-ENROLMENT-WITHDRAWAL
               WHEN "CYCCANCEL"
                   PERFORM APPLY-CYCLE-CANCEL
               WHEN "OWNREMOVE"
                   PERFORM APPLY-OWNER-REMOVAL
               WHEN "TAXRES"
               WHEN "SELFCERT"
                   PERFORM APPLY-TAX-RESIDENCY
               WHEN OTHER
                   DISPLAY "  UNKNOWN CHANGE TYPE - LEFT PENDING"
           END-EVALUATE.
           END-IF
           IF PCH-CHANGE-TYPE = "ADDRESS"
               PERFORM DROP-ADDRESS-TO-UNVERIFIED
               PERFORM SET-ADDRESS-COUNTRY
           END-IF

           SET PCH-CHANGE-APPLIED TO TRUE
           END-IF
           CLOSE ADDRESS-STATUS-FILE.

      * THE ADDRESS COUNTRY RIDES ON TAXRES. A HOME ADDRESS FOR A
      * CUSTOMER WITH NO ROW NEEDS NO ROW; A FOREIGN ONE WITHOUT A
      * VALID SELF-CERTIFICATION IS AN INDICIUM FOR TAXIND.
       SET-ADDRESS-COUNTRY.
           PERFORM OPEN-TAX-RESIDENCY
           PERFORM READ-TAX-RESIDENCY
           IF WS-TRS-ON-FILE OR PCH-KEY-VALUE(9:2) NOT = SPACES
               MOVE PCH-KEY-VALUE(9:2) TO TRS-ADDRESS-COUNTRY
               PERFORM WRITE-TAX-RESIDENCY
               IF TRS-ADDRESS-COUNTRY NOT = SPACES
                  AND NOT TRS-CERT-VALID
                   DISPLAY "  FOREIGN ADDRESS (" TRS-ADDRESS-COUNTRY
                       ") - SELF-CERTIFICATION NEEDED"
               END-IF
           END-IF
           CLOSE TAX-RESIDENCY.

       APPLY-TAX-RESIDENCY.
           MOVE PCH-KEY-VALUE(1:8) TO WS-CUSTOMER-ID
           MOVE WS-CUSTOMER-ID TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "  CUSTOMER GONE - LEFT PENDING"
               NOT INVALID KEY
                   PERFORM REWRITE-TAX-RESIDENCY
           END-READ.

       REWRITE-TAX-RESIDENCY.
           PERFORM OPEN-TAX-RESIDENCY
           PERFORM READ-TAX-RESIDENCY
           IF PCH-CHANGE-TYPE = "TAXRES"
               MOVE PCH-KEY-VALUE(9:1) TO WS-RES-SLOT
               MOVE PCH-NEW-VALUE(1:2)
                   TO TRS-RES-COUNTRY(WS-RES-SLOT)
               MOVE PCH-NEW-VALUE(3:20)
                   TO TRS-FOREIGN-TIN(WS-RES-SLOT)
           ELSE
               MOVE PCH-NEW-VALUE(1:1) TO TRS-CERT-STATUS
               MOVE PCH-NEW-VALUE(2:8) TO TRS-CERT-DATE
           END-IF
           PERFORM WRITE-TAX-RESIDENCY
           CLOSE TAX-RESIDENCY

           SET PCH-CHANGE-APPLIED TO TRUE
           PERFORM STAMP-AND-REWRITE
           ADD 1 TO WS-APPLIED-COUNT
           DISPLAY "  APPLIED".

       OPEN-TAX-RESIDENCY.
           OPEN I-O TAX-RESIDENCY
           IF WS-TAXRES-STATUS = "35"
               OPEN OUTPUT TAX-RESIDENCY
               CLOSE TAX-RESIDENCY
               OPEN I-O TAX-RESIDENCY
           END-IF
           CALL "FILERR" USING "CHGAPPR " "TAXRES"
               WS-TAXRES-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       READ-TAX-RESIDENCY.
           MOVE "N" TO WS-TRS-FILE-FLAG
           MOVE WS-CUSTOMER-ID TO TRS-CUSTOMER-ID
           READ TAX-RESIDENCY
               INVALID KEY
                   MOVE SPACES TO TAX-RESIDENCY-RECORD
                   MOVE WS-CUSTOMER-ID TO TRS-CUSTOMER-ID
                   MOVE 0 TO TRS-CERT-DATE
                   MOVE 0 TO TRS-INDICIA-DATE
               NOT INVALID KEY
                   SET WS-TRS-ON-FILE TO TRUE
           END-READ.

       WRITE-TAX-RESIDENCY.
           MOVE WS-TS-DATE    TO TRS-UPDATED-DATE
           MOVE WS-CHECKER-ID TO TRS-UPDATED-BY
           IF WS-TRS-ON-FILE
               REWRITE TAX-RESIDENCY-RECORD
           ELSE
               WRITE TAX-RESIDENCY-RECORD
           END-IF
           CALL "FILERR" USING "CHGAPPR " "TAXRES"
               WS-TAXRES-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       APPLY-HOLD-RELEASE.
           MOVE PCH-KEY-VALUE(1:10) TO WS-HOLD-ACCOUNT
           MOVE PCH-KEY-VALUE(11:4) TO WS-HOLD-SEQ
                       END-IF
                       IF WS-REVAL-AMOUNT > 0
                           MOVE WS-REVAL-AMOUNT TO WS-GL-AMOUNT
                           CALL "GLRULE" USING "CHGAPPR " "FXGAIN  "
                               "FX" WS-DR-GL WS-CR-GL
                           CALL "GLPOST" USING "CHGAPPR " "HO  " "FX"
                               WS-DR-GL WS-CR-GL WS-GL-AMOUNT
                       END-IF
                       IF WS-REVAL-AMOUNT < 0
                           COMPUTE WS-GL-AMOUNT =
                               0 - WS-REVAL-AMOUNT
                           CALL "GLRULE" USING "CHGAPPR " "FXLOSS  "
                               "FX" WS-DR-GL WS-CR-GL
                           CALL "GLPOST" USING "CHGAPPR " "HO  " "FX"
                               WS-DR-GL WS-CR-GL WS-GL-AMOUNT
                       END-IF
                       MOVE WS-NEW-RATE TO FXP-LAST-RATE
                       MOVE PCH-NEW-VALUE(11:8) TO FXP-LAST-DATE
               END-READ
               CLOSE FX-POSITIONS
           END-IF.

      * CORRECTIONS PROPOSED BY THE WEEKLY XREFCHK SWEEP. EACH
      * ONE RE-READS THE RECORD, SO A RECORD ALREADY PUT RIGHT
      * OR REMOVED SINCE THE SWEEP IS LEFT PENDING FOR THE
      * CHECKER TO REJECT.
       APPLY-ORDER-CANCEL.
           OPEN I-O STANDING-ORDERS
           IF WS-STNDORD-STATUS = "35"
               DISPLAY "  NO STANDING ORDER FILE - LEFT PENDING"
           ELSE
               CALL "FILERR" USING "CHGAPPR " "STNDORD"
                   WS-STNDORD-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE PCH-KEY-VALUE(1:8) TO SOR-ORDER-ID
               READ STANDING-ORDERS
                   INVALID KEY
                       DISPLAY "  ORDER GONE - LEFT PENDING"
                   NOT INVALID KEY
                       SET SOR-ORDER-CANCELLED TO TRUE
                       REWRITE STANDING-ORDER-RECORD
                       CALL "FILERR" USING "CHGAPPR " "STNDORD"
                           WS-STNDORD-STATUS WS-ABEND-FLAG
                       IF WS-ABEND
                           STOP RUN
                       END-IF
                       SET PCH-CHANGE-APPLIED TO TRUE
                       PERFORM STAMP-AND-REWRITE
                       ADD 1 TO WS-APPLIED-COUNT
                       DISPLAY "  STANDING ORDER CANCELLED"
               END-READ
               CLOSE STANDING-ORDERS
           END-IF.

       APPLY-CARD-BLOCK.
           OPEN I-O CARD-MASTER
           IF WS-CARDMAST-STATUS = "35"
               DISPLAY "  NO CARD FILE - LEFT PENDING"
           ELSE
               CALL "FILERR" USING "CHGAPPR " "CARDMAST"
                   WS-CARDMAST-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE PCH-KEY-VALUE(1:16) TO CRD-CARD-NUMBER
               READ CARD-MASTER
                   INVALID KEY
                       DISPLAY "  CARD GONE - LEFT PENDING"
                   NOT INVALID KEY
                       SET CRD-CARD-BLOCKED TO TRUE
                       REWRITE CARD-MASTER-RECORD
                       CALL "FILERR" USING "CHGAPPR " "CARDMAST"
                           WS-CARDMAST-STATUS WS-ABEND-FLAG
                       IF WS-ABEND
                           STOP RUN
                       END-IF
                       SET PCH-CHANGE-APPLIED TO TRUE
                       PERFORM STAMP-AND-REWRITE
                       ADD 1 TO WS-APPLIED-COUNT
                       DISPLAY "  CARD BLOCKED"
               END-READ
               CLOSE CARD-MASTER
           END-IF.

       APPLY-ENROLMENT-WITHDRAWAL.
           OPEN I-O ONLINE-ENROLLMENTS
           IF WS-OLBENRL-STATUS = "35"
               DISPLAY "  NO ENROLMENT FILE - LEFT PENDING"
           ELSE
               CALL "FILERR" USING "CHGAPPR " "OLBENRL"
                   WS-OLBENRL-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE PCH-KEY-VALUE(1:8) TO OLB-CUSTOMER-ID
               READ ONLINE-ENROLLMENTS
                   INVALID KEY
                       DISPLAY "  ENROLMENT GONE - LEFT PENDING"
                   NOT INVALID KEY
                       SET OLB-WITHDRAWN TO TRUE
                       REWRITE ONLINE-ENROLLMENT-RECORD
                       CALL "FILERR" USING "CHGAPPR " "OLBENRL"
                           WS-OLBENRL-STATUS WS-ABEND-FLAG
                       IF WS-ABEND
                           STOP RUN
                       END-IF
                       SET PCH-CHANGE-APPLIED TO TRUE
                       PERFORM STAMP-AND-REWRITE
                       ADD 1 TO WS-APPLIED-COUNT
                       DISPLAY "  ENROLMENT WITHDRAWN"
               END-READ
               CLOSE ONLINE-ENROLLMENTS
           END-IF.

       APPLY-CYCLE-CANCEL.
           OPEN I-O STATEMENT-CYCLES
           IF WS-STMTCYC-STATUS = "35"
               DISPLAY "  NO STATEMENT CYCLE FILE - LEFT PENDING"
           ELSE
               CALL "FILERR" USING "CHGAPPR " "STMTCYC"
                   WS-STMTCYC-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE PCH-KEY-VALUE(1:10) TO SCY-ACCOUNT-NUMBER
               READ STATEMENT-CYCLES
                   INVALID KEY
                       DISPLAY "  CYCLE GONE - LEFT PENDING"
                   NOT INVALID KEY
                       SET SCY-CYCLE-CANCELLED TO TRUE
                       REWRITE STATEMENT-CYCLE-RECORD
                       CALL "FILERR" USING "CHGAPPR " "STMTCYC"
                           WS-STMTCYC-STATUS WS-ABEND-FLAG
                       IF WS-ABEND
                           STOP RUN
                       END-IF
                       SET PCH-CHANGE-APPLIED TO TRUE
                       PERFORM STAMP-AND-REWRITE
                       ADD 1 TO WS-APPLIED-COUNT
                       DISPLAY "  STATEMENT CYCLE CANCELLED"
               END-READ
               CLOSE STATEMENT-CYCLES
           END-IF.

       APPLY-OWNER-REMOVAL.
           OPEN I-O ACCOUNT-OWNERS
           IF WS-ACCTOWN-STATUS = "35"
               DISPLAY "  NO OWNERSHIP FILE - LEFT PENDING"
           ELSE
               CALL "FILERR" USING "CHGAPPR " "ACCTOWN"
                   WS-ACCTOWN-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE PCH-KEY-VALUE(1:10) TO AOX-ACCOUNT-NUMBER
               MOVE PCH-NEW-VALUE(1:8)  TO AOX-CUSTOMER-ID
               READ ACCOUNT-OWNERS
                   INVALID KEY
                       DISPLAY "  OWNER LINK GONE - LEFT PENDING"
                   NOT INVALID KEY
                       SET AOX-OWNER-REMOVED TO TRUE
                       REWRITE ACCOUNT-OWNER-RECORD
                       CALL "FILERR" USING "CHGAPPR " "ACCTOWN"
                           WS-ACCTOWN-STATUS WS-ABEND-FLAG
                       IF WS-ABEND
                           STOP RUN
                       END-IF
                       SET PCH-CHANGE-APPLIED TO TRUE
                       PERFORM STAMP-AND-REWRITE
                       ADD 1 TO WS-APPLIED-COUNT
                       DISPLAY "  OWNER LINK REMOVED"
               END-READ
               CLOSE ACCOUNT-OWNERS
           END-IF.
