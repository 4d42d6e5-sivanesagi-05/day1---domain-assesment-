       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFEXC.

      *****************************************************
      * Nightly offline payout exceptions. Every withdrawal  *
      * voucher keyed back through OFFRCVR today that took     *
      * the account past its offline ceiling for the outage     *
      * day, was paid on an account the offline book showed      *
      * blocked, or was paid on an account missing from the book  *
      * is listed under the branch that paid it, with the ceiling  *
      * and the day's offline total, so the branch can recover the  *
      * overpayment. Each row is stamped reported; a rerun the same  *
      * night lists the same rows again.                              *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFLINE-RECOVERY ASSIGN TO "OFFRCV.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ORV-KEY
               FILE STATUS WS-OFFRCV-STATUS.

           SELECT OFFLINE-EXCEPTION-REPORT ASSIGN TO "OFFEXC.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-OFFEXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFFLINE-RECOVERY.
       COPY "OFFRCV.cpy".

       FD  OFFLINE-EXCEPTION-REPORT.
       01 OFFLINE-EXCEPTION-LINE.
          05 OXL-BRANCH             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 OXL-OUTAGE-DATE        PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 OXL-ACCOUNT-NUMBER     PIC 9(10).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 OXL-VOUCHER-NO         PIC X(10).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 OXL-AMOUNT             PIC Z(5)9.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 OXL-OUTAGE-TOTAL       PIC Z(8)9.99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 OXL-CEILING            PIC Z(8)9.99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 OXL-KEYED-BY           PIC X(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 OXL-REASON             PIC X(16).

       WORKING-STORAGE SECTION.
       01 WS-OFFRCV-STATUS    PIC XX.
       01 WS-OFFEXC-STATUS    PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-VOUCHERS  VALUE "Y".
       01 WS-REGISTER-FLAG    PIC X      VALUE "Y".
          88 WS-REGISTER-ON-FILE VALUE "Y".
       01 WS-VOUCHER-COUNT    PIC 9(7)   VALUE 0.
       01 WS-CEILING-COUNT    PIC 9(7)   VALUE 0.
       01 WS-BLOCKED-COUNT    PIC 9(7)   VALUE 0.
       01 WS-NOT-BOOKED-COUNT PIC 9(7)   VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES

           IF WS-REGISTER-ON-FILE
               PERFORM READ-NEXT-VOUCHER
               PERFORM UNTIL END-OF-VOUCHERS
                   ADD 1 TO WS-VOUCHER-COUNT
                   IF ORV-WITHDRAWAL
                      AND NOT ORV-NO-EXCEPTION
                      AND (ORV-REPORTED-DATE = 0
                           OR ORV-REPORTED-DATE = WS-TS-DATE)
                       PERFORM REPORT-ONE-VOUCHER
                   END-IF
                   PERFORM READ-NEXT-VOUCHER
               END-PERFORM
               CLOSE OFFLINE-RECOVERY
           END-IF

           DISPLAY "OFFLINE PAYOUT EXCEPTIONS COMPLETE FOR " WS-TS-DATE
           DISPLAY "  VOUCHERS ON REGISTER " WS-VOUCHER-COUNT
           DISPLAY "  OVER CEILING         " WS-CEILING-COUNT
           DISPLAY "  BLOCKED ACCOUNT      " WS-BLOCKED-COUNT
           DISPLAY "  NOT ON OFFLINE BOOK  " WS-NOT-BOOKED-COUNT

           CLOSE OFFLINE-EXCEPTION-REPORT

           STOP RUN.

       OPEN-ALL-FILES.
      * NO REGISTER YET MEANS NO VOUCHER HAS EVER BEEN KEYED BACK -
      * AN EMPTY REPORT.
           OPEN I-O OFFLINE-RECOVERY
           IF WS-OFFRCV-STATUS = "35"
               MOVE "N" TO WS-REGISTER-FLAG
           ELSE
               CALL "FILERR" USING "OFFEXC  " "OFFRCV" WS-OFFRCV-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT OFFLINE-EXCEPTION-REPORT
           CALL "FILERR" USING "OFFEXC  " "OFFEXC" WS-OFFEXC-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       READ-NEXT-VOUCHER.
           READ OFFLINE-RECOVERY NEXT RECORD
               AT END SET END-OF-VOUCHERS TO TRUE
           END-READ.

       REPORT-ONE-VOUCHER.
           MOVE ORV-BRANCH         TO OXL-BRANCH
           MOVE ORV-OUTAGE-DATE    TO OXL-OUTAGE-DATE
           MOVE ORV-ACCOUNT-NUMBER TO OXL-ACCOUNT-NUMBER
           MOVE ORV-VOUCHER-NO     TO OXL-VOUCHER-NO
           MOVE ORV-AMOUNT         TO OXL-AMOUNT
           MOVE ORV-OUTAGE-TOTAL   TO OXL-OUTAGE-TOTAL
           MOVE ORV-CEILING        TO OXL-CEILING
           MOVE ORV-KEYED-BY       TO OXL-KEYED-BY
           EVALUATE TRUE
               WHEN ORV-OVER-CEILING
                   MOVE "OVER CEILING"     TO OXL-REASON
                   ADD 1 TO WS-CEILING-COUNT
               WHEN ORV-BLOCKED-ACCOUNT
                   MOVE "BLOCKED ACCOUNT"  TO OXL-REASON
                   ADD 1 TO WS-BLOCKED-COUNT
               WHEN OTHER
                   MOVE "NOT ON BOOK"      TO OXL-REASON
                   ADD 1 TO WS-NOT-BOOKED-COUNT
           END-EVALUATE
           WRITE OFFLINE-EXCEPTION-LINE

           MOVE WS-TS-DATE TO ORV-REPORTED-DATE
           REWRITE OFFLINE-RECOVERY-RECORD
           CALL "FILERR" USING "OFFEXC  " "OFFRCV" WS-OFFRCV-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.
