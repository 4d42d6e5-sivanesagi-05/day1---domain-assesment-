       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNDCHK.

      *****************************************************
      * Common mandate check, shared the way KYCCHK is       *
      * shared for KYC reviews. Callers pass the account, the *
      * mandate holder's customer id, the function being done  *
      * (W withdraw, T transfer, I inquiry), the amount and the *
      * processing date, and get back whether the holder may act *
      * - no mandate, a lapsed one (revoked, not yet started or   *
      * expired), the function out of the mandate's scope, or the  *
      * amount over its per-transaction limit. An inquiry is inside *
      * every scope and carries no amount.                           *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATE-REGISTER ASSIGN TO "MANDATE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MDT-KEY
               FILE STATUS WS-MANDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANDATE-REGISTER.
       COPY "MANDATE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MANDATE-STATUS   PIC XX.

       LINKAGE SECTION.
       01 LS-ACCOUNT-NUMBER   PIC 9(10).
       01 LS-HOLDER-ID        PIC 9(8).
       01 LS-FUNCTION         PIC X.
          88 LS-FOR-WITHDRAWAL VALUE "W".
          88 LS-FOR-TRANSFER  VALUE "T".
       01 LS-AMOUNT           PIC 9(9)V99.
       01 LS-PROC-DATE        PIC 9(8).
       01 LS-RESULT           PIC X.
          88 LS-MANDATE-OK    VALUE "Y".
          88 LS-NO-MANDATE    VALUE "N".
          88 LS-MANDATE-LAPSED VALUE "X".
          88 LS-OUT-OF-SCOPE  VALUE "S".
          88 LS-OVER-LIMIT    VALUE "L".

       PROCEDURE DIVISION USING LS-ACCOUNT-NUMBER LS-HOLDER-ID
                                LS-FUNCTION LS-AMOUNT
                                LS-PROC-DATE LS-RESULT.
       MAIN-LOGIC.
           SET LS-NO-MANDATE TO TRUE

           OPEN INPUT MANDATE-REGISTER
           IF WS-MANDATE-STATUS = "35"
               GOBACK
           END-IF
           IF WS-MANDATE-STATUS NOT = "00"
               DISPLAY "MNDCHK: MANDATE OPEN STATUS "
                   WS-MANDATE-STATUS " - NO MANDATE HONORED"
               GOBACK
           END-IF

           MOVE LS-ACCOUNT-NUMBER TO MDT-ACCOUNT-NUMBER
           MOVE LS-HOLDER-ID      TO MDT-HOLDER-ID
           READ MANDATE-REGISTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM CHECK-MANDATE-TERMS
           END-READ

           CLOSE MANDATE-REGISTER

           GOBACK.

       CHECK-MANDATE-TERMS.
           EVALUATE TRUE
               WHEN NOT MDT-ACTIVE
                   SET LS-MANDATE-LAPSED TO TRUE
               WHEN LS-PROC-DATE < MDT-START-DATE
                   SET LS-MANDATE-LAPSED TO TRUE
               WHEN LS-PROC-DATE > MDT-EXPIRY-DATE
                   SET LS-MANDATE-LAPSED TO TRUE
               WHEN LS-FOR-WITHDRAWAL AND NOT MDT-MAY-WITHDRAW
                   SET LS-OUT-OF-SCOPE TO TRUE
               WHEN LS-FOR-TRANSFER AND NOT MDT-MAY-TRANSFER
                   SET LS-OUT-OF-SCOPE TO TRUE
               WHEN MDT-TXN-LIMIT > 0 AND LS-AMOUNT > MDT-TXN-LIMIT
                   SET LS-OVER-LIMIT TO TRUE
               WHEN OTHER
                   SET LS-MANDATE-OK TO TRUE
           END-EVALUATE.
