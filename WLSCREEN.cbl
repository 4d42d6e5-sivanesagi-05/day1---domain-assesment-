       PROGRAM-ID. WLSCREEN.

      *****************************************************
      * Common watchlist name screen, shared the way GLPOST  *
      * is shared for journal writes. Callers pass a customer *
      * name and get back a match flag and the matched entry   *
      * id; the comparison is case-folded with trailing spaces  *
      * ignored, so a keying-case difference cannot slip a       *
      * listed name through. No watchlist file on disk means      *
      * screening passes everything - the re-screen batch catches  *
      * up when the list arrives. A caller screening one of its own *
      * customers passes the customer id as well; when that customer *
      * is a registered entity, every active beneficial owner on      *
      * RELPARTY is screened too, and a match on any one of them is a  *
      * match for the entity.                                          *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY WCH-ENTRY-ID
               FILE STATUS WS-WATCHLST-STATUS.

           SELECT ENTITY-REGISTER ASSIGN TO "ENTREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ENT-CUSTOMER-ID
               FILE STATUS WS-ENTREG-STATUS.

           SELECT RELATED-PARTIES ASSIGN TO "RELPARTY.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RLP-KEY
               FILE STATUS WS-RELPARTY-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CUM-CUSTOMER-ID
               FILE STATUS WS-CUSTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCHLIST-FILE.
       COPY "WATCHLST.cpy".

       FD  ENTITY-REGISTER.
       COPY "ENTREG.cpy".

       FD  RELATED-PARTIES.
       COPY "RELPARTY.cpy".

       FD  CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-WATCHLST-STATUS  PIC XX.
       01 WS-ENTREG-STATUS    PIC XX.
       01 WS-RELPARTY-STATUS  PIC XX.
       01 WS-CUSTMAST-STATUS  PIC XX.
       01 WS-EOF-FLAG         PIC X.
          88 END-OF-WATCHLIST VALUE "Y".
       01 WS-PARTY-EOF-FLAG   PIC X.
          88 END-OF-OWNERS    VALUE "Y".
       01 WS-ENTITY-FLAG      PIC X.
          88 WS-IS-ENTITY     VALUE "Y".
       01 WS-FOLDED-NAME      PIC X(30).
       01 WS-FOLDED-ENTRY     PIC X(30).

          88 LS-NAME-MATCHED  VALUE "Y".
          88 LS-NAME-CLEAR    VALUE "N".
       01 LS-MATCHED-ENTRY    PIC 9(6).
      * ZERO WHEN THE NAME IS NOT ONE OF OUR CUSTOMERS (A PAYEE).
       01 LS-CUSTOMER-ID      PIC 9(8).

       PROCEDURE DIVISION USING LS-CUSTOMER-NAME LS-MATCH-FLAG
                                LS-MATCHED-ENTRY LS-CUSTOMER-ID.
       MAIN-LOGIC.
           SET LS-NAME-CLEAR TO TRUE
           MOVE 0 TO LS-MATCHED-ENTRY
               GOBACK
           END-IF

           PERFORM SCREEN-FOLDED-NAME

           IF LS-NAME-CLEAR AND LS-CUSTOMER-ID NOT = 0
               PERFORM CHECK-FOR-ENTITY
               IF WS-IS-ENTITY
                   PERFORM SCREEN-BENEFICIAL-OWNERS
               END-IF
           END-IF

           CLOSE WATCHLIST-FILE

           GOBACK.

       SCREEN-FOLDED-NAME.
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO WCH-ENTRY-ID
           START WATCHLIST-FILE KEY IS NOT LESS THAN WCH-ENTRY-ID
               INVALID KEY SET END-OF-WATCHLIST TO TRUE
           END-START
           PERFORM UNTIL END-OF-WATCHLIST
               READ WATCHLIST-FILE NEXT RECORD
                   AT END SET END-OF-WATCHLIST TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-FOR-ENTITY.
           MOVE "N" TO WS-ENTITY-FLAG
           OPEN INPUT ENTITY-REGISTER
           IF WS-ENTREG-STATUS = "00"
               MOVE LS-CUSTOMER-ID TO ENT-CUSTOMER-ID
               READ ENTITY-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-IS-ENTITY TO TRUE
               END-READ
               CLOSE ENTITY-REGISTER
           END-IF.

      * EACH ACTIVE OWNER'S CURRENT NAME COMES OFF CUSTMAST, SO A
      * RENAME IS SCREENED UNDER THE NEW NAME. THE FIRST OWNER
      * MATCHED STOPS THE PASS.
       SCREEN-BENEFICIAL-OWNERS.
           OPEN INPUT RELATED-PARTIES
           IF WS-RELPARTY-STATUS = "00"
               OPEN INPUT CUSTOMER-MASTER
               IF WS-CUSTMAST-STATUS = "00"
                   MOVE "N" TO WS-PARTY-EOF-FLAG
                   MOVE LS-CUSTOMER-ID TO RLP-ENTITY-ID
                   MOVE "B"            TO RLP-RELATION
                   MOVE 0              TO RLP-PARTY-ID
                   START RELATED-PARTIES KEY IS NOT LESS THAN RLP-KEY
                       INVALID KEY SET END-OF-OWNERS TO TRUE
                   END-START
                   PERFORM UNTIL END-OF-OWNERS OR LS-NAME-MATCHED
                       READ RELATED-PARTIES NEXT RECORD
                           AT END SET END-OF-OWNERS TO TRUE
                           NOT AT END
                               IF RLP-ENTITY-ID NOT = LS-CUSTOMER-ID
                                  OR NOT RLP-BENEFICIAL-OWNER
                                   SET END-OF-OWNERS TO TRUE
                               ELSE
                                   IF RLP-PARTY-ACTIVE
                                       PERFORM SCREEN-ONE-OWNER
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CUSTOMER-MASTER
               END-IF
               CLOSE RELATED-PARTIES
           END-IF.

       SCREEN-ONE-OWNER.
           MOVE RLP-PARTY-ID TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FUNCTION UPPER-CASE(CUM-CUSTOMER-NAME)
                       TO WS-FOLDED-NAME
                   PERFORM SCREEN-FOLDED-NAME
                   IF LS-NAME-MATCHED
                       DISPLAY "WLSCREEN: BENEFICIAL OWNER "
                           RLP-PARTY-ID " OF " LS-CUSTOMER-ID
                           " MATCHED ENTRY " LS-MATCHED-ENTRY
                   END-IF
           END-READ.
