      * Customer master maintenance - the MAKER side of the  *
      * maker-checker control. Name, address, and date-of-    *
      * birth changes are validated and screened here, then    *
      * captured on the pending-change queue instead of applied *
      * directly; a second operator applies or rejects them      *
      * through CHGAPPR, which writes the before/after audit and  *
      * maintains the name-key and address-status files at apply   *
      * time. DOB changes still need a supervisor even to queue,    *
      * and a new name still screens against the watchlist before it *
      * gets anywhere near the master. Foreign tax residency (country *
      * and foreign tax id, up to three) and the FATCA/CRS             *
      * self-certification status queue the same way onto TAXRES, and  *
      * an address change carries the address country with it.         *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          88 WS-CHANGE-NAME   VALUE "N".
          88 WS-CHANGE-ADDRESS VALUE "A".
          88 WS-CHANGE-DOB    VALUE "D".
          88 WS-CHANGE-RESIDENCY VALUE "T".
          88 WS-CHANGE-SELF-CERT VALUE "S".
       01 WS-AUDIT-TYPE       PIC X(10).
       01 WS-NEW-NAME         PIC X(30).
       01 WS-NEW-VALUE        PIC X(40).
       01 WS-KEY-EXTRA        PIC X(8)   VALUE SPACES.
       01 WS-NEW-COUNTRY      PIC X(2).
       01 WS-COUNTRY-FLAG     PIC X.
          88 WS-COUNTRY-OK    VALUE "Y".
       01 WS-RES-SLOT         PIC 9.
       01 WS-NEW-TIN          PIC X(20).
       01 WS-CERT-STATUS      PIC X.
          88 WS-VALID-CERT-CODE VALUE "R" "V" "X".
       01 WS-CERT-DATE        PIC 9(8).
       01 WS-MATCH-FLAG       PIC X.
          88 WS-NAME-MATCHED  VALUE "Y".
       01 WS-MATCHED-ENTRY    PIC 9(6).
           DISPLAY "ENTER CUSTOMER ID: ".
           ACCEPT CUSTOMER-ID.

           DISPLAY "CHANGE - NAME(N) ADDRESS(A) DOB(D)"
               " TAX RESIDENCY(T) SELF-CERTIFICATION(S): ".
           ACCEPT WS-CHANGE-TYPE.

           IF NOT WS-CHANGE-NAME AND NOT WS-CHANGE-ADDRESS
              AND NOT WS-CHANGE-DOB AND NOT WS-CHANGE-RESIDENCY
              AND NOT WS-CHANGE-SELF-CERT
               DISPLAY "INVALID CHANGE TYPE - ENTER N, A, D, T OR S"
               GOBACK
           END-IF

      * EVEN QUEUES - A MATCH GOES TO THE COMPLIANCE DESK, NOT
      * THE APPROVAL QUEUE.
                   CALL "WLSCREEN" USING WS-NEW-NAME WS-MATCH-FLAG
                       WS-MATCHED-ENTRY CUSTOMER-ID
                   IF WS-NAME-MATCHED
                       PERFORM WRITE-COMPLIANCE-HOLD
                       DISPLAY "WATCHLIST MATCH (ENTRY "
                   MOVE "ADDRESS" TO WS-AUDIT-TYPE
                   DISPLAY "ENTER NEW ADDRESS: "
                   ACCEPT WS-NEW-VALUE
                   DISPLAY "ENTER ADDRESS COUNTRY CODE"
                       " (BLANK = HOME): "
                   ACCEPT WS-NEW-COUNTRY
                   PERFORM CHECK-COUNTRY-CODE
                   IF WS-COUNTRY-OK
                       MOVE WS-NEW-COUNTRY TO WS-KEY-EXTRA
                       PERFORM QUEUE-THE-CHANGE
                   END-IF
               WHEN WS-CHANGE-DOB
                   MOVE "DOB" TO WS-AUDIT-TYPE
                   DISPLAY "ENTER NEW DATE OF BIRTH (YYYYMMDD): "
                   ACCEPT WS-NEW-VALUE
                   PERFORM QUEUE-THE-CHANGE
               WHEN WS-CHANGE-RESIDENCY
                   MOVE "TAXRES" TO WS-AUDIT-TYPE
                   PERFORM CAPTURE-TAX-RESIDENCY
               WHEN WS-CHANGE-SELF-CERT
                   MOVE "SELFCERT" TO WS-AUDIT-TYPE
                   PERFORM CAPTURE-SELF-CERTIFICATION
           END-EVALUATE.

      * UP TO THREE FOREIGN RESIDENCIES, EACH IN ITS OWN SLOT. A
      * BLANK COUNTRY CLEARS THE SLOT. A RESIDENCY WITH NO TAX ID
      * IS ALLOWED - THE RETURN REPORTS THE ID AS MISSING.
       CAPTURE-TAX-RESIDENCY.
           DISPLAY "ENTER RESIDENCY SLOT (1-3): "
           ACCEPT WS-RES-SLOT
           IF WS-RES-SLOT < 1 OR WS-RES-SLOT > 3
               DISPLAY "INVALID SLOT - ENTER 1, 2 OR 3"
           ELSE
               DISPLAY "ENTER COUNTRY OF TAX RESIDENCE"
                   " (BLANK = CLEAR SLOT): "
               ACCEPT WS-NEW-COUNTRY
               PERFORM CHECK-COUNTRY-CODE
               IF WS-COUNTRY-OK
                   MOVE SPACES TO WS-NEW-TIN
                   IF WS-NEW-COUNTRY NOT = SPACES
                       DISPLAY "ENTER FOREIGN TAX ID: "
                       ACCEPT WS-NEW-TIN
                       IF WS-NEW-TIN = SPACES
                           DISPLAY "NO TAX ID - WILL BE REPORTED"
                               " AS MISSING"
                       END-IF
                   END-IF
                   MOVE WS-RES-SLOT    TO WS-KEY-EXTRA
                   MOVE SPACES         TO WS-NEW-VALUE
                   MOVE WS-NEW-COUNTRY TO WS-NEW-VALUE(1:2)
                   MOVE WS-NEW-TIN     TO WS-NEW-VALUE(3:20)
                   PERFORM QUEUE-THE-CHANGE
               END-IF
           END-IF.

      * V = VALID SELF-CERTIFICATION RECEIVED, R = REQUESTED AND
      * AWAITED, X = WITHDRAWN OR INVALIDATED BY A CHANGE IN
      * CIRCUMSTANCES. THE DATE DEFAULTS TO TODAY.
       CAPTURE-SELF-CERTIFICATION.
           DISPLAY "SELF-CERTIFICATION - VALID(V) REQUESTED(R)"
               " WITHDRAWN(X): "
           ACCEPT WS-CERT-STATUS
           IF NOT WS-VALID-CERT-CODE
               DISPLAY "INVALID STATUS - ENTER V, R OR X"
           ELSE
               DISPLAY "ENTER SELF-CERTIFICATION DATE"
                   " (YYYYMMDD, 0 = TODAY): "
               ACCEPT WS-CERT-DATE
               IF WS-CERT-DATE = 0
                   MOVE WS-TS-DATE TO WS-CERT-DATE
               END-IF
               IF WS-CERT-DATE > WS-TS-DATE
                   DISPLAY "CERTIFICATION DATE IS IN THE FUTURE -"
                       " CHANGE REFUSED"
               ELSE
                   MOVE SPACES         TO WS-NEW-VALUE
                   MOVE WS-CERT-STATUS TO WS-NEW-VALUE(1:1)
                   MOVE WS-CERT-DATE   TO WS-NEW-VALUE(2:8)
                   PERFORM QUEUE-THE-CHANGE
               END-IF
           END-IF.

      * TWO UPPER-CASE LETTERS, OR BLANK FOR THE HOME COUNTRY.
       CHECK-COUNTRY-CODE.
           MOVE "Y" TO WS-COUNTRY-FLAG
           IF WS-NEW-COUNTRY NOT = SPACES
               IF WS-NEW-COUNTRY(1:1) = SPACE
                  OR WS-NEW-COUNTRY(2:1) = SPACE
                  OR WS-NEW-COUNTRY IS NOT ALPHABETIC-UPPER
                   MOVE "N" TO WS-COUNTRY-FLAG
                   DISPLAY "INVALID COUNTRY CODE - ENTER THE TWO"
                       "-LETTER ISO CODE"
               END-IF
           END-IF.

      * ONE OPERATOR ALONE CANNOT CHANGE THE MASTER ANY MORE -
      * THE CHANGE WAITS ON THE QUEUE FOR A DIFFERENT OPERATOR
      * WITH THE SUPERVISOR ROLE TO APPLY OR REJECT IN CHGAPPR.
           MOVE WS-AUDIT-TYPE     TO PCH-CHANGE-TYPE
           MOVE SPACES            TO PCH-KEY-VALUE
           MOVE CUSTOMER-ID       TO PCH-KEY-VALUE(1:8)
           MOVE WS-KEY-EXTRA      TO PCH-KEY-VALUE(9:8)
           MOVE WS-NEW-VALUE      TO PCH-NEW-VALUE
           MOVE WS-OPERATOR-ID    TO PCH-MAKER-ID
           MOVE WS-TS-DATE        TO PCH-MAKER-DATE
