       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATCARPT.

      *****************************************************
      * Annual FATCA/CRS return. Finds every customer        *
      * reportable to a foreign jurisdiction from the TAXRES  *
      * register - the residencies on a valid                  *
      * self-certification, or, where there is none, every      *
      * residency and a foreign address as undocumented - plus   *
      * every entity with a foreign-resident beneficial owner on  *
      * RELPARTY. Each of their accounts, sole or joint, is        *
      * reported once per jurisdiction with the year-end balance    *
      * from the last BALSNAP night of the year, the interest paid   *
      * in the year from TXNHIST and the closed flag; an entity's     *
      * account is followed by its controlling persons resident in     *
      * that jurisdiction. US residency goes on the FATCA regime,      *
      * everything else on CRS.                                        *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-RESIDENCY ASSIGN TO "TAXRES.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TRS-CUSTOMER-ID
               FILE STATUS WS-TAXRES-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CUM-CUSTOMER-ID
               FILE STATUS WS-CUSTMAST-STATUS.

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

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ACM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY ACM-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS WS-ACCTMAST-STATUS.

           SELECT ACCOUNT-OWNERS ASSIGN TO "ACCTOWN.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AOX-KEY
               FILE STATUS WS-ACCTOWN-STATUS.

           SELECT BALANCE-SNAPSHOT ASSIGN TO "BALSNAP.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-BALSNAP-STATUS.

           SELECT TRANSACTION-HISTORY ASSIGN TO "TXNHIST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY THR-KEY
               FILE STATUS WS-TXNHIST-STATUS.

           SELECT REGULATOR-RETURN ASSIGN TO "FATCARTN.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FATCARTN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-RESIDENCY.
       COPY "TAXRES.cpy".

       FD  CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".

       FD  ENTITY-REGISTER.
       COPY "ENTREG.cpy".

       FD  RELATED-PARTIES.
       COPY "RELPARTY.cpy".

       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  ACCOUNT-OWNERS.
       COPY "ACCTOWN.cpy".

       FD  BALANCE-SNAPSHOT.
       COPY "BALSNAP.cpy".

       FD  TRANSACTION-HISTORY.
       COPY "TXNHIST.cpy".

      * A = REPORTABLE ACCOUNT, ONE PER JURISDICTION OF ITS
      * HOLDER; P = CONTROLLING PERSON OF THE ENTITY ON THE A
      * RECORD BEFORE IT; T = TRAILER. REGIME F = FATCA, C = CRS.
      * AMOUNTS ARE IN THE ACCOUNT'S CURRENCY - SPACES IS HOME.
       FD  REGULATOR-RETURN.
       01 FATCA-CRS-RECORD.
          05 FCR-RECORD-TYPE        PIC X.
          05 FCR-REPORT-YEAR        PIC 9(4).
          05 FCR-REGIME             PIC X.
          05 FCR-JURISDICTION       PIC X(2).
          05 FCR-ACCOUNT-NUMBER     PIC 9(10).
          05 FCR-HOLDER-ID          PIC 9(8).
          05 FCR-HOLDER-TYPE        PIC X.
          05 FCR-PERSON-ID          PIC 9(8).
          05 FCR-NAME               PIC X(30).
          05 FCR-ADDRESS            PIC X(40).
          05 FCR-DATE-OF-BIRTH      PIC 9(8).
          05 FCR-TIN                PIC X(20).
          05 FCR-TIN-MISSING        PIC X.
          05 FCR-CURRENCY-CODE      PIC X(3).
          05 FCR-BALANCE            PIC 9(11)V99.
          05 FCR-INTEREST-PAID      PIC 9(11)V99.
          05 FCR-CLOSED-FLAG        PIC X.
          05 FCR-JOINT-FLAG         PIC X.
          05 FCR-UNDOCUMENTED       PIC X.
          05 FCR-OWNERSHIP-PCT      PIC 9(3)V99.
       01 FATCA-CRS-TRAILER.
          05 FCT-RECORD-TYPE        PIC X.
          05 FCT-REPORT-YEAR        PIC 9(4).
          05 FCT-YEAR-END-NIGHT     PIC 9(8).
          05 FCT-ACCOUNT-RECORDS    PIC 9(7).
          05 FCT-PERSON-RECORDS     PIC 9(7).
          05 FCT-MISSING-TINS       PIC 9(7).
          05 FCT-UNDOCUMENTED       PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WS-TAXRES-STATUS    PIC XX.
       01 WS-CUSTMAST-STATUS  PIC XX.
       01 WS-ENTREG-STATUS    PIC XX.
       01 WS-RELPARTY-STATUS  PIC XX.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-ACCTOWN-STATUS   PIC XX.
       01 WS-BALSNAP-STATUS   PIC XX.
       01 WS-TXNHIST-STATUS   PIC XX.
       01 WS-FATCARTN-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-FILE      VALUE "Y".
       01 WS-PARTY-EOF-FLAG   PIC X.
          88 END-OF-PARTIES   VALUE "Y".
       01 WS-PARTY-FOUND-FLAG PIC X.
          88 WS-PARTY-FOUND   VALUE "Y".
       01 WS-ENT-FILE-FLAG    PIC X      VALUE "Y".
          88 WS-ENT-ON-FILE   VALUE "Y".
       01 WS-RLP-FILE-FLAG    PIC X      VALUE "Y".
          88 WS-RLP-ON-FILE   VALUE "Y".
       01 WS-AOX-FILE-FLAG    PIC X      VALUE "Y".
          88 WS-AOX-ON-FILE   VALUE "Y".
       01 WS-REPORT-YEAR      PIC 9(4).
       01 WS-FROM-DATE        PIC 9(8).
       01 WS-TO-DATE          PIC 9(8).
       01 WS-YEAR-END-NIGHT   PIC 9(8)   VALUE 0.
       01 I                   PIC 9(4).
       01 J                   PIC 9(2).
       01 K                   PIC 9(2).
       01 A                   PIC 9(4).
       01 H                   PIC 9(4).
       01 N                   PIC 9(2).
       01 WS-JUR-SLOT         PIC 9(2).
       01 WS-FIND-CUSTOMER    PIC 9(8).
       01 WS-HOLDER-SLOT      PIC 9(4).
       01 WS-JOINT-FLAG       PIC X.
       01 WS-ENTITY-ID        PIC 9(8).
       01 WS-REPORT-COUNTRY   PIC X(2).
      * THE JURISDICTIONS ONE TAXRES ROW MAKES ITS CUSTOMER
      * REPORTABLE TO.
       01 WS-ADD-COUNTRY      PIC X(2).
       01 WS-ADD-TIN          PIC X(20).
       01 WS-UNDOC-FLAG       PIC X.
          88 WS-UNDOCUMENTED  VALUE "Y".
       01 WS-JUR-COUNT        PIC 9(2).
       01 WS-JUR-LIST.
          05 WS-JUR-ENTRY OCCURS 4 TIMES.
             10 WS-JUR-COUNTRY      PIC X(2).
             10 WS-JUR-TIN          PIC X(20).
       01 WS-HOLDER-COUNT     PIC 9(4)   VALUE 0.
       01 WS-HOLDER-TABLE.
          05 WS-HOLDER-ENTRY OCCURS 2000 TIMES.
             10 WSH-CUSTOMER-ID     PIC 9(8).
             10 WSH-HOLDER-TYPE     PIC X.
                88 WSH-ENTITY       VALUE "E".
             10 WSH-UNDOCUMENTED    PIC X.
             10 WSH-JUR-COUNT       PIC 9(2).
             10 WSH-JURISDICTION OCCURS 6 TIMES.
                15 WSH-COUNTRY      PIC X(2).
                15 WSH-TIN          PIC X(20).
       01 WS-ACCT-COUNT       PIC 9(4)   VALUE 0.
       01 WS-ACCOUNT-TABLE.
          05 WS-ACCOUNT-ENTRY OCCURS 5000 TIMES.
             10 WSA-ACCOUNT-NUMBER  PIC 9(10).
             10 WSA-HOLDER-SLOT     PIC 9(4).
             10 WSA-JOINT           PIC X.
             10 WSA-CURRENCY-CODE   PIC X(3).
             10 WSA-BALANCE         PIC S9(11)V99.
             10 WSA-INTEREST        PIC 9(11)V99.
             10 WSA-SNAPPED         PIC X.
                88 WSA-AT-YEAR-END  VALUE "Y".
             10 WSA-CLOSED          PIC X.
                88 WSA-CLOSED-AT-YEAR-END VALUE "Y".
             10 WSA-ACTIVE          PIC X.
                88 WSA-ACTIVE-IN-YEAR VALUE "Y".
       01 WS-COUNTS.
          05 WS-ACCOUNT-RECORDS   PIC 9(7)   VALUE 0.
          05 WS-PERSON-RECORDS    PIC 9(7)   VALUE 0.
          05 WS-MISSING-TINS      PIC 9(7)   VALUE 0.
          05 WS-UNDOC-RECORDS     PIC 9(7)   VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           DISPLAY "ENTER REPORTING YEAR (YYYY): ".
           ACCEPT WS-REPORT-YEAR.
           COMPUTE WS-FROM-DATE = WS-REPORT-YEAR * 10000 + 0101
           COMPUTE WS-TO-DATE   = WS-REPORT-YEAR * 10000 + 1231

           IF WS-TO-DATE >= WS-TS-DATE
               DISPLAY "Reporting year " WS-REPORT-YEAR
                   " has not ended - run refused"
               STOP RUN
           END-IF

           PERFORM OPEN-ALL-FILES
           PERFORM FIND-YEAR-END-NIGHT
           IF WS-YEAR-END-NIGHT = 0
               DISPLAY "NO BALSNAP SNAPSHOT IN " WS-REPORT-YEAR
                   " - RUN REFUSED"
               PERFORM CLOSE-ALL-FILES
               STOP RUN
           END-IF

           PERFORM LOAD-RESIDENT-HOLDERS
           PERFORM LOAD-ENTITY-HOLDERS
           PERFORM LOAD-HOLDER-ACCOUNTS
           PERFORM LOAD-JOINT-ACCOUNTS
           PERFORM LOAD-YEAR-END-BALANCES
           PERFORM SUM-THE-INTEREST

           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-ACCT-COUNT
               IF WSA-AT-YEAR-END(A)
                  AND (NOT WSA-CLOSED-AT-YEAR-END(A)
                       OR WSA-ACTIVE-IN-YEAR(A))
                   PERFORM REPORT-ONE-ACCOUNT
               END-IF
           END-PERFORM
           PERFORM WRITE-THE-TRAILER

           DISPLAY "FATCA/CRS RETURN COMPLETE FOR " WS-REPORT-YEAR
               " - " WS-HOLDER-COUNT " HOLDER(S), "
               WS-ACCOUNT-RECORDS " ACCOUNT RECORD(S), "
               WS-PERSON-RECORDS " CONTROLLING PERSON(S)"
           DISPLAY "  " WS-MISSING-TINS " WITHOUT A TAX ID, "
               WS-UNDOC-RECORDS " UNDOCUMENTED"

           PERFORM CLOSE-ALL-FILES

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN INPUT TAX-RESIDENCY
           IF WS-TAXRES-STATUS = "35"
               DISPLAY "NO TAX RESIDENCY REGISTER - NOTHING TO REPORT"
               STOP RUN
           END-IF
           CALL "FILERR" USING "FATCARPT" "TAXRES" WS-TAXRES-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           CALL "FILERR" USING "FATCARPT" "CUSTMAST" WS-CUSTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT ENTITY-REGISTER
           IF WS-ENTREG-STATUS = "35"
               MOVE "N" TO WS-ENT-FILE-FLAG
           ELSE
               CALL "FILERR" USING "FATCARPT" "ENTREG"
                   WS-ENTREG-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT RELATED-PARTIES
           IF WS-RELPARTY-STATUS = "35"
               MOVE "N" TO WS-RLP-FILE-FLAG
           ELSE
               CALL "FILERR" USING "FATCARPT" "RELPARTY"
                   WS-RELPARTY-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           CALL "FILERR" USING "FATCARPT" "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-OWNERS
           IF WS-ACCTOWN-STATUS = "35"
               MOVE "N" TO WS-AOX-FILE-FLAG
           ELSE
               CALL "FILERR" USING "FATCARPT" "ACCTOWN"
                   WS-ACCTOWN-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT TRANSACTION-HISTORY
           CALL "FILERR" USING "FATCARPT" "TXNHIST" WS-TXNHIST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT REGULATOR-RETURN
           CALL "FILERR" USING "FATCARPT" "FATCARTN"
               WS-FATCARTN-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       CLOSE-ALL-FILES.
           CLOSE TAX-RESIDENCY
           CLOSE CUSTOMER-MASTER
           IF WS-ENT-ON-FILE
               CLOSE ENTITY-REGISTER
           END-IF
           IF WS-RLP-ON-FILE
               CLOSE RELATED-PARTIES
           END-IF
           CLOSE ACCOUNT-MASTER
           IF WS-AOX-ON-FILE
               CLOSE ACCOUNT-OWNERS
           END-IF
           CLOSE TRANSACTION-HISTORY
           CLOSE REGULATOR-RETURN.

      * THE LAST NIGHT SNAPPED IN THE REPORTING YEAR - NORMALLY
      * 31 DECEMBER ITSELF.
       FIND-YEAR-END-NIGHT.
           OPEN INPUT BALANCE-SNAPSHOT
           CALL "FILERR" USING "FATCARPT" "BALSNAP" WS-BALSNAP-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE
               READ BALANCE-SNAPSHOT
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF SNP-SNAPSHOT-DATE >= WS-FROM-DATE
                          AND SNP-SNAPSHOT-DATE <= WS-TO-DATE
                          AND SNP-SNAPSHOT-DATE > WS-YEAR-END-NIGHT
                           MOVE SNP-SNAPSHOT-DATE
                               TO WS-YEAR-END-NIGHT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-SNAPSHOT.

      *****************************************************
      * WHO IS REPORTABLE. FIRST EVERY CUSTOMER WITH A FOREIGN
      * JURISDICTION OF THEIR OWN ON TAXRES.
      *****************************************************
       LOAD-RESIDENT-HOLDERS.
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE
               READ TAX-RESIDENCY NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM COLLECT-JURISDICTIONS
                       IF WS-JUR-COUNT > 0
                           MOVE TRS-CUSTOMER-ID TO WS-FIND-CUSTOMER
                           PERFORM ADD-HOLDER
                           IF WS-HOLDER-SLOT > 0
                               MOVE WS-UNDOC-FLAG
                                   TO WSH-UNDOCUMENTED(WS-HOLDER-SLOT)
                               PERFORM MERGE-JURISDICTIONS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * A VALID SELF-CERTIFICATION STANDS ON ITS OWN. WITHOUT
      * ONE, EVERY RESIDENCY ON FILE AND A FOREIGN ADDRESS ARE
      * REPORTED, MARKED UNDOCUMENTED.
       COLLECT-JURISDICTIONS.
           MOVE 0 TO WS-JUR-COUNT
           MOVE "N" TO WS-UNDOC-FLAG
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
               IF TRS-RES-COUNTRY(J) NOT = SPACES
                   MOVE TRS-RES-COUNTRY(J) TO WS-ADD-COUNTRY
                   MOVE TRS-FOREIGN-TIN(J) TO WS-ADD-TIN
                   PERFORM ADD-JURISDICTION
               END-IF
           END-PERFORM
           IF NOT TRS-CERT-VALID
               IF TRS-ADDRESS-COUNTRY NOT = SPACES
                   MOVE TRS-ADDRESS-COUNTRY TO WS-ADD-COUNTRY
                   MOVE SPACES TO WS-ADD-TIN
                   PERFORM ADD-JURISDICTION
               END-IF
               IF WS-JUR-COUNT > 0
                   SET WS-UNDOCUMENTED TO TRUE
               END-IF
           END-IF.

       ADD-JURISDICTION.
           MOVE 0 TO WS-JUR-SLOT
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-JUR-COUNT
               IF WS-JUR-COUNTRY(N) = WS-ADD-COUNTRY
                   MOVE N TO WS-JUR-SLOT
               END-IF
           END-PERFORM
           IF WS-JUR-SLOT = 0 AND WS-JUR-COUNT < 4
               ADD 1 TO WS-JUR-COUNT
               MOVE WS-ADD-COUNTRY TO WS-JUR-COUNTRY(WS-JUR-COUNT)
               MOVE WS-ADD-TIN     TO WS-JUR-TIN(WS-JUR-COUNT)
           END-IF.

      * ADDS THE COLLECTED JURISDICTIONS TO THE HOLDER IN
      * WS-HOLDER-SLOT. THE HOLDER'S OWN TAX ID IS KEPT; ONE
      * BROUGHT IN BY A CONTROLLING PERSON BELONGS TO THE PERSON.
       MERGE-JURISDICTIONS.
           MOVE WS-HOLDER-SLOT TO H
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-JUR-COUNT
               MOVE 0 TO K
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WSH-JUR-COUNT(H)
                   IF WSH-COUNTRY(H, J) = WS-JUR-COUNTRY(I)
                       MOVE J TO K
                   END-IF
               END-PERFORM
               IF K = 0 AND WSH-JUR-COUNT(H) < 6
                   ADD 1 TO WSH-JUR-COUNT(H)
                   MOVE WSH-JUR-COUNT(H) TO K
                   MOVE WS-JUR-COUNTRY(I) TO WSH-COUNTRY(H, K)
                   IF WSH-CUSTOMER-ID(H) = TRS-CUSTOMER-ID
                       MOVE WS-JUR-TIN(I) TO WSH-TIN(H, K)
                   ELSE
                       MOVE SPACES TO WSH-TIN(H, K)
                   END-IF
               END-IF
           END-PERFORM.

      * THEN EVERY ENTITY WITH A BENEFICIAL OWNER REPORTABLE IN
      * THEIR OWN RIGHT - THE ENTITY'S ACCOUNTS GO TO THAT
      * OWNER'S JURISDICTIONS EVEN WHEN THE ENTITY IS DOMESTIC.
       LOAD-ENTITY-HOLDERS.
           IF WS-ENT-ON-FILE AND WS-RLP-ON-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ ENTITY-REGISTER NEXT RECORD
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE ENT-CUSTOMER-ID TO WS-ENTITY-ID
                           PERFORM CHECK-ENTITY-OWNERS
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-ENTITY-OWNERS.
           PERFORM START-BENEFICIAL-OWNERS
           PERFORM UNTIL END-OF-PARTIES
               PERFORM READ-BENEFICIAL-OWNER
               IF NOT END-OF-PARTIES
                   MOVE RLP-PARTY-ID TO TRS-CUSTOMER-ID
                   READ TAX-RESIDENCY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM COLLECT-JURISDICTIONS
                           IF WS-JUR-COUNT > 0
                               MOVE WS-ENTITY-ID TO WS-FIND-CUSTOMER
                               PERFORM ADD-HOLDER
                               IF WS-HOLDER-SLOT > 0
                                   PERFORM MERGE-JURISDICTIONS
                               END-IF
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

       START-BENEFICIAL-OWNERS.
           MOVE "N" TO WS-PARTY-EOF-FLAG
           MOVE WS-ENTITY-ID TO RLP-ENTITY-ID
           MOVE "B"          TO RLP-RELATION
           MOVE 0            TO RLP-PARTY-ID
           START RELATED-PARTIES KEY IS NOT LESS THAN RLP-KEY
               INVALID KEY SET END-OF-PARTIES TO TRUE
           END-START.

      * ACTIVE BENEFICIAL OWNERS ONLY - RETIRED ONES ARE PASSED.
       READ-BENEFICIAL-OWNER.
           MOVE "N" TO WS-PARTY-FOUND-FLAG
           PERFORM UNTIL END-OF-PARTIES OR WS-PARTY-FOUND
               READ RELATED-PARTIES NEXT RECORD
                   AT END SET END-OF-PARTIES TO TRUE
                   NOT AT END
                       IF RLP-ENTITY-ID NOT = WS-ENTITY-ID
                          OR NOT RLP-BENEFICIAL-OWNER
                           SET END-OF-PARTIES TO TRUE
                       ELSE
                           IF RLP-PARTY-ACTIVE
                               SET WS-PARTY-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FIND-HOLDER-SLOT.
           MOVE 0 TO WS-HOLDER-SLOT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-HOLDER-COUNT
               IF WSH-CUSTOMER-ID(I) = WS-FIND-CUSTOMER
                   MOVE I TO WS-HOLDER-SLOT
               END-IF
           END-PERFORM.

       ADD-HOLDER.
           PERFORM FIND-HOLDER-SLOT
           IF WS-HOLDER-SLOT = 0
               IF WS-HOLDER-COUNT < 2000
                   ADD 1 TO WS-HOLDER-COUNT
                   MOVE WS-HOLDER-COUNT TO WS-HOLDER-SLOT
                   MOVE WS-FIND-CUSTOMER
                       TO WSH-CUSTOMER-ID(WS-HOLDER-SLOT)
                   MOVE "I" TO WSH-HOLDER-TYPE(WS-HOLDER-SLOT)
                   MOVE "N" TO WSH-UNDOCUMENTED(WS-HOLDER-SLOT)
                   MOVE 0   TO WSH-JUR-COUNT(WS-HOLDER-SLOT)
                   IF WS-ENT-ON-FILE
                       MOVE WS-FIND-CUSTOMER TO ENT-CUSTOMER-ID
                       READ ENTITY-REGISTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "E"
                                   TO WSH-HOLDER-TYPE(WS-HOLDER-SLOT)
                       END-READ
                   END-IF
               ELSE
                   DISPLAY "HOLDER TABLE FULL - " WS-FIND-CUSTOMER
                       " NOT REPORTED"
               END-IF
           END-IF.

      *****************************************************
      * THEIR ACCOUNTS - BOOKED IN THEIR NAME, THEN HELD JOINTLY.
      *****************************************************
       LOAD-HOLDER-ACCOUNTS.
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO ACM-ACCOUNT-NUMBER
           START ACCOUNT-MASTER KEY IS NOT LESS THAN ACM-ACCOUNT-NUMBER
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-FILE
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE ACM-CUSTOMER-ID TO WS-FIND-CUSTOMER
                       PERFORM FIND-HOLDER-SLOT
                       IF WS-HOLDER-SLOT > 0
                           MOVE "N" TO WS-JOINT-FLAG
                           PERFORM ADD-ACCOUNT-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-JOINT-ACCOUNTS.
           IF WS-AOX-ON-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ ACCOUNT-OWNERS NEXT RECORD
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF AOX-JOINT-OWNER AND AOX-OWNER-ACTIVE
                               PERFORM ADD-JOINT-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       ADD-JOINT-ACCOUNT.
           MOVE AOX-CUSTOMER-ID TO WS-FIND-CUSTOMER
           PERFORM FIND-HOLDER-SLOT
           IF WS-HOLDER-SLOT > 0
               MOVE AOX-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-JOINT-FLAG
                       PERFORM ADD-ACCOUNT-ENTRY
               END-READ
           END-IF.

       ADD-ACCOUNT-ENTRY.
           IF WS-ACCT-COUNT < 5000
               ADD 1 TO WS-ACCT-COUNT
               MOVE ACM-ACCOUNT-NUMBER
                   TO WSA-ACCOUNT-NUMBER(WS-ACCT-COUNT)
               MOVE WS-HOLDER-SLOT TO WSA-HOLDER-SLOT(WS-ACCT-COUNT)
               MOVE WS-JOINT-FLAG  TO WSA-JOINT(WS-ACCT-COUNT)
               MOVE ACM-CURRENCY-CODE
                   TO WSA-CURRENCY-CODE(WS-ACCT-COUNT)
               MOVE 0   TO WSA-BALANCE(WS-ACCT-COUNT)
               MOVE 0   TO WSA-INTEREST(WS-ACCT-COUNT)
               MOVE "N" TO WSA-SNAPPED(WS-ACCT-COUNT)
               MOVE "N" TO WSA-CLOSED(WS-ACCT-COUNT)
               MOVE "N" TO WSA-ACTIVE(WS-ACCT-COUNT)
           ELSE
               DISPLAY "ACCOUNT TABLE FULL - " ACM-ACCOUNT-NUMBER
                   " NOT REPORTED"
           END-IF.

      * AN ACCOUNT NOT SNAPPED ON THE YEAR-END NIGHT WAS NOT OPEN
      * AT YEAR-END AND IS NOT REPORTED FOR THE YEAR.
       LOAD-YEAR-END-BALANCES.
           OPEN INPUT BALANCE-SNAPSHOT
           CALL "FILERR" USING "FATCARPT" "BALSNAP" WS-BALSNAP-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE
               READ BALANCE-SNAPSHOT
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF SNP-SNAPSHOT-DATE = WS-YEAR-END-NIGHT
                           PERFORM TAKE-ONE-SNAPSHOT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-SNAPSHOT.

       TAKE-ONE-SNAPSHOT.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-ACCT-COUNT
               IF WSA-ACCOUNT-NUMBER(A) = SNP-ACCOUNT-NUMBER
                   MOVE SNP-BALANCE TO WSA-BALANCE(A)
                   MOVE "Y" TO WSA-SNAPPED(A)
                   IF SNP-STATUS = "C"
                       MOVE "Y" TO WSA-CLOSED(A)
                   END-IF
               END-IF
           END-PERFORM.

      * INTEREST CREDITED IN THE YEAR; ANY POSTING AT ALL MARKS
      * AN ACCOUNT CLOSED BY YEAR-END AS CLOSED IN THE YEAR.
       SUM-THE-INTEREST.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-ACCT-COUNT
               MOVE "N" TO WS-EOF-FLAG
               MOVE WSA-ACCOUNT-NUMBER(A) TO THR-ACCOUNT-NUMBER
               MOVE WS-FROM-DATE          TO THR-POSTING-DATE
               MOVE 0                     TO THR-TRANS-SEQ
               START TRANSACTION-HISTORY
                   KEY IS NOT LESS THAN THR-KEY
                   INVALID KEY SET END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL END-OF-FILE
                   READ TRANSACTION-HISTORY NEXT RECORD
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF THR-ACCOUNT-NUMBER
                                  NOT = WSA-ACCOUNT-NUMBER(A)
                              OR THR-POSTING-DATE > WS-TO-DATE
                               SET END-OF-FILE TO TRUE
                           ELSE
                               MOVE "Y" TO WSA-ACTIVE(A)
                               IF THR-INTEREST
                                   ADD THR-TRANS-AMOUNT
                                       TO WSA-INTEREST(A)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-PERFORM.

      *****************************************************
      * THE RETURN - ONE A RECORD PER JURISDICTION OF THE
      * HOLDER, EACH FOLLOWED FOR AN ENTITY BY ITS CONTROLLING
      * PERSONS RESIDENT THERE.
      *****************************************************
       REPORT-ONE-ACCOUNT.
           MOVE WSA-HOLDER-SLOT(A) TO H
           MOVE WSH-CUSTOMER-ID(H) TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE SPACES TO CUM-CUSTOMER-NAME
                   MOVE SPACES TO CUM-ADDRESS
                   MOVE 0 TO CUM-DATE-OF-BIRTH
           END-READ
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WSH-JUR-COUNT(H)
               MOVE WSH-COUNTRY(H, K) TO WS-REPORT-COUNTRY
               PERFORM WRITE-ACCOUNT-RECORD
               IF WSH-ENTITY(H)
                   MOVE WSH-CUSTOMER-ID(H) TO WS-ENTITY-ID
                   PERFORM WRITE-CONTROLLING-PERSONS
                   MOVE WSH-CUSTOMER-ID(H) TO CUM-CUSTOMER-ID
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           MOVE SPACES TO CUM-CUSTOMER-NAME
                           MOVE SPACES TO CUM-ADDRESS
                   END-READ
               END-IF
           END-PERFORM.

       WRITE-ACCOUNT-RECORD.
           MOVE SPACES TO FATCA-CRS-RECORD
           MOVE "A"                   TO FCR-RECORD-TYPE
           MOVE WS-REPORT-YEAR        TO FCR-REPORT-YEAR
           PERFORM SET-THE-REGIME
           MOVE WSA-ACCOUNT-NUMBER(A) TO FCR-ACCOUNT-NUMBER
           MOVE WSH-CUSTOMER-ID(H)    TO FCR-HOLDER-ID
           MOVE WSH-HOLDER-TYPE(H)    TO FCR-HOLDER-TYPE
           MOVE 0                     TO FCR-PERSON-ID
           MOVE CUM-CUSTOMER-NAME     TO FCR-NAME
           MOVE CUM-ADDRESS           TO FCR-ADDRESS
           IF WSH-ENTITY(H)
               MOVE 0 TO FCR-DATE-OF-BIRTH
           ELSE
               MOVE CUM-DATE-OF-BIRTH TO FCR-DATE-OF-BIRTH
           END-IF
           MOVE WSH-TIN(H, K)         TO FCR-TIN
           MOVE WSA-CURRENCY-CODE(A)  TO FCR-CURRENCY-CODE
      * A NEGATIVE OR CLOSED BALANCE IS REPORTED AS NIL.
           IF WSA-BALANCE(A) < 0 OR WSA-CLOSED-AT-YEAR-END(A)
               MOVE 0 TO FCR-BALANCE
           ELSE
               MOVE WSA-BALANCE(A) TO FCR-BALANCE
           END-IF
           MOVE WSA-INTEREST(A)       TO FCR-INTEREST-PAID
           MOVE WSA-CLOSED(A)         TO FCR-CLOSED-FLAG
           MOVE WSA-JOINT(A)          TO FCR-JOINT-FLAG
           MOVE WSH-UNDOCUMENTED(H)   TO FCR-UNDOCUMENTED
           MOVE 0                     TO FCR-OWNERSHIP-PCT
           PERFORM WRITE-RETURN-RECORD
           ADD 1 TO WS-ACCOUNT-RECORDS
           IF WSH-UNDOCUMENTED(H) = "Y"
               ADD 1 TO WS-UNDOC-RECORDS
           END-IF.

       WRITE-CONTROLLING-PERSONS.
           PERFORM START-BENEFICIAL-OWNERS
           PERFORM UNTIL END-OF-PARTIES
               PERFORM READ-BENEFICIAL-OWNER
               IF NOT END-OF-PARTIES
                   MOVE RLP-PARTY-ID TO TRS-CUSTOMER-ID
                   READ TAX-RESIDENCY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM COLLECT-JURISDICTIONS
                           PERFORM VARYING J FROM 1 BY 1
                                   UNTIL J > WS-JUR-COUNT
                               IF WS-JUR-COUNTRY(J)
                                      = WS-REPORT-COUNTRY
                                   PERFORM WRITE-PERSON-RECORD
                               END-IF
                           END-PERFORM
                   END-READ
               END-IF
           END-PERFORM.

       WRITE-PERSON-RECORD.
           MOVE SPACES TO FATCA-CRS-RECORD
           MOVE "P"                   TO FCR-RECORD-TYPE
           MOVE WS-REPORT-YEAR        TO FCR-REPORT-YEAR
           PERFORM SET-THE-REGIME
           MOVE WSA-ACCOUNT-NUMBER(A) TO FCR-ACCOUNT-NUMBER
           MOVE WS-ENTITY-ID          TO FCR-HOLDER-ID
           MOVE "E"                   TO FCR-HOLDER-TYPE
           MOVE RLP-PARTY-ID          TO FCR-PERSON-ID
           MOVE RLP-PARTY-ID          TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE SPACES TO CUM-CUSTOMER-NAME
                   MOVE SPACES TO CUM-ADDRESS
                   MOVE 0 TO CUM-DATE-OF-BIRTH
           END-READ
           MOVE CUM-CUSTOMER-NAME     TO FCR-NAME
           MOVE CUM-ADDRESS           TO FCR-ADDRESS
           MOVE CUM-DATE-OF-BIRTH     TO FCR-DATE-OF-BIRTH
           MOVE WS-JUR-TIN(J)         TO FCR-TIN
           MOVE SPACES                TO FCR-CURRENCY-CODE
           MOVE 0                     TO FCR-BALANCE
           MOVE 0                     TO FCR-INTEREST-PAID
           MOVE "N"                   TO FCR-CLOSED-FLAG
           MOVE "N"                   TO FCR-JOINT-FLAG
           MOVE WS-UNDOC-FLAG         TO FCR-UNDOCUMENTED
           MOVE RLP-OWNERSHIP-PCT     TO FCR-OWNERSHIP-PCT
           PERFORM WRITE-RETURN-RECORD
           ADD 1 TO WS-PERSON-RECORDS.

       SET-THE-REGIME.
           MOVE WS-REPORT-COUNTRY TO FCR-JURISDICTION
           IF WS-REPORT-COUNTRY = "US"
               MOVE "F" TO FCR-REGIME
           ELSE
               MOVE "C" TO FCR-REGIME
           END-IF.

       WRITE-RETURN-RECORD.
           IF FCR-TIN = SPACES
               MOVE "Y" TO FCR-TIN-MISSING
               ADD 1 TO WS-MISSING-TINS
           ELSE
               MOVE "N" TO FCR-TIN-MISSING
           END-IF
           WRITE FATCA-CRS-RECORD
           CALL "FILERR" USING "FATCARPT" "FATCARTN"
               WS-FATCARTN-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       WRITE-THE-TRAILER.
           MOVE SPACES             TO FATCA-CRS-TRAILER
           MOVE "T"                TO FCT-RECORD-TYPE
           MOVE WS-REPORT-YEAR     TO FCT-REPORT-YEAR
           MOVE WS-YEAR-END-NIGHT  TO FCT-YEAR-END-NIGHT
           MOVE WS-ACCOUNT-RECORDS TO FCT-ACCOUNT-RECORDS
           MOVE WS-PERSON-RECORDS  TO FCT-PERSON-RECORDS
           MOVE WS-MISSING-TINS    TO FCT-MISSING-TINS
           MOVE WS-UNDOC-RECORDS   TO FCT-UNDOCUMENTED
           WRITE FATCA-CRS-TRAILER
           CALL "FILERR" USING "FATCARPT" "FATCARTN"
               WS-FATCARTN-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.
