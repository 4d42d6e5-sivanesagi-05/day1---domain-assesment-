       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTBURST.

      *****************************************************
      * Post-batch report bursting into the online report    *
      * repository. Each bank-wide nightly report - EXCPRPT,  *
      * LOWBALLT's address exceptions (its letter extract      *
      * carries masked accounts only and goes to the print      *
      * vendor whole), DRAWRPT, FRZRPT, DELQRPT, PENDAGE,        *
      * CONTAGE, OVRRPT, MNDEXP, ALRTLOAD's failed alerts         *
      * (ALRTFAIL), VAULTEOD's vault report (VAULTRPT), ATMCASH's  *
      * ATM cash positions (ATMCSRPT) and service breaks (ATMLBRPT), *
      * the offline balance book (OFFBOOK) and offline payout         *
      * exceptions (OFFEXC) and the weekly NOMGAP - is split line by  *
      * line into one member per branch on RPTSTORE, the branch taken *
      * from the line itself or from ACCTMAST by the account on it.   *
      * Only report/branch pairs on RPTDIST are burst; each member     *
      * gets an RPTINDEX row with its page count, recipients and       *
      * retention date. Members past their retention date are purged   *
      * first.                                                         *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-REPORT ASSIGN TO "EXCPRPT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-EXCPRPT-STATUS.

           SELECT ADDRESS-EXCEPTIONS ASSIGN TO "ADREXCP.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-ADREXCP-STATUS.

           SELECT DRAWER-REPORT ASSIGN TO "DRAWRPT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-DRAWRPT-STATUS.

           SELECT FROZEN-REPORT ASSIGN TO "FRZRPT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FRZRPT-STATUS.

           SELECT DELINQUENCY-REPORT ASSIGN TO "DELQRPT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-DELQRPT-STATUS.

           SELECT PENDING-AGING-REPORT ASSIGN TO "PENDAGE.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-PENDAGE-STATUS.

           SELECT CONTACT-AGING-REPORT ASSIGN TO "CONTAGE.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-CONTAGE-STATUS.

           SELECT OVERRIDE-REPORT ASSIGN TO "OVRRPT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-OVRRPT-STATUS.

           SELECT NOMINEE-GAP-REPORT ASSIGN TO "NOMGAP.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-NOMGAP-STATUS.

           SELECT MANDATE-EXPIRY-REPORT ASSIGN TO "MNDEXP.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-MNDEXP-STATUS.

           SELECT ALERT-FAILURE-REPORT ASSIGN TO "ALRTFAIL.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-ALRTFAIL-STATUS.

           SELECT VAULT-REPORT ASSIGN TO "VAULTRPT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-VAULTRPT-STATUS.

           SELECT ATM-POSITION-REPORT ASSIGN TO "ATMCSRPT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-ATMCSRPT-STATUS.

           SELECT ATM-BREAKS-REPORT ASSIGN TO "ATMLBRPT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-ATMLBRPT-STATUS.

           SELECT OFFLINE-BOOK ASSIGN TO "OFFBOOK.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-OFFBOOK-STATUS.

           SELECT OFFLINE-EXCEPTION-REPORT ASSIGN TO "OFFEXC.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-OFFEXC-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ACM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY ACM-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS WS-ACCTMAST-STATUS.

           SELECT REPORT-DISTRIBUTION ASSIGN TO "RPTDIST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RDT-KEY
               FILE STATUS WS-RPTDIST-STATUS.

           SELECT REPORT-INDEX ASSIGN TO "RPTINDEX.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RPX-KEY
               FILE STATUS WS-RPTINDEX-STATUS.

           SELECT REPORT-STORE ASSIGN TO "RPTSTORE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RPS-KEY
               FILE STATUS WS-RPTSTORE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-REPORT.
       01 EXCEPTION-LINE              PIC X(55).

       FD  ADDRESS-EXCEPTIONS.
       01 ADDRESS-EXCEPTION-LINE      PIC X(52).

       FD  DRAWER-REPORT.
       01 DRAWER-REPORT-LINE          PIC X(103).

       FD  FROZEN-REPORT.
       01 FROZEN-REPORT-LINE          PIC X(74).

       FD  DELINQUENCY-REPORT.
       01 DELINQUENCY-LINE            PIC X(80).

       FD  PENDING-AGING-REPORT.
       01 PENDING-AGING-LINE          PIC X(59).

       FD  CONTACT-AGING-REPORT.
       01 CONTACT-AGING-LINE          PIC X(58).

       FD  OVERRIDE-REPORT.
       01 OVERRIDE-REPORT-LINE        PIC X(80).

       FD  NOMINEE-GAP-REPORT.
       01 NOMINEE-GAP-LINE            PIC X(59).

       FD  MANDATE-EXPIRY-REPORT.
       01 MANDATE-EXPIRY-LINE         PIC X(66).

       FD  ALERT-FAILURE-REPORT.
       01 ALERT-FAILURE-LINE          PIC X(113).

       FD  VAULT-REPORT.
       01 VAULT-REPORT-LINE           PIC X(132).

       FD  ATM-POSITION-REPORT.
       01 ATM-POSITION-LINE           PIC X(121).

       FD  ATM-BREAKS-REPORT.
       01 ATM-BREAK-LINE              PIC X(81).

       FD  OFFLINE-BOOK.
       01 OFFLINE-BOOK-LINE           PIC X(128).

       FD  OFFLINE-EXCEPTION-REPORT.
       01 OFFLINE-EXCEPTION-LINE      PIC X(102).

       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  REPORT-DISTRIBUTION.
       COPY "RPTDIST.cpy".

       FD  REPORT-INDEX.
       COPY "RPTINDEX.cpy".

       FD  REPORT-STORE.
       COPY "RPTSTORE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EXCPRPT-STATUS   PIC XX.
       01 WS-ADREXCP-STATUS   PIC XX.
       01 WS-DRAWRPT-STATUS   PIC XX.
       01 WS-FRZRPT-STATUS    PIC XX.
       01 WS-DELQRPT-STATUS   PIC XX.
       01 WS-PENDAGE-STATUS   PIC XX.
       01 WS-CONTAGE-STATUS   PIC XX.
       01 WS-OVRRPT-STATUS    PIC XX.
       01 WS-NOMGAP-STATUS    PIC XX.
       01 WS-MNDEXP-STATUS    PIC XX.
       01 WS-ALRTFAIL-STATUS  PIC XX.
       01 WS-VAULTRPT-STATUS  PIC XX.
       01 WS-ATMCSRPT-STATUS  PIC XX.
       01 WS-ATMLBRPT-STATUS  PIC XX.
       01 WS-OFFBOOK-STATUS   PIC XX.
       01 WS-OFFEXC-STATUS    PIC XX.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-RPTDIST-STATUS   PIC XX.
       01 WS-RPTINDEX-STATUS  PIC XX.
       01 WS-RPTSTORE-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-REPORT    VALUE "Y".
       01 WS-SCAN-EOF-FLAG    PIC X      VALUE "N".
          88 END-OF-SCAN      VALUE "Y".
       01 WS-DIST-FLAG        PIC X      VALUE "Y".
          88 WS-DIST-ON-FILE  VALUE "Y".
       01 WS-PAGE-LINES       PIC 9(3)   VALUE 60.
       01 WS-REPORT-ID        PIC X(8).
       01 WS-BURST-LINE       PIC X(132).
       01 WS-LINE-BRANCH      PIC X(4).
       01 WS-LINE-ACCOUNT     PIC 9(10).
       01 WS-LINES-READ       PIC 9(7)   VALUE 0.
       01 WS-LINES-FILED      PIC 9(7)   VALUE 0.
       01 WS-UNROUTED-COUNT   PIC 9(7)   VALUE 0.
       01 WS-UNDISTRIB-COUNT  PIC 9(7)   VALUE 0.
       01 WS-MEMBER-COUNT     PIC 9(5)   VALUE 0.
       01 WS-PURGED-COUNT     PIC 9(5)   VALUE 0.
       01 WS-REPORT-MEMBERS   PIC 9(3).
       01 WS-PURGE-KEY.
          05 WSP-REPORT-DATE  PIC 9(8).
          05 WSP-REPORT-ID    PIC X(8).
          05 WSP-BRANCH       PIC X(4).
       01 I                   PIC 9(3).
       01 WS-SLOT             PIC 9(3).
      * BRANCHES MET IN THE REPORT BEING BURST, WITH THE
      * DISTRIBUTION ROW THAT APPLIES TO EACH.
       01 WS-BRANCH-COUNT     PIC 9(3)   VALUE 0.
       01 WS-BRANCH-TABLE.
          05 WS-BRANCH-ENTRY OCCURS 200 TIMES.
             10 WSB-BRANCH          PIC X(4).
             10 WSB-DISTRIBUTED     PIC X.
                88 WSB-IS-DISTRIBUTED VALUE "Y".
             10 WSB-RECIPIENTS      PIC X(60).
             10 WSB-RETENTION-DAYS  PIC 9(3).
             10 WSB-LINE-COUNT      PIC 9(6).
       01 WS-RUNCTL-MODE      PIC X.
       01 WS-RUNCTL-REFUSE    PIC X.
          88 WS-RUN-REFUSED   VALUE "Y".
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           MOVE "S" TO WS-RUNCTL-MODE
           CALL "RUNCTL" USING WS-RUNCTL-MODE "RPTBURST"
               WS-TS-DATE WS-LINES-READ WS-LINES-FILED
               WS-RUNCTL-REFUSE
           IF WS-RUN-REFUSED
               DISPLAY "RPTBURST ALREADY COMPLETE FOR " WS-TS-DATE
                   " - RUN REFUSED"
               STOP RUN
           END-IF

           PERFORM OPEN-REPOSITORY-FILES
           PERFORM CLEAR-TONIGHTS-MEMBERS
           PERFORM PURGE-EXPIRED-MEMBERS

           PERFORM BURST-EXCEPTION-REPORT
           PERFORM BURST-ADDRESS-EXCEPTIONS
           PERFORM BURST-DRAWER-REPORT
           PERFORM BURST-FROZEN-REPORT
           PERFORM BURST-DELINQUENCY-REPORT
           PERFORM BURST-PENDING-AGING
           PERFORM BURST-CONTACT-AGING
           PERFORM BURST-OVERRIDE-REPORT
           PERFORM BURST-NOMINEE-GAPS
           PERFORM BURST-MANDATE-EXPIRY
           PERFORM BURST-ALERT-FAILURES
           PERFORM BURST-VAULT-REPORT
           PERFORM BURST-ATM-POSITIONS
           PERFORM BURST-ATM-BREAKS
           PERFORM BURST-OFFLINE-BOOK
           PERFORM BURST-OFFLINE-EXCEPTIONS

           DISPLAY "REPORT BURST COMPLETE FOR " WS-TS-DATE
           DISPLAY "  LINES READ         " WS-LINES-READ
           DISPLAY "  LINES FILED        " WS-LINES-FILED
           DISPLAY "  MEMBERS WRITTEN    " WS-MEMBER-COUNT
           DISPLAY "  MEMBERS PURGED     " WS-PURGED-COUNT
           DISPLAY "  NOT DISTRIBUTED    " WS-UNDISTRIB-COUNT
           DISPLAY "  NO BRANCH FOUND    " WS-UNROUTED-COUNT

           CLOSE ACCOUNT-MASTER
           IF WS-DIST-ON-FILE
               CLOSE REPORT-DISTRIBUTION
           END-IF
           CLOSE REPORT-INDEX
           CLOSE REPORT-STORE

           MOVE "E" TO WS-RUNCTL-MODE
           CALL "RUNCTL" USING WS-RUNCTL-MODE "RPTBURST"
               WS-TS-DATE WS-LINES-READ WS-LINES-FILED
               WS-RUNCTL-REFUSE

           STOP RUN.

       OPEN-REPOSITORY-FILES.
           OPEN INPUT ACCOUNT-MASTER
           CALL "FILERR" USING "RPTBURST" "ACCTMAST"
               WS-ACCTMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

      * NO DISTRIBUTION TABLE YET MEANS NOTHING IS BURST, BUT THE
      * RETENTION PURGE STILL RUNS.
           OPEN INPUT REPORT-DISTRIBUTION
           IF WS-RPTDIST-STATUS = "35"
               MOVE "N" TO WS-DIST-FLAG
               DISPLAY "NO RPTDIST TABLE - NOTHING WILL BE BURST"
           ELSE
               CALL "FILERR" USING "RPTBURST" "RPTDIST"
                   WS-RPTDIST-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O REPORT-INDEX
           IF WS-RPTINDEX-STATUS = "35"
               OPEN OUTPUT REPORT-INDEX
               CLOSE REPORT-INDEX
               OPEN I-O REPORT-INDEX
           END-IF
           CALL "FILERR" USING "RPTBURST" "RPTINDEX"
               WS-RPTINDEX-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O REPORT-STORE
           IF WS-RPTSTORE-STATUS = "35"
               OPEN OUTPUT REPORT-STORE
               CLOSE REPORT-STORE
               OPEN I-O REPORT-STORE
           END-IF
           CALL "FILERR" USING "RPTBURST" "RPTSTORE"
               WS-RPTSTORE-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * A RERUN AFTER A FAILURE STARTS TONIGHT'S MEMBERS AGAIN
      * FROM NOTHING, SO NO LINE IS FILED TWICE.
       CLEAR-TONIGHTS-MEMBERS.
           MOVE WS-TS-DATE TO WSP-REPORT-DATE
           MOVE LOW-VALUES TO WSP-REPORT-ID
           MOVE LOW-VALUES TO WSP-BRANCH
           PERFORM DELETE-MEMBER-LINES

           MOVE "N" TO WS-SCAN-EOF-FLAG
           MOVE WS-TS-DATE TO RPX-REPORT-DATE
           MOVE LOW-VALUES TO RPX-REPORT-ID
           MOVE LOW-VALUES TO RPX-BRANCH
           START REPORT-INDEX KEY IS NOT LESS THAN RPX-KEY
               INVALID KEY SET END-OF-SCAN TO TRUE
           END-START
           PERFORM UNTIL END-OF-SCAN
               READ REPORT-INDEX NEXT RECORD
                   AT END SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF RPX-REPORT-DATE = WS-TS-DATE
                           DELETE REPORT-INDEX RECORD
                       ELSE
                           SET END-OF-SCAN TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       PURGE-EXPIRED-MEMBERS.
           MOVE "N" TO WS-SCAN-EOF-FLAG
           MOVE LOW-VALUES TO RPX-KEY
           START REPORT-INDEX KEY IS NOT LESS THAN RPX-KEY
               INVALID KEY SET END-OF-SCAN TO TRUE
           END-START
           PERFORM UNTIL END-OF-SCAN
               READ REPORT-INDEX NEXT RECORD
                   AT END SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF RPX-RETAIN-UNTIL < WS-TS-DATE
                           PERFORM PURGE-ONE-MEMBER
                       END-IF
               END-READ
           END-PERFORM.

       PURGE-ONE-MEMBER.
           MOVE RPX-REPORT-DATE TO WSP-REPORT-DATE
           MOVE RPX-REPORT-ID   TO WSP-REPORT-ID
           MOVE RPX-BRANCH      TO WSP-BRANCH
           DELETE REPORT-INDEX RECORD
           CALL "FILERR" USING "RPTBURST" "RPTINDEX"
               WS-RPTINDEX-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           PERFORM DELETE-MEMBER-LINES
           ADD 1 TO WS-PURGED-COUNT.

      * LOW-VALUES IN THE REPORT ID AND BRANCH TAKE EVERY MEMBER
      * FOR THE DATE; OTHERWISE JUST THE ONE MEMBER.
       DELETE-MEMBER-LINES.
           MOVE "N" TO WS-EOF-FLAG
           MOVE WSP-REPORT-DATE TO RPS-REPORT-DATE
           MOVE WSP-REPORT-ID   TO RPS-REPORT-ID
           MOVE WSP-BRANCH      TO RPS-BRANCH
           MOVE 0               TO RPS-LINE-SEQ
           START REPORT-STORE KEY IS NOT LESS THAN RPS-KEY
               INVALID KEY SET END-OF-REPORT TO TRUE
           END-START
           PERFORM UNTIL END-OF-REPORT
               READ REPORT-STORE NEXT RECORD
                   AT END SET END-OF-REPORT TO TRUE
                   NOT AT END
                       IF RPS-REPORT-DATE NOT = WSP-REPORT-DATE
                           SET END-OF-REPORT TO TRUE
                       ELSE
                           IF WSP-REPORT-ID = LOW-VALUES
                              OR (RPS-REPORT-ID = WSP-REPORT-ID
                                  AND RPS-BRANCH = WSP-BRANCH)
                               DELETE REPORT-STORE RECORD
                           ELSE
                               SET END-OF-REPORT TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       BURST-EXCEPTION-REPORT.
           MOVE "EXCPRPT " TO WS-REPORT-ID
           PERFORM START-ONE-REPORT
           OPEN INPUT EXCEPTION-REPORT
           IF WS-EXCPRPT-STATUS = "35"
               DISPLAY "EXCPRPT NOT PRESENT - NOT BURST"
           ELSE
               CALL "FILERR" USING "RPTBURST" "EXCPRPT"
                   WS-EXCPRPT-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-REPORT
                   READ EXCEPTION-REPORT
                       AT END SET END-OF-REPORT TO TRUE
                       NOT AT END
                           MOVE EXCEPTION-LINE TO WS-BURST-LINE
                           MOVE WS-BURST-LINE(1:10) TO WS-LINE-ACCOUNT
                           PERFORM FIND-ACCOUNT-BRANCH
                           PERFORM FILE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-REPORT
               PERFORM FINISH-ONE-REPORT
           END-IF.

       BURST-ADDRESS-EXCEPTIONS.
           MOVE "LOWBALLT" TO WS-REPORT-ID
           PERFORM START-ONE-REPORT
           OPEN INPUT ADDRESS-EXCEPTIONS
           IF WS-ADREXCP-STATUS = "35"
               DISPLAY "ADREXCP NOT PRESENT - NOT BURST"
           ELSE
               CALL "FILERR" USING "RPTBURST" "ADREXCP"
                   WS-ADREXCP-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-REPORT
                   READ ADDRESS-EXCEPTIONS
                       AT END SET END-OF-REPORT TO TRUE
                       NOT AT END
                           MOVE ADDRESS-EXCEPTION-LINE TO WS-BURST-LINE
                           MOVE WS-BURST-LINE(11:10) TO WS-LINE-ACCOUNT
                           PERFORM FIND-ACCOUNT-BRANCH
                           PERFORM FILE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE ADDRESS-EXCEPTIONS
               PERFORM FINISH-ONE-REPORT
           END-IF.

       BURST-DRAWER-REPORT.
           MOVE "DRAWRPT " TO WS-REPORT-ID
           PERFORM START-ONE-REPORT
           OPEN INPUT DRAWER-REPORT
           IF WS-DRAWRPT-STATUS = "35"
               DISPLAY "DRAWRPT NOT PRESENT - NOT BURST"
           ELSE
               CALL "FILERR" USING "RPTBURST" "DRAWRPT"
                   WS-DRAWRPT-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-REPORT
                   READ DRAWER-REPORT
                       AT END SET END-OF-REPORT TO TRUE
                       NOT AT END
                           MOVE DRAWER-REPORT-LINE TO WS-BURST-LINE
                           MOVE WS-BURST-LINE(11:4) TO WS-LINE-BRANCH
                           PERFORM FILE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE DRAWER-REPORT
               PERFORM FINISH-ONE-REPORT
           END-IF.

       BURST-FROZEN-REPORT.
           MOVE "FRZRPT  " TO WS-REPORT-ID
           PERFORM START-ONE-REPORT
           OPEN INPUT FROZEN-REPORT
           IF WS-FRZRPT-STATUS = "35"
               DISPLAY "FRZRPT NOT PRESENT - NOT BURST"
           ELSE
               CALL "FILERR" USING "RPTBURST" "FRZRPT"
                   WS-FRZRPT-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-REPORT
                   READ FROZEN-REPORT
                       AT END SET END-OF-REPORT TO TRUE
                       NOT AT END
                           MOVE FROZEN-REPORT-LINE TO WS-BURST-LINE
                           MOVE WS-BURST-LINE(13:4) TO WS-LINE-BRANCH
                           PERFORM FILE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE FROZEN-REPORT
               PERFORM FINISH-ONE-REPORT
           END-IF.

       BURST-DELINQUENCY-REPORT.
           MOVE "DELQRPT " TO WS-REPORT-ID
           PERFORM START-ONE-REPORT
           OPEN INPUT DELINQUENCY-REPORT
           IF WS-DELQRPT-STATUS = "35"
               DISPLAY "DELQRPT NOT PRESENT - NOT BURST"
           ELSE
               CALL "FILERR" USING "RPTBURST" "DELQRPT"
                   WS-DELQRPT-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-REPORT
                   READ DELINQUENCY-REPORT
                       AT END SET END-OF-REPORT TO TRUE
                       NOT AT END
                           MOVE DELINQUENCY-LINE TO WS-BURST-LINE
                           MOVE WS-BURST-LINE(1:4) TO WS-LINE-BRANCH
                           PERFORM FILE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE DELINQUENCY-REPORT
               PERFORM FINISH-ONE-REPORT
           END-IF.

       BURST-PENDING-AGING.
           MOVE "PENDAGE " TO WS-REPORT-ID
           PERFORM START-ONE-REPORT
           OPEN INPUT PENDING-AGING-REPORT
           IF WS-PENDAGE-STATUS = "35"
               DISPLAY "PENDAGE NOT PRESENT - NOT BURST"
           ELSE
               CALL "FILERR" USING "RPTBURST" "PENDAGE"
                   WS-PENDAGE-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-REPORT
                   READ PENDING-AGING-REPORT
                       AT END SET END-OF-REPORT TO TRUE
                       NOT AT END
                           MOVE PENDING-AGING-LINE TO WS-BURST-LINE
                           MOVE WS-BURST-LINE(11:10) TO WS-LINE-ACCOUNT
                           PERFORM FIND-ACCOUNT-BRANCH
                           PERFORM FILE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE PENDING-AGING-REPORT
               PERFORM FINISH-ONE-REPORT
           END-IF.

       BURST-CONTACT-AGING.
           MOVE "CONTAGE " TO WS-REPORT-ID
           PERFORM START-ONE-REPORT
           OPEN INPUT CONTACT-AGING-REPORT
           IF WS-CONTAGE-STATUS = "35"
               DISPLAY "CONTAGE NOT PRESENT - NOT BURST"
           ELSE
               CALL "FILERR" USING "RPTBURST" "CONTAGE"
                   WS-CONTAGE-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-REPORT
                   READ CONTACT-AGING-REPORT
                       AT END SET END-OF-REPORT TO TRUE
                       NOT AT END
                           MOVE CONTACT-AGING-LINE TO WS-BURST-LINE
                           MOVE WS-BURST-LINE(1:4) TO WS-LINE-BRANCH
                           PERFORM FILE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE CONTACT-AGING-REPORT
               PERFORM FINISH-ONE-REPORT
           END-IF.

      * DETAIL LINES CARRY THE BRANCH AFTER THE SUPERVISOR; THE
      * PER-SUPERVISOR TOTAL LINES ARE SHIFTED BY THEIR "TOTAL ".
       BURST-OVERRIDE-REPORT.
           MOVE "OVRRPT  " TO WS-REPORT-ID
           PERFORM START-ONE-REPORT
           OPEN INPUT OVERRIDE-REPORT
           IF WS-OVRRPT-STATUS = "35"
               DISPLAY "OVRRPT NOT PRESENT - NOT BURST"
           ELSE
               CALL "FILERR" USING "RPTBURST" "OVRRPT"
                   WS-OVRRPT-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-REPORT
                   READ OVERRIDE-REPORT
                       AT END SET END-OF-REPORT TO TRUE
                       NOT AT END
                           MOVE OVERRIDE-REPORT-LINE TO WS-BURST-LINE
                           IF WS-BURST-LINE(1:6) = "TOTAL "
                               MOVE WS-BURST-LINE(17:4)
                                   TO WS-LINE-BRANCH
                           ELSE
                               MOVE WS-BURST-LINE(11:4)
                                   TO WS-LINE-BRANCH
                           END-IF
                           PERFORM FILE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-REPORT
               PERFORM FINISH-ONE-REPORT
           END-IF.

       BURST-NOMINEE-GAPS.
           MOVE "NOMGAP  " TO WS-REPORT-ID
           PERFORM START-ONE-REPORT
           OPEN INPUT NOMINEE-GAP-REPORT
           IF WS-NOMGAP-STATUS = "35"
               DISPLAY "NOMGAP NOT PRESENT - NOT BURST"
           ELSE
               CALL "FILERR" USING "RPTBURST" "NOMGAP"
                   WS-NOMGAP-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-REPORT
                   READ NOMINEE-GAP-REPORT
                       AT END SET END-OF-REPORT TO TRUE
                       NOT AT END
                           MOVE NOMINEE-GAP-LINE TO WS-BURST-LINE
                           MOVE WS-BURST-LINE(1:4) TO WS-LINE-BRANCH
                           PERFORM FILE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE NOMINEE-GAP-REPORT
               PERFORM FINISH-ONE-REPORT
           END-IF.

       BURST-MANDATE-EXPIRY.
           MOVE "MNDEXP  " TO WS-REPORT-ID
           PERFORM START-ONE-REPORT
           OPEN INPUT MANDATE-EXPIRY-REPORT
           IF WS-MNDEXP-STATUS = "35"
               DISPLAY "MNDEXP NOT PRESENT - NOT BURST"
           ELSE
               CALL "FILERR" USING "RPTBURST" "MNDEXP"
                   WS-MNDEXP-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-REPORT
                   READ MANDATE-EXPIRY-REPORT
                       AT END SET END-OF-REPORT TO TRUE
                       NOT AT END
                           MOVE MANDATE-EXPIRY-LINE TO WS-BURST-LINE
                           MOVE WS-BURST-LINE(1:4) TO WS-LINE-BRANCH
                           PERFORM FILE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE MANDATE-EXPIRY-REPORT
               PERFORM FINISH-ONE-REPORT
           END-IF.

       BURST-ALERT-FAILURES.
           MOVE "ALRTFAIL" TO WS-REPORT-ID
           PERFORM START-ONE-REPORT
           OPEN INPUT ALERT-FAILURE-REPORT
           IF WS-ALRTFAIL-STATUS = "35"
               DISPLAY "ALRTFAIL NOT PRESENT - NOT BURST"
           ELSE
               CALL "FILERR" USING "RPTBURST" "ALRTFAIL"
                   WS-ALRTFAIL-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-REPORT
                   READ ALERT-FAILURE-REPORT
                       AT END SET END-OF-REPORT TO TRUE
                       NOT AT END
                           MOVE ALERT-FAILURE-LINE TO WS-BURST-LINE
                           MOVE WS-BURST-LINE(1:4) TO WS-LINE-BRANCH
                           PERFORM FILE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE ALERT-FAILURE-REPORT
               PERFORM FINISH-ONE-REPORT
           END-IF.

       BURST-VAULT-REPORT.
           MOVE "VAULTRPT" TO WS-REPORT-ID
           PERFORM START-ONE-REPORT
           OPEN INPUT VAULT-REPORT
           IF WS-VAULTRPT-STATUS = "35"
               DISPLAY "VAULTRPT NOT PRESENT - NOT BURST"
           ELSE
               CALL "FILERR" USING "RPTBURST" "VAULTRPT"
                   WS-VAULTRPT-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-REPORT
                   READ VAULT-REPORT
                       AT END SET END-OF-REPORT TO TRUE
                       NOT AT END
                           MOVE VAULT-REPORT-LINE TO WS-BURST-LINE
                           MOVE WS-BURST-LINE(1:4) TO WS-LINE-BRANCH
                           PERFORM FILE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE VAULT-REPORT
               PERFORM FINISH-ONE-REPORT
           END-IF.

       BURST-ATM-POSITIONS.
           MOVE "ATMCSRPT" TO WS-REPORT-ID
           PERFORM START-ONE-REPORT
           OPEN INPUT ATM-POSITION-REPORT
           IF WS-ATMCSRPT-STATUS = "35"
               DISPLAY "ATMCSRPT NOT PRESENT - NOT BURST"
           ELSE
               CALL "FILERR" USING "RPTBURST" "ATMCSRPT"
                   WS-ATMCSRPT-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-REPORT
                   READ ATM-POSITION-REPORT
                       AT END SET END-OF-REPORT TO TRUE
                       NOT AT END
                           MOVE ATM-POSITION-LINE TO WS-BURST-LINE
                           MOVE WS-BURST-LINE(1:4) TO WS-LINE-BRANCH
                           PERFORM FILE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE ATM-POSITION-REPORT
               PERFORM FINISH-ONE-REPORT
           END-IF.

       BURST-ATM-BREAKS.
           MOVE "ATMLBRPT" TO WS-REPORT-ID
           PERFORM START-ONE-REPORT
           OPEN INPUT ATM-BREAKS-REPORT
           IF WS-ATMLBRPT-STATUS = "35"
               DISPLAY "ATMLBRPT NOT PRESENT - NOT BURST"
           ELSE
               CALL "FILERR" USING "RPTBURST" "ATMLBRPT"
                   WS-ATMLBRPT-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-REPORT
                   READ ATM-BREAKS-REPORT
                       AT END SET END-OF-REPORT TO TRUE
                       NOT AT END
                           MOVE ATM-BREAK-LINE TO WS-BURST-LINE
                           MOVE WS-BURST-LINE(1:4) TO WS-LINE-BRANCH
                           PERFORM FILE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE ATM-BREAKS-REPORT
               PERFORM FINISH-ONE-REPORT
           END-IF.

       BURST-OFFLINE-BOOK.
           MOVE "OFFBOOK " TO WS-REPORT-ID
           PERFORM START-ONE-REPORT
           OPEN INPUT OFFLINE-BOOK
           IF WS-OFFBOOK-STATUS = "35"
               DISPLAY "OFFBOOK NOT PRESENT - NOT BURST"
           ELSE
               CALL "FILERR" USING "RPTBURST" "OFFBOOK"
                   WS-OFFBOOK-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-REPORT
                   READ OFFLINE-BOOK
                       AT END SET END-OF-REPORT TO TRUE
                       NOT AT END
                           MOVE OFFLINE-BOOK-LINE TO WS-BURST-LINE
                           MOVE WS-BURST-LINE(1:4) TO WS-LINE-BRANCH
                           PERFORM FILE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE OFFLINE-BOOK
               PERFORM FINISH-ONE-REPORT
           END-IF.

       BURST-OFFLINE-EXCEPTIONS.
           MOVE "OFFEXC  " TO WS-REPORT-ID
           PERFORM START-ONE-REPORT
           OPEN INPUT OFFLINE-EXCEPTION-REPORT
           IF WS-OFFEXC-STATUS = "35"
               DISPLAY "OFFEXC NOT PRESENT - NOT BURST"
           ELSE
               CALL "FILERR" USING "RPTBURST" "OFFEXC"
                   WS-OFFEXC-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-REPORT
                   READ OFFLINE-EXCEPTION-REPORT
                       AT END SET END-OF-REPORT TO TRUE
                       NOT AT END
                           MOVE OFFLINE-EXCEPTION-LINE TO WS-BURST-LINE
                           MOVE WS-BURST-LINE(1:4) TO WS-LINE-BRANCH
                           PERFORM FILE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE OFFLINE-EXCEPTION-REPORT
               PERFORM FINISH-ONE-REPORT
           END-IF.

       START-ONE-REPORT.
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO WS-BRANCH-COUNT.

       FIND-ACCOUNT-BRANCH.
           MOVE SPACES TO WS-LINE-BRANCH
           MOVE WS-LINE-ACCOUNT TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACM-BRANCH TO WS-LINE-BRANCH
           END-READ.

       FILE-ONE-LINE.
           ADD 1 TO WS-LINES-READ
           IF WS-LINE-BRANCH = SPACES
               ADD 1 TO WS-UNROUTED-COUNT
           ELSE
               PERFORM FIND-BRANCH-SLOT
               IF WS-SLOT = 0
                   ADD 1 TO WS-UNROUTED-COUNT
               ELSE
                   IF WSB-IS-DISTRIBUTED(WS-SLOT)
                       PERFORM STORE-ONE-LINE
                   ELSE
                       ADD 1 TO WS-UNDISTRIB-COUNT
                   END-IF
               END-IF
           END-IF.

       FIND-BRANCH-SLOT.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BRANCH-COUNT
               IF WSB-BRANCH(I) = WS-LINE-BRANCH
                   MOVE I TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT = 0
               IF WS-BRANCH-COUNT < 200
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE WS-BRANCH-COUNT TO WS-SLOT
                   MOVE WS-LINE-BRANCH TO WSB-BRANCH(WS-SLOT)
                   MOVE 0 TO WSB-LINE-COUNT(WS-SLOT)
                   PERFORM FIND-DISTRIBUTION
               ELSE
                   DISPLAY "BRANCH TABLE FULL - " WS-REPORT-ID
                       " BRANCH " WS-LINE-BRANCH " NOT BURST"
               END-IF
           END-IF.

      * THE BRANCH'S OWN ROW FIRST, THEN THE REPORT'S **** ROW.
       FIND-DISTRIBUTION.
           MOVE "N" TO WSB-DISTRIBUTED(WS-SLOT)
           IF WS-DIST-ON-FILE
               MOVE WS-REPORT-ID   TO RDT-REPORT-ID
               MOVE WS-LINE-BRANCH TO RDT-BRANCH
               READ REPORT-DISTRIBUTION
                   INVALID KEY
                       MOVE "****" TO RDT-BRANCH
                       READ REPORT-DISTRIBUTION
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM TAKE-DISTRIBUTION
                       END-READ
                   NOT INVALID KEY
                       PERFORM TAKE-DISTRIBUTION
               END-READ
           END-IF.

       TAKE-DISTRIBUTION.
           MOVE "Y"                TO WSB-DISTRIBUTED(WS-SLOT)
           MOVE RDT-RECIPIENTS     TO WSB-RECIPIENTS(WS-SLOT)
           MOVE RDT-RETENTION-DAYS TO WSB-RETENTION-DAYS(WS-SLOT).

       STORE-ONE-LINE.
           ADD 1 TO WSB-LINE-COUNT(WS-SLOT)
           MOVE WS-TS-DATE              TO RPS-REPORT-DATE
           MOVE WS-REPORT-ID            TO RPS-REPORT-ID
           MOVE WS-LINE-BRANCH          TO RPS-BRANCH
           MOVE WSB-LINE-COUNT(WS-SLOT) TO RPS-LINE-SEQ
           MOVE WS-BURST-LINE           TO RPS-LINE
           WRITE REPORT-STORE-RECORD
           CALL "FILERR" USING "RPTBURST" "RPTSTORE"
               WS-RPTSTORE-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           ADD 1 TO WS-LINES-FILED.

      * ONE INDEX ROW PER MEMBER THE REPORT PRODUCED.
       FINISH-ONE-REPORT.
           MOVE 0 TO WS-REPORT-MEMBERS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BRANCH-COUNT
               IF WSB-LINE-COUNT(I) > 0
                   PERFORM INDEX-ONE-MEMBER
               END-IF
           END-PERFORM
           DISPLAY WS-REPORT-ID " BURST INTO " WS-REPORT-MEMBERS
               " BRANCH MEMBER(S)".

       INDEX-ONE-MEMBER.
           MOVE WS-TS-DATE        TO RPX-REPORT-DATE
           MOVE WS-REPORT-ID      TO RPX-REPORT-ID
           MOVE WSB-BRANCH(I)     TO RPX-BRANCH
           MOVE WSB-LINE-COUNT(I) TO RPX-LINE-COUNT
           COMPUTE RPX-PAGE-COUNT =
               (WSB-LINE-COUNT(I) + WS-PAGE-LINES - 1) / WS-PAGE-LINES
           MOVE WSB-RECIPIENTS(I) TO RPX-RECIPIENTS
           COMPUTE RPX-RETAIN-UNTIL = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
               + WSB-RETENTION-DAYS(I))
           WRITE REPORT-INDEX-RECORD
           CALL "FILERR" USING "RPTBURST" "RPTINDEX"
               WS-RPTINDEX-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           ADD 1 TO WS-REPORT-MEMBERS
           ADD 1 TO WS-MEMBER-COUNT.


