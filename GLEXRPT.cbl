       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXRPT.

      *****************************************************
      * Morning GL posting exceptions report for finance -   *
      * every journal side GLPOST booked to suspense on the   *
      * processing date because no posting rule resolved or    *
      * the GL account asked for was unknown or closed on the   *
      * chart. Each line shows what was asked for, so finance    *
      * can move the amount to the right account and fix the rule *
      * or chart entry in COAMNT. Sides refused outright because   *
      * the period was locked are listed and counted apart - they   *
      * never reached suspense.                                      *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-EXCEPTION-LOG ASSIGN TO "GLEXCP.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-GLEXCP-STATUS.

           SELECT GL-EXCEPTION-REPORT ASSIGN TO "GLEXRPT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-GLEXRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-EXCEPTION-LOG.
       COPY "GLEXCP.cpy".

       FD  GL-EXCEPTION-REPORT.
       01 GL-EXCEPTION-LINE.
          05 GXL-SOURCE-PROGRAM     PIC X(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 GXL-BRANCH             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 GXL-ACCOUNT-TYPE       PIC X(2).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 GXL-DR-CR              PIC X.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 GXL-REQUESTED-GL       PIC X(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 GXL-SUSPENSE-GL        PIC X(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 GXL-AMOUNT             PIC Z(8)9.99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 GXL-REASON-TEXT        PIC X(14).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 GXL-POSTING-TIME       PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-GLEXCP-STATUS    PIC XX.
       01 WS-GLEXRPT-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-EXCEPTIONS VALUE "Y".
       01 WS-NO-RULE-COUNT    PIC 9(7)   VALUE 0.
       01 WS-UNKNOWN-COUNT    PIC 9(7)   VALUE 0.
       01 WS-CLOSED-COUNT     PIC 9(7)   VALUE 0.
       01 WS-LOCKED-COUNT     PIC 9(7)   VALUE 0.
       01 WS-EXCEPTION-COUNT  PIC 9(7)   VALUE 0.
       01 WS-SUSPENSE-TOTAL   PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-DISPLAY    PIC Z(10)9.99.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES

      * NO LOG AT ALL MEANS NOTHING HAS EVER GONE TO SUSPENSE -
      * THE REPORT STILL GOES OUT, EMPTY, SO FINANCE SEES A CLEAN DAY.
           IF WS-GLEXCP-STATUS = "35"
               SET END-OF-EXCEPTIONS TO TRUE
           ELSE
               PERFORM READ-EXCEPTION-RECORD
           END-IF
           PERFORM UNTIL END-OF-EXCEPTIONS
               IF GLX-POSTING-DATE = WS-TS-DATE
                   PERFORM REPORT-ONE-EXCEPTION
               END-IF
               PERFORM READ-EXCEPTION-RECORD
           END-PERFORM

           MOVE WS-SUSPENSE-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY "GL EXCEPTIONS REPORT FOR " WS-TS-DATE " COMPLETE"
           DISPLAY "  NO POSTING RULE:    " WS-NO-RULE-COUNT
           DISPLAY "  GL NOT ON CHART:    " WS-UNKNOWN-COUNT
           DISPLAY "  GL CLOSED ON CHART: " WS-CLOSED-COUNT
           DISPLAY "  PERIOD LOCKED:      " WS-LOCKED-COUNT
               " - NOT BOOKED"
           DISPLAY "  TOTAL SIDE(S):      " WS-EXCEPTION-COUNT
               " - " WS-TOTAL-DISPLAY " BOOKED TO SUSPENSE"

           IF WS-GLEXCP-STATUS = "35"
               CONTINUE
           ELSE
               CLOSE GL-EXCEPTION-LOG
           END-IF
           CLOSE GL-EXCEPTION-REPORT

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN INPUT GL-EXCEPTION-LOG
           IF WS-GLEXCP-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "GLEXRPT " "GLEXCP" WS-GLEXCP-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT GL-EXCEPTION-REPORT
           CALL "FILERR" USING "GLEXRPT " "GLEXRPT" WS-GLEXRPT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       READ-EXCEPTION-RECORD.
           READ GL-EXCEPTION-LOG
               AT END SET END-OF-EXCEPTIONS TO TRUE
           END-READ.

       REPORT-ONE-EXCEPTION.
           MOVE GLX-SOURCE-PROGRAM TO GXL-SOURCE-PROGRAM
           MOVE GLX-BRANCH         TO GXL-BRANCH
           MOVE GLX-ACCOUNT-TYPE   TO GXL-ACCOUNT-TYPE
           MOVE GLX-DR-CR          TO GXL-DR-CR
           MOVE GLX-REQUESTED-GL   TO GXL-REQUESTED-GL
           MOVE GLX-SUSPENSE-GL    TO GXL-SUSPENSE-GL
           MOVE GLX-AMOUNT         TO GXL-AMOUNT
           MOVE GLX-POSTING-TIME   TO GXL-POSTING-TIME
           EVALUATE TRUE
               WHEN GLX-NO-RULE
                   MOVE "NO RULE"        TO GXL-REASON-TEXT
                   ADD 1 TO WS-NO-RULE-COUNT
               WHEN GLX-UNKNOWN-ACCOUNT
                   MOVE "NOT ON CHART"   TO GXL-REASON-TEXT
                   ADD 1 TO WS-UNKNOWN-COUNT
               WHEN GLX-CLOSED-ACCOUNT
                   MOVE "ACCOUNT CLOSED" TO GXL-REASON-TEXT
                   ADD 1 TO WS-CLOSED-COUNT
               WHEN GLX-PERIOD-LOCKED
                   MOVE "PERIOD LOCKED"  TO GXL-REASON-TEXT
                   ADD 1 TO WS-LOCKED-COUNT
               WHEN OTHER
                   MOVE GLX-REASON       TO GXL-REASON-TEXT
           END-EVALUATE
           WRITE GL-EXCEPTION-LINE
           ADD 1 TO WS-EXCEPTION-COUNT
           IF GLX-PERIOD-LOCKED
               CONTINUE
           ELSE
               ADD GLX-AMOUNT TO WS-SUSPENSE-TOTAL
           END-IF.
