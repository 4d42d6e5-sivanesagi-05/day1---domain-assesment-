       PROGRAM-ID. AGERECALC.

      *****************************************************
      * Yearly batch run - walks the full customer master,   *
      * recomputes current age from date of birth, and logs   *
      * anyone who has just crossed the minimum eligibility    *
      * age so marketing can target newly-eligible customers    *
      * instead of this being noticed by hand. Entity customers  *
      * on ENTREG have no age and are passed over - their         *
      * eligibility follows entity rules.                          *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-NEWELIG-STATUS.

           SELECT ENTITY-REGISTER ASSIGN TO "ENTREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ENT-CUSTOMER-ID
               FILE STATUS WS-ENTREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 NEL-NEW-AGE            PIC 99.

       FD  ENTITY-REGISTER.
       COPY "ENTREG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-STATUS  PIC XX.
       01 WS-NEWELIG-STATUS   PIC XX.
       01 WS-ENTREG-STATUS    PIC XX.
       01 WS-ENTREG-FLAG      PIC X      VALUE "N".
          88 WS-ENTREG-OPEN   VALUE "Y".
       01 WS-ENTITY-FLAG      PIC X      VALUE "N".
          88 WS-IS-ENTITY     VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-CUSTOMERS VALUE "Y".
       01 WS-ABEND-FLAG       PIC X.

           PERFORM READ-CUSTOMER-RECORD
           PERFORM UNTIL END-OF-CUSTOMERS
               PERFORM CHECK-FOR-ENTITY
               IF NOT WS-IS-ENTITY
                   PERFORM RECALCULATE-ONE-CUSTOMER
               END-IF
               PERFORM READ-CUSTOMER-RECORD
           END-PERFORM


           CLOSE CUSTOMER-MASTER
           CLOSE NEWLY-ELIGIBLE-REPORT
           IF WS-ENTREG-OPEN
               CLOSE ENTITY-REGISTER
           END-IF

           STOP RUN.

               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT ENTITY-REGISTER
           IF WS-ENTREG-STATUS NOT = "35"
               CALL "FILERR" USING "AGERECAL" "ENTREG" WS-ENTREG-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               SET WS-ENTREG-OPEN TO TRUE
           END-IF.

       CHECK-FOR-ENTITY.
           MOVE "N" TO WS-ENTITY-FLAG
           IF WS-ENTREG-OPEN
               MOVE CUM-CUSTOMER-ID TO ENT-CUSTOMER-ID
               READ ENTITY-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-IS-ENTITY TO TRUE
               END-READ
           END-IF.

       READ-CUSTOMER-RECORD.
