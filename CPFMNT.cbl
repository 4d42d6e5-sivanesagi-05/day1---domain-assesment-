       PROGRAM-ID. CPFMNT.

      *****************************************************
      * Contact-preference maintenance - set or show how the *
      * nightly notice run may contact a customer: mail,      *
      * phone, or not at all. The notice extract honors this   *
      * record before anything goes out. The same record        *
      * carries the mobile number and email address transaction  *
      * alerts go to; a new or changed one starts unverified, and *
      * only once the customer has confirmed it at the branch is   *
      * it marked verified and sent to.                             *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-ACTION           PIC X.
          88 WS-SET-PREF      VALUE "S".
          88 WS-SHOW-PREF     VALUE "L".
          88 WS-SET-CONTACTS  VALUE "C".
          88 WS-VERIFY-CONTACT VALUE "V".
       01 CUSTOMER-ID         PIC 9(8).
       01 WS-NEW-CHANNEL      PIC X.
       01 WS-ON-FILE-FLAG     PIC X      VALUE "N".
          88 WS-PREF-ON-FILE  VALUE "Y".
       01 WS-NEW-MOBILE       PIC X(15).
       01 WS-NEW-EMAIL        PIC X(50).
       01 WS-VERIFY-WHICH     PIC X.
          88 WS-VERIFY-MOBILE VALUE "M".
          88 WS-VERIFY-EMAIL  VALUE "E".
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).
           DISPLAY "ENTER TELLER/OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           DISPLAY "ACTION - SET(S) SHOW(L) CONTACTS(C) VERIFY(V): ".
           ACCEPT WS-ACTION.

           DISPLAY "ENTER CUSTOMER ID: ".
                           PERFORM SET-THE-PREFERENCE
                       WHEN WS-SHOW-PREF
                           PERFORM SHOW-THE-PREFERENCE
                       WHEN WS-SET-CONTACTS
                           PERFORM SET-THE-CONTACTS
                       WHEN WS-VERIFY-CONTACT
                           PERFORM VERIFY-THE-CONTACT
                       WHEN OTHER
                           DISPLAY "INVALID ACTION - ENTER S, L, C"
                               " OR V"
                   END-EVALUATE
           END-READ

               MOVE CUSTOMER-ID TO CPF-CUSTOMER-ID
               READ CONTACT-PREFERENCES
                   INVALID KEY
                       PERFORM NEW-PREFERENCE-RECORD
                   NOT INVALID KEY
                       SET WS-PREF-ON-FILE TO TRUE
               END-READ
               MOVE WS-NEW-CHANNEL TO CPF-CHANNEL
               MOVE WS-TS-DATE     TO CPF-SET-DATE
               MOVE WS-OPERATOR-ID TO CPF-SET-BY
               PERFORM STORE-THE-PREFERENCE
               DISPLAY "PREFERENCE " WS-NEW-CHANNEL " SET FOR "
                   CUSTOMER-ID
           END-IF.

      * A CUSTOMER WITH NO RECORD YET HAS THE MAIL DEFAULT AND NO
      * ELECTRONIC CONTACTS.
       NEW-PREFERENCE-RECORD.
           MOVE SPACES      TO CONTACT-PREFERENCE-RECORD
           MOVE CUSTOMER-ID TO CPF-CUSTOMER-ID
           MOVE "M"         TO CPF-CHANNEL
           MOVE "U"         TO CPF-MOBILE-STATUS
           MOVE "U"         TO CPF-EMAIL-STATUS
           MOVE 0           TO CPF-MOBILE-VERIFIED-DATE
           MOVE 0           TO CPF-EMAIL-VERIFIED-DATE.

       STORE-THE-PREFERENCE.
           IF WS-PREF-ON-FILE
               REWRITE CONTACT-PREFERENCE-RECORD
           ELSE
               WRITE CONTACT-PREFERENCE-RECORD
           END-IF
           CALL "FILERR" USING "CPFMNT  " "CONTPREF"
               WS-CONTPREF-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * A CHANGED NUMBER OR ADDRESS GOES BACK TO UNVERIFIED - NO
      * ALERT IS SENT TO IT UNTIL THE CUSTOMER CONFIRMS IT. SPACES
      * KEEP WHAT IS ON FILE; A SINGLE "-" CLEARS IT.
       SET-THE-CONTACTS.
           MOVE "N" TO WS-ON-FILE-FLAG
           MOVE CUSTOMER-ID TO CPF-CUSTOMER-ID
           READ CONTACT-PREFERENCES
               INVALID KEY
                   PERFORM NEW-PREFERENCE-RECORD
               NOT INVALID KEY
                   SET WS-PREF-ON-FILE TO TRUE
           END-READ

           DISPLAY "ENTER MOBILE NUMBER (SPACES = KEEP, - = CLEAR): ".
           ACCEPT WS-NEW-MOBILE.
           DISPLAY "ENTER EMAIL ADDRESS (SPACES = KEEP, - = CLEAR): ".
           ACCEPT WS-NEW-EMAIL.

           EVALUATE TRUE
               WHEN WS-NEW-MOBILE = SPACES
                   CONTINUE
               WHEN WS-NEW-MOBILE = "-"
                   MOVE SPACES TO CPF-MOBILE-NUMBER
                   MOVE "U"    TO CPF-MOBILE-STATUS
                   MOVE 0      TO CPF-MOBILE-VERIFIED-DATE
               WHEN WS-NEW-MOBILE NOT = CPF-MOBILE-NUMBER
                   MOVE WS-NEW-MOBILE TO CPF-MOBILE-NUMBER
                   MOVE "U"    TO CPF-MOBILE-STATUS
                   MOVE 0      TO CPF-MOBILE-VERIFIED-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-NEW-EMAIL = SPACES
                   CONTINUE
               WHEN WS-NEW-EMAIL = "-"
                   MOVE SPACES TO CPF-EMAIL-ADDRESS
                   MOVE "U"    TO CPF-EMAIL-STATUS
                   MOVE 0      TO CPF-EMAIL-VERIFIED-DATE
               WHEN WS-NEW-EMAIL NOT = CPF-EMAIL-ADDRESS
                   MOVE WS-NEW-EMAIL TO CPF-EMAIL-ADDRESS
                   MOVE "U"    TO CPF-EMAIL-STATUS
                   MOVE 0      TO CPF-EMAIL-VERIFIED-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE WS-TS-DATE     TO CPF-SET-DATE
           MOVE WS-OPERATOR-ID TO CPF-SET-BY
           PERFORM STORE-THE-PREFERENCE
           DISPLAY "CONTACTS SET FOR " CUSTOMER-ID
           PERFORM SHOW-THE-CONTACTS.

      * THE BRANCH MARKS A CONTACT VERIFIED ONCE THE CUSTOMER HAS
      * CONFIRMED IT - A DELIVERY FAILURE CLEARS IT AGAIN.
       VERIFY-THE-CONTACT.
           DISPLAY "VERIFY MOBILE(M) OR EMAIL(E): ".
           ACCEPT WS-VERIFY-WHICH.

           MOVE CUSTOMER-ID TO CPF-CUSTOMER-ID
           READ CONTACT-PREFERENCES
               INVALID KEY
                   DISPLAY "No contacts on file for the customer"
               NOT INVALID KEY
                   SET WS-PREF-ON-FILE TO TRUE
                   EVALUATE TRUE
                       WHEN WS-VERIFY-MOBILE
                        AND CPF-MOBILE-NUMBER = SPACES
                           DISPLAY "No mobile number on file"
                       WHEN WS-VERIFY-MOBILE
                           MOVE "V"        TO CPF-MOBILE-STATUS
                           MOVE WS-TS-DATE TO CPF-MOBILE-VERIFIED-DATE
                           PERFORM STORE-THE-PREFERENCE
                           DISPLAY "MOBILE " CPF-MOBILE-NUMBER
                               " VERIFIED"
                       WHEN WS-VERIFY-EMAIL
                        AND CPF-EMAIL-ADDRESS = SPACES
                           DISPLAY "No email address on file"
                       WHEN WS-VERIFY-EMAIL
                           MOVE "V"        TO CPF-EMAIL-STATUS
                           MOVE WS-TS-DATE TO CPF-EMAIL-VERIFIED-DATE
                           PERFORM STORE-THE-PREFERENCE
                           DISPLAY "EMAIL " CPF-EMAIL-ADDRESS
                               " VERIFIED"
                       WHEN OTHER
                           DISPLAY "INVALID CHOICE - ENTER M OR E"
                   END-EVALUATE
           END-READ.

       SHOW-THE-PREFERENCE.
           MOVE CUSTOMER-ID TO CPF-CUSTOMER-ID
           READ CONTACT-PREFERENCES
                   DISPLAY "  CHANNEL " CPF-CHANNEL
                       " SET " CPF-SET-DATE
                       " BY " CPF-SET-BY
                   PERFORM SHOW-THE-CONTACTS
           END-READ.

       SHOW-THE-CONTACTS.
           DISPLAY "  MOBILE  " CPF-MOBILE-NUMBER " STATUS "
               CPF-MOBILE-STATUS " " CPF-MOBILE-VERIFIED-DATE
           DISPLAY "  EMAIL   " CPF-EMAIL-ADDRESS
           DISPLAY "          STATUS " CPF-EMAIL-STATUS " "
               CPF-EMAIL-VERIFIED-DATE.
