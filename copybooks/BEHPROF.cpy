      *****************************************************
      * BEHPROF.cpy                                        *
      * Debit behavior profile per account, keyed by        *
      * account number and rebuilt each night by BEHPROF     *
      * from TXNHIST: the size of the account's normal debit, *
      * how often each channel is used, when a card last drew  *
      * cash from an ATM, and the branches the account's        *
      * withdrawals are usually taken at. BEHSCORE measures each *
      * new debit against it.                                     *
      *****************************************************
       01 BEHAVIOR-PROFILE-RECORD.
          05 BHP-ACCOUNT-NUMBER     PIC 9(10).
          05 BHP-BUILT-DATE         PIC 9(8).
      * DEBITS POSTED INSIDE THE PROFILE WINDOW.
          05 BHP-DEBIT-COUNT        PIC 9(5).
          05 BHP-DEBIT-TOTAL        PIC 9(11)V99.
          05 BHP-AVERAGE-DEBIT      PIC 9(9)V99.
          05 BHP-LARGEST-DEBIT      PIC 9(9)V99.
          05 BHP-TLR-COUNT          PIC 9(5).
          05 BHP-ATM-COUNT          PIC 9(5).
          05 BHP-POS-COUNT          PIC 9(5).
          05 BHP-OTHER-COUNT        PIC 9(5).
      * CARRIED FORWARD NIGHT TO NIGHT, SO AN ATM DEBIT OLDER
      * THAN THE WINDOW - OR ARCHIVED OFF TXNHIST - IS STILL
      * REMEMBERED. ZERO MEANS NO ATM USE EVER SEEN.
          05 BHP-LAST-ATM-DATE      PIC 9(8).
      * BRANCHES OF ENTRY OFF THE DAILY WITHDRAWAL FILE, EACH
      * WITH THE LAST DATE IT WAS USED. A BRANCH NOT USED
      * INSIDE THE WINDOW DROPS OFF.
          05 BHP-BRANCH-USE OCCURS 5 TIMES.
             10 BHP-BRANCH          PIC X(4).
             10 BHP-BRANCH-DATE     PIC 9(8).
