      *****************************************************
      * COLLASGN.cpy                                       *
      * Collector assignment, keyed by branch + delinquency *
      * bucket: which operator works the loans of that       *
      * branch in that bucket. Buckets 1-3 are the DELQRPT    *
      * buckets; bucket 4 is the desk a broken promise on a    *
      * bucket-3 loan escalates to. Set by a supervisor from    *
      * COLLQMNT.                                                *
      *****************************************************
       01 COLLECTOR-ASSIGNMENT-RECORD.
          05 CAS-KEY.
             10 CAS-BRANCH          PIC X(4).
             10 CAS-BUCKET          PIC 9(1).
          05 CAS-COLLECTOR-ID       PIC X(8).
          05 CAS-SET-BY             PIC X(8).
          05 CAS-SET-DATE           PIC 9(8).
