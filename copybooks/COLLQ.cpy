      *****************************************************
      * COLLQ.cpy                                          *
      * Collections work queue, one row per delinquent      *
      * borrower keyed by customer id. COLLQBLD builds and   *
      * refreshes it nightly from the DELQRPT extract and     *
      * marks a row cured once the loan drops out of it;       *
      * collectors record contacts and promises to pay on it    *
      * through COLLQMNT; PTPCHK judges each promise against the *
      * LOANPOST payments, and escalates a broken one to the next *
      * bucket's collector.                                        *
      *****************************************************
       01 COLLECTION-QUEUE-RECORD.
          05 CLQ-CUSTOMER-ID        PIC 9(8).
          05 CLQ-ACCOUNT-NUMBER     PIC 9(10).
          05 CLQ-CUSTOMER-NAME      PIC X(30).
          05 CLQ-BRANCH             PIC X(4).
          05 CLQ-BUCKET             PIC 9(1).
          05 CLQ-DAYS-PAST-DUE      PIC 9(4).
          05 CLQ-EXPOSURE           PIC 9(9).
      * SPACES WHEN NO COLLECTOR IS SET UP FOR THE BRANCH AND
      * BUCKET - THE ROW WAITS ON THE UNASSIGNED LIST.
          05 CLQ-COLLECTOR-ID       PIC X(8).
          05 CLQ-ENTERED-DATE       PIC 9(8).
          05 CLQ-LAST-SEEN-DATE     PIC 9(8).
          05 CLQ-LAST-CONTACT-DATE  PIC 9(8).
          05 CLQ-LAST-OUTCOME       PIC X.
             88 CLQ-NO-ANSWER       VALUE "N".
             88 CLQ-CONTACTED       VALUE "C".
             88 CLQ-PROMISED        VALUE "P".
             88 CLQ-REFUSED         VALUE "R".
             88 CLQ-WRONG-NUMBER    VALUE "W".
          05 CLQ-PTP-AMOUNT         PIC 9(9)V99.
          05 CLQ-PTP-DATE           PIC 9(8).
          05 CLQ-PTP-PAID           PIC 9(9)V99.
          05 CLQ-PTP-STATUS         PIC X.
             88 CLQ-NO-PROMISE      VALUE " ".
             88 CLQ-PROMISE-OPEN    VALUE "O".
             88 CLQ-PROMISE-KEPT    VALUE "K".
             88 CLQ-PROMISE-BROKEN  VALUE "B".
      * EVERYTHING PAID ON THE LOAN SINCE THE ROW ENTERED THE
      * QUEUE, PROMISED OR NOT.
          05 CLQ-RECOVERED-AMT      PIC 9(9)V99.
          05 CLQ-STATUS             PIC X.
             88 CLQ-ACTIVE          VALUE "A".
             88 CLQ-CURED           VALUE "C".
          05 CLQ-CURED-DATE         PIC 9(8).
