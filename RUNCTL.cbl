      * processing date - the caller displays and stops.        *
      * A crashed run (started, never ended) may restart.        *
      * Mode E stamps the end with the records in/out.            *
      * Mode K takes a checkpoint: the last committed key, the     *
      * caller's running state and the counts so far. Mode Q       *
      * hands them back to a restarting run - spaces when the run  *
      * is fresh. Only K and Q callers pass the last two fields.   *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 LS-MODE             PIC X.
          88 LS-START-MODE    VALUE "S".
          88 LS-END-MODE      VALUE "E".
          88 LS-CHECKPOINT-MODE VALUE "K".
          88 LS-QUERY-MODE    VALUE "Q".
       01 LS-PROGRAM          PIC X(8).
       01 LS-PROC-DATE        PIC 9(8).
       01 LS-RECORDS-IN       PIC 9(7).
       01 LS-RECORDS-OUT      PIC 9(7).
       01 LS-REFUSE-FLAG      PIC X.
          88 LS-RUN-REFUSED   VALUE "Y".
       01 LS-CHECKPOINT-KEY   PIC X(16).
       01 LS-CHECKPOINT-DATA  PIC X(300).

       PROCEDURE DIVISION USING LS-MODE LS-PROGRAM LS-PROC-DATE
                                LS-RECORDS-IN LS-RECORDS-OUT
                                LS-REFUSE-FLAG LS-CHECKPOINT-KEY
                                LS-CHECKPOINT-DATA.
       MAIN-LOGIC.
           MOVE "N" TO LS-REFUSE-FLAG
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               STOP RUN
           END-IF

           EVALUATE TRUE
               WHEN LS-START-MODE
                   PERFORM REGISTER-START
               WHEN LS-CHECKPOINT-MODE
                   PERFORM TAKE-CHECKPOINT
               WHEN LS-QUERY-MODE
                   PERFORM RETURN-CHECKPOINT
               WHEN OTHER
                   PERFORM REGISTER-END
           END-EVALUATE

           CLOSE RUN-CONTROL-FILE

                   MOVE 0 TO RCL-END-TIME
                   MOVE 0 TO RCL-RECORDS-IN
                   MOVE 0 TO RCL-RECORDS-OUT
                   MOVE SPACES TO RCL-CHECKPOINT-KEY
                   MOVE SPACES TO RCL-CHECKPOINT-DATA
                   WRITE RUN-CONTROL-RECORD
               NOT INVALID KEY
                   IF RCL-RUN-COMPLETE
                   MOVE LS-RECORDS-OUT TO RCL-RECORDS-OUT
                   REWRITE RUN-CONTROL-RECORD
           END-READ.

       TAKE-CHECKPOINT.
           MOVE LS-PROGRAM   TO RCL-PROGRAM
           MOVE LS-PROC-DATE TO RCL-PROC-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LS-CHECKPOINT-KEY  TO RCL-CHECKPOINT-KEY
                   MOVE LS-CHECKPOINT-DATA TO RCL-CHECKPOINT-DATA
                   MOVE LS-RECORDS-IN      TO RCL-RECORDS-IN
                   MOVE LS-RECORDS-OUT     TO RCL-RECORDS-OUT
                   REWRITE RUN-CONTROL-RECORD
           END-READ.

      * ONLY A STARTED, UNFINISHED RUN HAS A RESTART POINT.
       RETURN-CHECKPOINT.
           MOVE SPACES TO LS-CHECKPOINT-KEY
           MOVE SPACES TO LS-CHECKPOINT-DATA
           MOVE 0      TO LS-RECORDS-IN
           MOVE 0      TO LS-RECORDS-OUT
           MOVE LS-PROGRAM   TO RCL-PROGRAM
           MOVE LS-PROC-DATE TO RCL-PROC-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RCL-RUN-STARTED
                       MOVE RCL-CHECKPOINT-KEY  TO LS-CHECKPOINT-KEY
                       MOVE RCL-CHECKPOINT-DATA TO LS-CHECKPOINT-DATA
                       MOVE RCL-RECORDS-IN      TO LS-RECORDS-IN
                       MOVE RCL-RECORDS-OUT     TO LS-RECORDS-OUT
                   END-IF
           END-READ.
