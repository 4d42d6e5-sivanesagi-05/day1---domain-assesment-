          05 RCL-END-TIME           PIC 9(8).
          05 RCL-RECORDS-IN         PIC 9(7).
          05 RCL-RECORDS-OUT        PIC 9(7).
      * RESTART POINT OF A LONG RUN - THE LAST KEY IT COMMITTED
      * AND WHATEVER RUNNING STATE IT NEEDS TO PICK UP FROM
      * THERE. SPACES UNTIL THE RUN TAKES ITS FIRST CHECKPOINT.
          05 RCL-CHECKPOINT-KEY     PIC X(16).
          05 RCL-CHECKPOINT-DATA    PIC X(300).
