      *    climbing?" from the file instead of from memory.  The     *
      *    grand cost (appended) lets the day-end balancing job      *
      *    prove the costed report's total against the repriced      *
      *    materials interface file.  The piece counts (appended)    *
      *    carry the work-order quantities behind the record counts. *
      *****************************************************************
       01  RUN-HISTORY-RECORD.
           05  RH-RUN-DATE            PIC 9(8).
               88  RH-BALANCED            VALUE "B".
               88  RH-OUT-OF-BALANCE      VALUE "U".
           05  RH-GRAND-COST          PIC 9(13)V9(2).
           05  RH-INPUT-PIECES        PIC 9(8).
           05  RH-OUTPUT-PIECES       PIC 9(8).
           05  RH-REJECT-PIECES       PIC 9(8).
