      *    and estimated weight, and the run date.  The ledger       *
      *    accrues across the month; the billing summary program     *
      *    rolls it up by plant and material, so accounts never      *
      *    rekeys a number a program already computed.  The work     *
      *    order and piece quantity are appended; the area is per    *
      *    piece, the cost and weight are for the whole quantity.    *
      *****************************************************************
       01  COSTED-LEDGER-RECORD.
           05  CL-PART-ID             PIC X(10).
           05  CL-MATERIAL-COST       PIC 9(11)V9(2).
           05  CL-EST-WEIGHT          PIC 9(11)V9(2).
           05  CL-RUN-DATE            PIC 9(8).
           05  CL-WORK-ORDER          PIC X(8).
           05  CL-QUANTITY            PIC 9(6).
