      *****************************************************************
      *    Work-order master record layout.  One record per shop     *
      *    work order, keyed by work-order number, giving the part   *
      *    being made, how many pieces are ordered, the plant that   *
      *    makes them, and the date they are due.  The shape input   *
      *    record carries the work-order number so the calculator    *
      *    can cost and nest the whole order, not just one piece.    *
      *****************************************************************
       01  WORK-ORDER-RECORD.
           05  WO-WORK-ORDER-ID       PIC X(8).
           05  WO-PART-ID             PIC X(10).
           05  WO-QUANTITY            PIC 9(6).
           05  WO-PLANT-ID            PIC X(4).
           05  WO-DUE-DATE            PIC 9(8).
