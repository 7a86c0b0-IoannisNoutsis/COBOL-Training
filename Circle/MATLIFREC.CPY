      *    so the day-end balancing job can reprice the file and     *
      *    cross-foot it against the run's control totals.  The new  *
      *    fields are appended so existing readers of the original   *
      *    layout are unaffected.  The work order and piece quantity *
      *    follow; area and circumference stay per piece, the cost   *
      *    is extended for the whole quantity.                       *
      *****************************************************************
       01  MATERIALS-INTERFACE-RECORD.
           05  MI-PART-ID             PIC X(10).
           05  MI-CIRCUMFERENCE       PIC 9(6)V9(2).
           05  MI-MATERIAL-CODE       PIC X(4).
           05  MI-MATERIAL-COST       PIC 9(11)V9(2).
           05  MI-WORK-ORDER          PIC X(8).
           05  MI-QUANTITY            PIC 9(6).
