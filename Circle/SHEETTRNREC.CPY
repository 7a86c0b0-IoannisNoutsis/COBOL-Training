      *****************************************************************
      *    Sheet stock transaction record layout.  One record per    *
      *    movement posted to a sheet size's on-hand quantity: the   *
      *    day's issues from the cutting floor actuals, and each     *
      *    delivery received.  The issue posting checks this file    *
      *    so a day's actuals are never taken off stock twice, and   *
      *    the on-hand after each movement lets a stock count be     *
      *    traced back through the postings.                         *
      *****************************************************************
       01  SHEET-STOCK-TRANS-RECORD.
           05  SX-TRANS-DATE          PIC 9(8).
           05  SX-TRANS-TYPE          PIC X(1).
               88  SX-ISSUE               VALUE "I".
               88  SX-RECEIPT             VALUE "R".
           05  SX-SHEET-ID            PIC X(8).
           05  SX-QUANTITY            PIC 9(6).
           05  SX-ON-HAND-AFTER       PIC 9(6).
           05  SX-REFERENCE           PIC X(12).
           05  SX-OPERATOR-ID         PIC X(8).
