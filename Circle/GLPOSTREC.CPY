      *****************************************************************
      *    GL posted-period record layout.  The GL journal            *
      *    interface appends one record for each period it posts in   *
      *    balance: the period (YYYYMM), the date it was posted, the  *
      *    journal lines and amount posted, and the ledger records    *
      *    and cost left unposted for want of an account.  A period   *
      *    on this file is never posted again.                        *
      *****************************************************************
       01  GL-POSTED-PERIOD-RECORD.
           05  GP-PERIOD              PIC 9(6).
           05  GP-POST-DATE           PIC 9(8).
           05  GP-JOURNAL-LINES       PIC 9(6).
           05  GP-POSTED-AMOUNT       PIC 9(13)V9(2).
           05  GP-EXCEPTION-COUNT     PIC 9(6).
           05  GP-EXCEPTION-AMOUNT    PIC 9(13)V9(2).
