      *****************************************************************
      *    Month-end close status record layout.  The month-end      *
      *    close appends one record for each month it closes: the    *
      *    month (YYYYMM), the date the close ran, and the records    *
      *    it archived.  The highest month on the file is the last   *
      *    closed month; the close will not close it (or any month   *
      *    before it) again, and no program may write a record      *
      *    dated in or before it into the accumulating files.        *
      *****************************************************************
       01  CLOSE-STATUS-RECORD.
           05  CS-CLOSED-MONTH        PIC 9(6).
           05  CS-CLOSE-DATE          PIC 9(8).
           05  CS-CLOSED-BY           PIC X(8).
           05  CS-RECORDS-ARCHIVED    PIC 9(8).
