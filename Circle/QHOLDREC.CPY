      *****************************************************************
      *    Quality hold record layout.  One record per costed ledger *
      *    record held back because the plant that made it had a     *
      *    curing-room or oven temperature excursion on its run      *
      *    date.  The whole ledger record is carried as it stood, so *
      *    billing can recognise it and accounts can see what is     *
      *    held without going back to the ledger.  The episode that  *
      *    caused the hold is the sensor and its alert timestamps.   *
      *    Status H = on hold, R = released to billing by QA, and    *
      *    S = written off to scrap; the disposition fields say who  *
      *    cleared it, when, and why.                                *
      *****************************************************************
       01  QUALITY-HOLD-RECORD.
           05  QH-LEDGER-RECORD       PIC X(77).
           05  QH-LEDGER-FIELDS REDEFINES QH-LEDGER-RECORD.
               10  QH-PART-ID         PIC X(10).
               10  QH-PLANT-ID        PIC X(4).
               10  QH-MATERIAL-CODE   PIC X(4).
               10  QH-AREA            PIC 9(9)V9(2).
               10  QH-MATERIAL-COST   PIC 9(11)V9(2).
               10  QH-EST-WEIGHT      PIC 9(11)V9(2).
               10  QH-RUN-DATE        PIC 9(8).
               10  QH-WORK-ORDER      PIC X(8).
               10  QH-QUANTITY        PIC 9(6).
           05  QH-SENSOR-ID           PIC X(8).
           05  QH-EPISODE-START       PIC X(12).
           05  QH-EPISODE-END         PIC X(12).
           05  QH-HOLD-DATE           PIC 9(8).
           05  QH-STATUS              PIC X(1).
               88  QH-ON-HOLD             VALUE "H".
               88  QH-RELEASED            VALUE "R".
               88  QH-SCRAPPED            VALUE "S".
           05  QH-DISPOSITION-DATE    PIC 9(8).
           05  QH-DISPOSED-BY         PIC X(8).
           05  QH-DISPOSITION-REASON  PIC X(30).
