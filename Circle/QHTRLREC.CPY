      *****************************************************************
      *    Quality hold trail record layout.  One record each time a *
      *    ledger record is placed on hold, released, or scrapped:   *
      *    when, by whom (the hold run itself signs as QUALHOLD),    *
      *    the action, and the hold record as it stood after the     *
      *    action, so every held part can be traced from the         *
      *    excursion that stopped it to whoever cleared it.          *
      *****************************************************************
       01  QUALITY-HOLD-TRAIL-RECORD.
           05  QT-TIMESTAMP           PIC X(21).
           05  QT-OPERATOR-ID         PIC X(8).
           05  QT-ACTION              PIC X(1).
               88  QT-ACTION-HOLD         VALUE "H".
               88  QT-ACTION-RELEASE      VALUE "R".
               88  QT-ACTION-SCRAP        VALUE "S".
           05  QT-HOLD-IMAGE          PIC X(164).
