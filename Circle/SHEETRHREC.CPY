      *****************************************************************
      *    Sheet reconciliation history record layout.  The plan-    *
      *    versus-actual reconciliation appends one record per day   *
      *    with the sheets planned and the sheets actually issued,   *
      *    so the running plan accuracy can be carried across days.  *
      *****************************************************************
       01  WS-RECON-HISTORY-RECORD.
           05  RC-RECON-DATE          PIC 9(8).
           05  RC-SHEETS-PLANNED      PIC 9(6).
           05  RC-SHEETS-ISSUED       PIC 9(6).
