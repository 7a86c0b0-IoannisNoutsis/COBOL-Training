      *****************************************************************
      *    General ledger journal interface record layout.  The GL    *
      *    journal interface writes one fixed-layout record per       *
      *    journal line for the ledger system to load: the period     *
      *    and line number, the journal date, the GL account, D for   *
      *    a debit or C for a credit, the amount, and the plant and   *
      *    material the line came from.  Each plant/material pair     *
      *    in the period gives one debit to the plant's work-in-      *
      *    process account and one credit of the same amount to the   *
      *    material's raw-material inventory account.                 *
      *****************************************************************
       01  GL-JOURNAL-RECORD.
           05  GJ-PERIOD              PIC 9(6).
           05  GJ-LINE-NO             PIC 9(5).
           05  GJ-JOURNAL-DATE        PIC 9(8).
           05  GJ-GL-ACCOUNT          PIC X(10).
           05  GJ-DEBIT-CREDIT        PIC X(1).
               88  GJ-DEBIT               VALUE "D".
               88  GJ-CREDIT              VALUE "C".
           05  GJ-AMOUNT              PIC 9(13)V9(2).
           05  GJ-PLANT-ID            PIC X(4).
           05  GJ-MATERIAL-CODE       PIC X(4).
           05  GJ-DESCRIPTION         PIC X(30).
           05  GJ-SOURCE              PIC X(8).
