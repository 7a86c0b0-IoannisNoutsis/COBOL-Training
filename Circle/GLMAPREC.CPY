      *****************************************************************
      *    General ledger account map record layout.  Accounts        *
      *    keeps one record per plant and one per material: type P    *
      *    maps a plant to its work-in-process account and type M     *
      *    maps a material to its raw-material inventory account.     *
      *    The GL journal interface debits the plant's account and    *
      *    credits the material's account for the costed ledger it    *
      *    posts; a ledger record whose plant or material is not on   *
      *    this file is listed as an exception and not posted.        *
      *****************************************************************
       01  GL-ACCOUNT-MAP-RECORD.
           05  GM-MAP-TYPE            PIC X(1).
               88  GM-PLANT-MAP           VALUE "P".
               88  GM-MATERIAL-MAP        VALUE "M".
           05  GM-MAP-CODE            PIC X(4).
           05  GM-GL-ACCOUNT          PIC X(10).
           05  GM-DESCRIPTION         PIC X(30).
