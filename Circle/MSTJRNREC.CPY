      *****************************************************************
      *    Master change journal record layout.  One record per     *
      *    add, change, delete, or deactivate made through the part *
      *    maintenance or material price maintenance program,      *
      *    carrying who made it, when, and the whole record as it  *
      *    stood before and after, so any master change can be     *
      *    traced and the supervisor can sign off the day's        *
      *    changes.  An add has no before image and a delete has   *
      *    no after image; the missing image is left as spaces.    *
      *    Each image is redefined as both masters' layouts - the  *
      *    journal file code says which one applies.               *
      *****************************************************************
       01  MASTER-JOURNAL-RECORD.
           05  MJ-TIMESTAMP           PIC X(21).
           05  MJ-OPERATOR-ID         PIC X(8).
           05  MJ-FILE-CODE           PIC X(1).
               88  MJ-PART-MASTER         VALUE "P".
               88  MJ-PRICE-MASTER        VALUE "M".
           05  MJ-ACTION              PIC X(1).
               88  MJ-ACTION-ADD          VALUE "A".
               88  MJ-ACTION-CHANGE       VALUE "C".
               88  MJ-ACTION-DELETE       VALUE "D".
               88  MJ-ACTION-DEACTIVATE   VALUE "X".
           05  MJ-BEFORE-IMAGE        PIC X(50).
           05  MJ-BEFORE-PART REDEFINES MJ-BEFORE-IMAGE.
               10  MJ-BP-PART-ID      PIC X(10).
               10  MJ-BP-DESCRIPTION  PIC X(30).
               10  MJ-BP-STATUS       PIC X(1).
               10  MJ-BP-MATERIAL     PIC X(4).
               10  FILLER             PIC X(5).
           05  MJ-BEFORE-PRICE REDEFINES MJ-BEFORE-IMAGE.
               10  MJ-BM-MATERIAL-CODE PIC X(4).
               10  MJ-BM-EFFECTIVE-DATE PIC 9(8).
               10  MJ-BM-DESCRIPTION  PIC X(20).
               10  MJ-BM-COST-PER-SQUARE PIC 9(3)V9(4).
               10  MJ-BM-DENSITY      PIC 9(2)V9(4).
               10  MJ-BM-SHEET-THICKNESS PIC 9(1)V9(3).
               10  FILLER             PIC X(1).
           05  MJ-AFTER-IMAGE         PIC X(50).
           05  MJ-AFTER-PART REDEFINES MJ-AFTER-IMAGE.
               10  MJ-AP-PART-ID      PIC X(10).
               10  MJ-AP-DESCRIPTION  PIC X(30).
               10  MJ-AP-STATUS       PIC X(1).
               10  MJ-AP-MATERIAL     PIC X(4).
               10  FILLER             PIC X(5).
           05  MJ-AFTER-PRICE REDEFINES MJ-AFTER-IMAGE.
               10  MJ-AM-MATERIAL-CODE PIC X(4).
               10  MJ-AM-EFFECTIVE-DATE PIC 9(8).
               10  MJ-AM-DESCRIPTION  PIC X(20).
               10  MJ-AM-COST-PER-SQUARE PIC 9(3)V9(4).
               10  MJ-AM-DENSITY      PIC 9(2)V9(4).
               10  MJ-AM-SHEET-THICKNESS PIC 9(1)V9(3).
               10  FILLER             PIC X(1).
