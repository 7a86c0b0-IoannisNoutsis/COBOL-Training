      *    shape-type code selects which of the three dimension      *
      *    slots the calculator paragraphs use.  A blank material    *
      *    code falls back to the part master's default material.    *
      *    The work-order number (appended) ties the record to a     *
      *    work order on WORKORD.DAT; blank means a single piece.    *
      *****************************************************************
       01  SHAPE-INPUT-RECORD.
           05  SI-PART-ID             PIC X(10).
           05  SI-DIM-3               PIC X(6).
           05  SI-DIM-3-NUM REDEFINES SI-DIM-3 PIC 9(4)V9(2).
           05  SI-MATERIAL-CODE       PIC X(4).
           05  SI-WORK-ORDER          PIC X(8).

      *****************************************************************
      *    Each plant's file arrives wrapped in a header record      *
               88  BH-HEADER-RECORD       VALUE "**HEADER**".
           05  BH-PLANT-ID            PIC X(4).
           05  BH-FILE-DATE           PIC 9(8).
           05  FILLER                 PIC X(19).

       01  SHAPE-BATCH-TRAILER.
           05  BT-RECORD-MARK         PIC X(10).
               88  BT-TRAILER-RECORD      VALUE "**TRAILER*".
           05  BT-RECORD-COUNT        PIC 9(6).
           05  BT-HASH-TOTAL          PIC 9(9)V9(2).
           05  FILLER                 PIC X(14).
