      *****************************************************************
      *    Purchase requisition record layout.  The nightly reorder  *
      *    run writes one fixed-layout record per sheet size that    *
      *    has fallen to its reorder point with nothing on order,    *
      *    for purchasing's system to pick up: the requisition       *
      *    number (run date plus a sequence), the supplier, the      *
      *    sheet size and its description, the quantity to order,   *
      *    and the on-hand and reorder point that triggered it.      *
      *****************************************************************
       01  PURCHASE-REQUISITION-RECORD.
           05  RQ-REQUISITION-NO.
               10  RQ-REQUISITION-DATE PIC 9(8).
               10  RQ-REQUISITION-SEQ  PIC 9(4).
           05  RQ-SUPPLIER-ID         PIC X(8).
           05  RQ-ITEM-ID             PIC X(8).
           05  RQ-ITEM-DESCRIPTION    PIC X(30).
           05  RQ-ORDER-QUANTITY      PIC 9(6).
           05  RQ-UNIT-OF-MEASURE     PIC X(4).
           05  RQ-ON-HAND             PIC 9(6).
           05  RQ-REORDER-POINT       PIC 9(6).
           05  RQ-REQUESTED-BY        PIC X(8).
