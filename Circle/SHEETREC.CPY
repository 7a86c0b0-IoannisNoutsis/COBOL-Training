      *    sheet size the shop keeps on hand: a sheet id and the     *
      *    sheet width and length in the same units as the shape     *
      *    dimensions.  The nesting planner assigns each day's parts *
      *    to these sizes to project sheet usage and scrap.  The     *
      *    stock fields (appended) carry the sheets on hand, the     *
      *    reorder point and quantity, the sheets already on order,  *
      *    and the supplier the size is bought from: the floor's     *
      *    daily issues are posted off on-hand, deliveries are       *
      *    received onto it, and the nightly reorder run raises a    *
      *    requisition when it falls to the reorder point.           *
      *****************************************************************
       01  SHEET-STOCK-RECORD.
           05  SS-SHEET-ID            PIC X(8).
           05  SS-WIDTH-NUM REDEFINES SS-WIDTH PIC 9(4)V9(2).
           05  SS-LENGTH              PIC X(6).
           05  SS-LENGTH-NUM REDEFINES SS-LENGTH PIC 9(4)V9(2).
           05  SS-ON-HAND             PIC X(6).
           05  SS-ON-HAND-NUM REDEFINES SS-ON-HAND PIC 9(6).
           05  SS-REORDER-POINT       PIC X(6).
           05  SS-REORDER-POINT-NUM REDEFINES SS-REORDER-POINT
                                      PIC 9(6).
           05  SS-REORDER-QTY         PIC X(6).
           05  SS-REORDER-QTY-NUM REDEFINES SS-REORDER-QTY
                                      PIC 9(6).
           05  SS-ON-ORDER            PIC X(6).
           05  SS-ON-ORDER-NUM REDEFINES SS-ON-ORDER PIC 9(6).
           05  SS-SUPPLIER-ID         PIC X(8).
