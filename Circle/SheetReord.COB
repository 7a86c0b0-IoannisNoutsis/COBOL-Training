      **********************************************************************************
      *     Author:      GIANNIS NOUTSIS                                               *
      *     Date:        10/15/2026                                                    *
      *     Purpose:     Nightly sheet stock reorder report and requisitions.          *
      *     This program reads the sheet stock file after the day's issues are     *
      *     posted and lists every sheet size whose on-hand quantity is at or      *
      *     below its reorder point.  For each such size with nothing already      *
      *     on order to cover it, a fixed-layout purchase requisition for the     *
      *     size's reorder quantity goes to purchasing's interface file and the   *
      *     quantity is added to the size's on-order, so the next night does not  *
      *     ask for the same sheets again.  A size with no reorder quantity or    *
      *     no supplier is listed for the buyer instead of requisitioned.  Sizes   *
      *     read must equal sizes at or below reorder point plus above it plus    *
      *     sizes with no reorder point, or the report says so in capitals.      *
      **********************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHEET-REORDER.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHEET-STOCK-FILE ASSIGN TO "SHEETSTK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCK-FILE-STATUS.

           SELECT REQUISITION-FILE ASSIGN TO "SHEETREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-FILE-STATUS.

           SELECT REORDER-REPORT-FILE ASSIGN TO "SHEETROP.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHEET-STOCK-FILE.
           COPY SHEETREC.

       FD  REQUISITION-FILE.
           COPY SHEETREQREC.

       FD  REORDER-REPORT-FILE.
       01  WS-REPORT-RECORD           PIC X(100).

       WORKING-STORAGE SECTION.
        01   WS-SWITCHES.
             05 WS-STOCK-EOF-SWITCH PIC X VALUE "N".
                88 WS-STOCK-EOF          VALUE "Y".
             05 WS-REQ-EOF-SWITCH   PIC X VALUE "N".
                88 WS-REQ-EOF            VALUE "Y".
             05 WS-INIT-ERROR-SWITCH PIC X VALUE "N".
                88 WS-INIT-ERROR         VALUE "Y".
        01   WS-FILE-STATUSES.
             05 WS-STOCK-FILE-STATUS  PIC X(2) VALUE SPACES.
             05 WS-REQ-FILE-STATUS    PIC X(2) VALUE SPACES.
             05 WS-REPORT-FILE-STATUS PIC X(2) VALUE SPACES.
        01   WS-RUN-DATE            PIC 9(8) VALUE ZEROES.
        01   WS-UNIT-OF-MEASURE     PIC X(4) VALUE "SHT".
        01   WS-REQUESTED-BY        PIC X(8) VALUE "REORDER".
      *    The whole sheet stock file, held as record images so the
      *    file can be written back in its original order with every
      *    field it came in with.
        01   WS-STOCK-TABLE.
             05 WS-STOCK-COUNT      PIC 9(2) VALUE ZEROES.
             05 WS-STOCK-ENTRY OCCURS 50 TIMES
                               INDEXED BY WS-STOCK-IDX.
                10 SK-STOCK-IMAGE   PIC X(52).
                10 SK-STOCK-FIELDS REDEFINES SK-STOCK-IMAGE.
                   15 SK-SHEET-ID   PIC X(8).
                   15 SK-WIDTH      PIC X(6).
                   15 SK-WIDTH-NUM REDEFINES SK-WIDTH
                                    PIC 9(4)V9(2).
                   15 SK-LENGTH     PIC X(6).
                   15 SK-LENGTH-NUM REDEFINES SK-LENGTH
                                    PIC 9(4)V9(2).
                   15 SK-ON-HAND    PIC X(6).
                   15 SK-ON-HAND-NUM REDEFINES SK-ON-HAND
                                    PIC 9(6).
                   15 SK-REORDER-POINT PIC X(6).
                   15 SK-REORDER-POINT-NUM REDEFINES SK-REORDER-POINT
                                    PIC 9(6).
                   15 SK-REORDER-QTY PIC X(6).
                   15 SK-REORDER-QTY-NUM REDEFINES SK-REORDER-QTY
                                    PIC 9(6).
                   15 SK-ON-ORDER   PIC X(6).
                   15 SK-ON-ORDER-NUM REDEFINES SK-ON-ORDER
                                    PIC 9(6).
                   15 SK-SUPPLIER-ID PIC X(8).
        01   WS-REORDER-FIELDS.
             05 WS-ON-HAND          PIC 9(6) VALUE ZEROES.
             05 WS-ON-ORDER         PIC 9(6) VALUE ZEROES.
             05 WS-STOCK-POSITION   PIC 9(7) VALUE ZEROES.
             05 WS-LAST-REQ-SEQ     PIC 9(4) VALUE ZEROES.
        01   WS-COUNTS.
             05 WS-READ-COUNT       PIC 9(6) VALUE ZEROES.
             05 WS-AT-REORDER-COUNT PIC 9(6) VALUE ZEROES.
             05 WS-ABOVE-COUNT      PIC 9(6) VALUE ZEROES.
             05 WS-NO-ROP-COUNT     PIC 9(6) VALUE ZEROES.
             05 WS-REQ-COUNT        PIC 9(6) VALUE ZEROES.
             05 WS-ON-ORDER-COUNT   PIC 9(6) VALUE ZEROES.
             05 WS-NOT-REQ-COUNT    PIC 9(6) VALUE ZEROES.
             05 WS-SHEETS-REQUESTED PIC 9(9) VALUE ZEROES.
        01   WS-DISPLAY-FIELDS.
             05 WS-DISPLAY-COUNT    PIC ZZZZZ9.
             05 WS-DISPLAY-SHEETS   PIC ZZZZZZZZ9.
             05 WS-DISPLAY-DIM      PIC ZZZ9.99.
             05 WS-DISPLAY-DIM-2    PIC ZZZ9.99.
        01   WS-REPORT-HEADER-1     PIC X(80) VALUE
             "SHEET STOCK AT OR BELOW REORDER POINT".
        01   WS-REPORT-HEADER-2.
             05 FILLER              PIC X(11) VALUE "RUN DATE: ".
             05 WS-HDR-DATE         PIC 9(8).
        01   WS-REPORT-HEADER-3.
             05 FILLER              PIC X(38) VALUE
                "SHEET      WIDTH X  LENGTH ON HAND    ".
             05 FILLER              PIC X(36) VALUE
                "ROP  ON ORDER  REORDER QTY  SUPPLIER".
        01   WS-REORDER-LINE.
             05 WS-RL-SHEET-ID      PIC X(8).
             05 FILLER              PIC X(1)  VALUE SPACES.
             05 WS-RL-WIDTH         PIC ZZZ9.99.
             05 FILLER              PIC X(3)  VALUE " X ".
             05 WS-RL-LENGTH        PIC ZZZ9.99.
             05 FILLER              PIC X(2)  VALUE SPACES.
             05 WS-RL-ON-HAND       PIC ZZZZZ9.
             05 FILLER              PIC X(1)  VALUE SPACES.
             05 WS-RL-REORDER-POINT PIC ZZZZZ9.
             05 FILLER              PIC X(4)  VALUE SPACES.
             05 WS-RL-ON-ORDER      PIC ZZZZZ9.
             05 FILLER              PIC X(7)  VALUE SPACES.
             05 WS-RL-REORDER-QTY   PIC ZZZZZ9.
             05 FILLER              PIC X(2)  VALUE SPACES.
             05 WS-RL-SUPPLIER-ID   PIC X(8).

       PROCEDURE DIVISION.

        0000-MAIN-CONTROL.

           PERFORM 0050-INITIALIZE
           IF NOT WS-INIT-ERROR
               PERFORM 0100-CHECK-ONE-SHEET-SIZE
                   VARYING WS-STOCK-IDX FROM 1 BY 1
                   UNTIL WS-STOCK-IDX > WS-STOCK-COUNT
               PERFORM 0900-TERMINATE
           END-IF
           STOP RUN.

      *    Purchasing clears the requisition file when it loads it,
      *    so tonight's requisitions are added to anything not yet
      *    collected, numbered on from the last one raised today.
        0050-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM 0060-LOAD-SHEET-STOCK.
           IF NOT WS-INIT-ERROR
               PERFORM 0070-FIND-LAST-REQUISITION
           END-IF.
           IF NOT WS-INIT-ERROR
               OPEN EXTEND REQUISITION-FILE
               IF WS-REQ-FILE-STATUS = "35"
                   OPEN OUTPUT REQUISITION-FILE
               END-IF
               IF WS-REQ-FILE-STATUS NOT = "00"
                   DISPLAY "*** REQUISITION FILE OPEN FAILED - "
                       "STATUS: " WS-REQ-FILE-STATUS
                   SET WS-INIT-ERROR TO TRUE
               ELSE
                   OPEN OUTPUT REORDER-REPORT-FILE
                   IF WS-REPORT-FILE-STATUS NOT = "00"
                       DISPLAY "*** REORDER REPORT OPEN FAILED - "
                           "STATUS: " WS-REPORT-FILE-STATUS
                       CLOSE REQUISITION-FILE
                       SET WS-INIT-ERROR TO TRUE
                   ELSE
                       MOVE WS-RUN-DATE TO WS-HDR-DATE
                       WRITE WS-REPORT-RECORD FROM WS-REPORT-HEADER-1
                       PERFORM 0810-CHECK-REPORT-STATUS
                       WRITE WS-REPORT-RECORD FROM WS-REPORT-HEADER-2
                       PERFORM 0810-CHECK-REPORT-STATUS
                       MOVE SPACES TO WS-REPORT-RECORD
                       WRITE WS-REPORT-RECORD
                       PERFORM 0810-CHECK-REPORT-STATUS
                       WRITE WS-REPORT-RECORD FROM WS-REPORT-HEADER-3
                       PERFORM 0810-CHECK-REPORT-STATUS
                   END-IF
               END-IF
           END-IF.

      *    A stock file with more sizes than the table holds is not
      *    touched: writing it back would lose the extra sizes.
        0060-LOAD-SHEET-STOCK.

           OPEN INPUT SHEET-STOCK-FILE.
           IF WS-STOCK-FILE-STATUS NOT = "00"
               DISPLAY "*** SHEET STOCK FILE OPEN FAILED - STATUS: "
                   WS-STOCK-FILE-STATUS
               SET WS-INIT-ERROR TO TRUE
           ELSE
               PERFORM 0065-LOAD-ONE-SHEET-SIZE UNTIL WS-STOCK-EOF
               CLOSE SHEET-STOCK-FILE
           END-IF.

        0065-LOAD-ONE-SHEET-SIZE.

           READ SHEET-STOCK-FILE
               AT END
                   SET WS-STOCK-EOF TO TRUE
               NOT AT END
                   IF WS-STOCK-COUNT >= 50
                       DISPLAY "*** MORE THAN 50 SHEET SIZES - "
                           "NOTHING REORDERED."
                       SET WS-INIT-ERROR TO TRUE
                       SET WS-STOCK-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-STOCK-COUNT
                       SET WS-STOCK-IDX TO WS-STOCK-COUNT
                       MOVE SHEET-STOCK-RECORD
                           TO SK-STOCK-IMAGE(WS-STOCK-IDX)
                   END-IF
           END-READ.

        0070-FIND-LAST-REQUISITION.

           OPEN INPUT REQUISITION-FILE.
           IF WS-REQ-FILE-STATUS NOT = "35"
               IF WS-REQ-FILE-STATUS NOT = "00"
                   DISPLAY "*** REQUISITION FILE OPEN FAILED - "
                       "STATUS: " WS-REQ-FILE-STATUS
                   SET WS-INIT-ERROR TO TRUE
               ELSE
                   PERFORM 0075-READ-ONE-REQUISITION
                       UNTIL WS-REQ-EOF
                   CLOSE REQUISITION-FILE
               END-IF
           END-IF.

        0075-READ-ONE-REQUISITION.

           READ REQUISITION-FILE
               AT END
                   SET WS-REQ-EOF TO TRUE
               NOT AT END
                   IF RQ-REQUISITION-DATE = WS-RUN-DATE AND
                      RQ-REQUISITION-SEQ IS NUMERIC AND
                      RQ-REQUISITION-SEQ > WS-LAST-REQ-SEQ
                       MOVE RQ-REQUISITION-SEQ TO WS-LAST-REQ-SEQ
                   END-IF
           END-READ.

      *    On-hand or on-order never keyed is taken as zero.  A size
      *    is covered when what is on hand plus what is already on
      *    order is above the reorder point; only an uncovered size
      *    gets a new requisition.
        0100-CHECK-ONE-SHEET-SIZE.

           ADD 1 TO WS-READ-COUNT.
           IF SK-REORDER-POINT(WS-STOCK-IDX) IS NOT NUMERIC
               ADD 1 TO WS-NO-ROP-COUNT
           ELSE
               IF SK-ON-HAND(WS-STOCK-IDX) IS NUMERIC
                   MOVE SK-ON-HAND-NUM(WS-STOCK-IDX) TO WS-ON-HAND
               ELSE
                   MOVE ZEROES TO WS-ON-HAND
               END-IF
               IF SK-ON-ORDER(WS-STOCK-IDX) IS NUMERIC
                   MOVE SK-ON-ORDER-NUM(WS-STOCK-IDX) TO WS-ON-ORDER
               ELSE
                   MOVE ZEROES TO WS-ON-ORDER
               END-IF
               IF WS-ON-HAND > SK-REORDER-POINT-NUM(WS-STOCK-IDX)
                   ADD 1 TO WS-ABOVE-COUNT
               ELSE
                   ADD 1 TO WS-AT-REORDER-COUNT
                   PERFORM 0200-WRITE-REORDER-LINE
                   COMPUTE WS-STOCK-POSITION =
                       WS-ON-HAND + WS-ON-ORDER
                   IF WS-STOCK-POSITION >
                      SK-REORDER-POINT-NUM(WS-STOCK-IDX)
                       ADD 1 TO WS-ON-ORDER-COUNT
                       MOVE "  ALREADY ON ORDER - NO REQUISITION"
                           TO WS-REPORT-RECORD
                       WRITE WS-REPORT-RECORD
                       PERFORM 0810-CHECK-REPORT-STATUS
                   ELSE
                       PERFORM 0300-RAISE-REQUISITION
                   END-IF
               END-IF
           END-IF.

        0200-WRITE-REORDER-LINE.

           MOVE SK-SHEET-ID(WS-STOCK-IDX) TO WS-RL-SHEET-ID.
           IF SK-WIDTH(WS-STOCK-IDX) IS NUMERIC
               MOVE SK-WIDTH-NUM(WS-STOCK-IDX) TO WS-RL-WIDTH
           ELSE
               MOVE ZEROES TO WS-RL-WIDTH
           END-IF.
           IF SK-LENGTH(WS-STOCK-IDX) IS NUMERIC
               MOVE SK-LENGTH-NUM(WS-STOCK-IDX) TO WS-RL-LENGTH
           ELSE
               MOVE ZEROES TO WS-RL-LENGTH
           END-IF.
           MOVE WS-ON-HAND TO WS-RL-ON-HAND.
           MOVE SK-REORDER-POINT-NUM(WS-STOCK-IDX)
               TO WS-RL-REORDER-POINT.
           MOVE WS-ON-ORDER TO WS-RL-ON-ORDER.
           IF SK-REORDER-QTY(WS-STOCK-IDX) IS NUMERIC
               MOVE SK-REORDER-QTY-NUM(WS-STOCK-IDX)
                   TO WS-RL-REORDER-QTY
           ELSE
               MOVE ZEROES TO WS-RL-REORDER-QTY
           END-IF.
           MOVE SK-SUPPLIER-ID(WS-STOCK-IDX) TO WS-RL-SUPPLIER-ID.
           WRITE WS-REPORT-RECORD FROM WS-REORDER-LINE.
           PERFORM 0810-CHECK-REPORT-STATUS.

      *    The requisition is for the size's reorder quantity from
      *    its usual supplier; without either, the buyer has to
      *    decide, so the size is listed and nothing is written.
        0300-RAISE-REQUISITION.

           IF SK-REORDER-QTY(WS-STOCK-IDX) IS NOT NUMERIC OR
              SK-REORDER-QTY-NUM(WS-STOCK-IDX) = ZEROES
               ADD 1 TO WS-NOT-REQ-COUNT
               MOVE "  *** NO REORDER QUANTITY - NO REQUISITION WRITTEN"
                   TO WS-REPORT-RECORD
               WRITE WS-REPORT-RECORD
               PERFORM 0810-CHECK-REPORT-STATUS
           ELSE
               IF SK-SUPPLIER-ID(WS-STOCK-IDX) = SPACES
                   ADD 1 TO WS-NOT-REQ-COUNT
                   MOVE "  *** NO SUPPLIER - NO REQUISITION WRITTEN"
                       TO WS-REPORT-RECORD
                   WRITE WS-REPORT-RECORD
                   PERFORM 0810-CHECK-REPORT-STATUS
               ELSE
                   PERFORM 0350-WRITE-REQUISITION
               END-IF
           END-IF.

        0350-WRITE-REQUISITION.

           ADD 1 TO WS-LAST-REQ-SEQ.
           MOVE SPACES TO PURCHASE-REQUISITION-RECORD.
           MOVE WS-RUN-DATE TO RQ-REQUISITION-DATE.
           MOVE WS-LAST-REQ-SEQ TO RQ-REQUISITION-SEQ.
           MOVE SK-SUPPLIER-ID(WS-STOCK-IDX) TO RQ-SUPPLIER-ID.
           MOVE SK-SHEET-ID(WS-STOCK-IDX) TO RQ-ITEM-ID.
           MOVE WS-RL-WIDTH  TO WS-DISPLAY-DIM.
           MOVE WS-RL-LENGTH TO WS-DISPLAY-DIM-2.
           STRING "STOCK SHEET "   DELIMITED BY SIZE
                  WS-DISPLAY-DIM   DELIMITED BY SIZE
                  " X "            DELIMITED BY SIZE
                  WS-DISPLAY-DIM-2 DELIMITED BY SIZE
               INTO RQ-ITEM-DESCRIPTION
           END-STRING.
           MOVE SK-REORDER-QTY-NUM(WS-STOCK-IDX) TO RQ-ORDER-QUANTITY.
           MOVE WS-UNIT-OF-MEASURE TO RQ-UNIT-OF-MEASURE.
           MOVE WS-ON-HAND TO RQ-ON-HAND.
           MOVE SK-REORDER-POINT-NUM(WS-STOCK-IDX) TO RQ-REORDER-POINT.
           MOVE WS-REQUESTED-BY TO RQ-REQUESTED-BY.
           WRITE PURCHASE-REQUISITION-RECORD.
           IF WS-REQ-FILE-STATUS NOT = "00"
               DISPLAY "*** REQUISITION FILE ERROR - STATUS: "
                   WS-REQ-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-REQ-COUNT
               ADD SK-REORDER-QTY-NUM(WS-STOCK-IDX)
                   TO WS-SHEETS-REQUESTED
               COMPUTE SK-ON-ORDER-NUM(WS-STOCK-IDX) =
                   WS-ON-ORDER + SK-REORDER-QTY-NUM(WS-STOCK-IDX)
               MOVE SK-REORDER-QTY-NUM(WS-STOCK-IDX)
                   TO WS-DISPLAY-SHEETS
               MOVE SPACES TO WS-REPORT-RECORD
               STRING "  REQUISITION "     DELIMITED BY SIZE
                      RQ-REQUISITION-NO    DELIMITED BY SIZE
                      " WRITTEN FOR "      DELIMITED BY SIZE
                      WS-DISPLAY-SHEETS    DELIMITED BY SIZE
                      " SHEETS"            DELIMITED BY SIZE
                   INTO WS-REPORT-RECORD
               END-STRING
               WRITE WS-REPORT-RECORD
               PERFORM 0810-CHECK-REPORT-STATUS
           END-IF.

        0700-REWRITE-STOCK-FILE.

           OPEN OUTPUT SHEET-STOCK-FILE.
           IF WS-STOCK-FILE-STATUS NOT = "00"
               DISPLAY "*** SHEET STOCK FILE REWRITE FAILED - STATUS: "
                   WS-STOCK-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0710-WRITE-ONE-SHEET-SIZE
                   VARYING WS-STOCK-IDX FROM 1 BY 1
                   UNTIL WS-STOCK-IDX > WS-STOCK-COUNT
               CLOSE SHEET-STOCK-FILE
           END-IF.

        0710-WRITE-ONE-SHEET-SIZE.

           MOVE SK-STOCK-IMAGE(WS-STOCK-IDX) TO SHEET-STOCK-RECORD.
           WRITE SHEET-STOCK-RECORD.
           IF WS-STOCK-FILE-STATUS NOT = "00"
               DISPLAY "*** SHEET STOCK FILE ERROR - STATUS: "
                   WS-STOCK-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

        0810-CHECK-REPORT-STATUS.

           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "*** REORDER REPORT ERROR - STATUS: "
                   WS-REPORT-FILE-STATUS
           END-IF.

      *    The stock file is written back only when a requisition
      *    moved an on-order quantity.
        0900-TERMINATE.

           IF WS-REQ-COUNT > ZEROES
               PERFORM 0700-REWRITE-STOCK-FILE
           END-IF.
           MOVE SPACES TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           IF WS-AT-REORDER-COUNT = ZEROES
               MOVE "NO SHEET SIZES AT OR BELOW REORDER POINT."
                   TO WS-REPORT-RECORD
               WRITE WS-REPORT-RECORD
               PERFORM 0810-CHECK-REPORT-STATUS
           END-IF.
           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "SHEET SIZES READ:          " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT              DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-AT-REORDER-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "AT OR BELOW REORDER POINT: " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT              DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-ABOVE-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "ABOVE REORDER POINT:       " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT              DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-NO-ROP-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "NO REORDER POINT KEYED:    " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT              DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-REQ-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "REQUISITIONS WRITTEN:      " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT              DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-ON-ORDER-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "ALREADY ON ORDER:          " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT              DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-NOT-REQ-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "LEFT FOR THE BUYER:        " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT              DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-SHEETS-REQUESTED TO WS-DISPLAY-SHEETS.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "SHEETS REQUISITIONED:   " DELIMITED BY SIZE
                  WS-DISPLAY-SHEETS          DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE SPACES TO WS-REPORT-RECORD.
           IF WS-READ-COUNT = WS-AT-REORDER-COUNT + WS-ABOVE-COUNT +
              WS-NO-ROP-COUNT AND
              WS-AT-REORDER-COUNT = WS-REQ-COUNT + WS-ON-ORDER-COUNT +
              WS-NOT-REQ-COUNT
               MOVE "CONTROL TOTALS BALANCE" TO WS-REPORT-RECORD
           ELSE
               MOVE "*** CONTROL TOTALS DO NOT BALANCE ***"
                   TO WS-REPORT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           CLOSE REQUISITION-FILE.
           CLOSE REORDER-REPORT-FILE.

       END PROGRAM SHEET-REORDER.
