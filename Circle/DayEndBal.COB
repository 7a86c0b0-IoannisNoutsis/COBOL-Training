      *     RETURN-CODE 8, so the scheduler holds the sheet planner and the       *
      *     costing hand-off the same way it already holds on the calculator's    *
      *     reject threshold.                                                      *
      *     Modified:    10/15/2026 - the interface records now carry a          *
      *                  work-order quantity: the pieces are summed and         *
      *                  proved against the run's output pieces, and each      *
      *                  record is repriced for its whole quantity, the same  *
      *                  way the calculator extends the cost.                 *
      **********************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-END-BALANCE.
             05 WS-HIST-OUTPUT-COUNT PIC 9(6)     VALUE ZEROES.
             05 WS-HIST-AREA-SUM    PIC 9(11)V9(2) VALUE ZEROES.
             05 WS-HIST-GRAND-COST  PIC 9(13)V9(2) VALUE ZEROES.
             05 WS-HIST-OUTPUT-PIECES PIC 9(8)    VALUE ZEROES.
      *    Figures re-accumulated from the materials interface file.
        01   WS-INTERFACE-TOTALS.
             05 WS-MATLIF-COUNT     PIC 9(6)      VALUE ZEROES.
             05 WS-MATLIF-AREA-SUM  PIC 9(11)V9(2) VALUE ZEROES.
             05 WS-MATLIF-PIECES    PIC 9(8)      VALUE ZEROES.
             05 WS-RECORD-QUANTITY  PIC 9(6)      VALUE ZEROES.
             05 WS-REPRICED-COST    PIC 9(13)V9(2) VALUE ZEROES.
             05 WS-STORED-COST      PIC 9(13)V9(2) VALUE ZEROES.
             05 WS-RECORD-COST      PIC 9(11)V9(2) VALUE ZEROES.
                   MOVE RH-OUTPUT-COUNT TO WS-HIST-OUTPUT-COUNT
                   MOVE RH-AREA-SUM     TO WS-HIST-AREA-SUM
                   MOVE RH-GRAND-COST   TO WS-HIST-GRAND-COST
                   IF RH-OUTPUT-PIECES IS NUMERIC
                       MOVE RH-OUTPUT-PIECES TO WS-HIST-OUTPUT-PIECES
                   ELSE
                       MOVE RH-OUTPUT-COUNT  TO WS-HIST-OUTPUT-PIECES
                   END-IF
           END-READ.

      *    One interface record: count it, fold its area and the
      *    it independently at the price in effect on the run date
      *    (rounded per record exactly as the calculator rounds, so
      *    the sums can match to the penny), and prove the results
      *    master took this part's update this run.  A record with
      *    no quantity on it is a single piece.
        0200-CHECK-ONE-INTERFACE-RECORD.

           ADD 1 TO WS-MATLIF-COUNT.
           ADD MI-AREA TO WS-MATLIF-AREA-SUM.
           IF MI-QUANTITY IS NUMERIC AND MI-QUANTITY > ZEROES
               MOVE MI-QUANTITY TO WS-RECORD-QUANTITY
           ELSE
               MOVE 1 TO WS-RECORD-QUANTITY
           END-IF.
           ADD WS-RECORD-QUANTITY TO WS-MATLIF-PIECES.
           IF MI-MATERIAL-COST IS NUMERIC
               ADD MI-MATERIAL-COST TO WS-STORED-COST
           ELSE
               END-IF
               IF WS-CACHE-GOOD
                   COMPUTE WS-RECORD-COST ROUNDED =
                       MI-AREA * WS-CACHED-PRICE * WS-RECORD-QUANTITY
                   ADD WS-RECORD-COST TO WS-REPRICED-COST
               ELSE
                   ADD 1 TO WS-UNPRICED-COUNT
               SET WS-DAY-OUT-OF-BALANCE TO TRUE
           END-IF.
           PERFORM 0910-WRITE-CHECK-LINE.
           MOVE "INTERFACE PIECES VS OUTPUT PIECES"
               TO WS-CHECK-TITLE.
           MOVE WS-HIST-OUTPUT-PIECES TO WS-DISPLAY-EXPECTED.
           MOVE WS-MATLIF-PIECES      TO WS-DISPLAY-ACTUAL.
           IF WS-MATLIF-PIECES = WS-HIST-OUTPUT-PIECES
               MOVE "GOOD"     TO WS-CHECK-RESULT
           ELSE
               MOVE "MISMATCH" TO WS-CHECK-RESULT
               SET WS-DAY-OUT-OF-BALANCE TO TRUE
           END-IF.
           PERFORM 0910-WRITE-CHECK-LINE.
           MOVE "INTERFACE AREA SUM VS AREA SUM"
               TO WS-CHECK-TITLE.
           MOVE WS-HIST-AREA-SUM    TO WS-DISPLAY-EXPECTED.
