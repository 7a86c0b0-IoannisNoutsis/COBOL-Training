      *                  machine-readable plan interface file as well as the    *
      *                  printed plan, so the reconciliation program can line   *
      *                  them up against the cutting floor's reported actuals.  *
      *     Modified:    10/15/2026 - nest the whole work-order quantity on     *
      *                  each interface record, one piece at a time, instead   *
      *                  of a single piece per record; part counts on the      *
      *                  plan are now piece counts.                            *
      *     Modified:    10/15/2026 - carry each size's sheets on hand from    *
      *                  the sheet stock file and warn, per size and in a   *
      *                  banner, when the day's plan calls for more sheets *
      *                  than are on hand.                                  *
      **********************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHEET-PLANNER.
             05 WS-PART-COUNT       PIC 9(6) VALUE ZEROES.
             05 WS-OVERSIZE-COUNT   PIC 9(6) VALUE ZEROES.
             05 WS-BAD-RECORD-COUNT PIC 9(6) VALUE ZEROES.
             05 WS-SHORT-SIZE-COUNT PIC 9(2) VALUE ZEROES.
      *    Pieces on the current interface record (one when it has
      *    no work-order quantity) and the sheet size they go on.
        01   WS-PIECE-FIELDS.
             05 WS-PIECE-QUANTITY   PIC 9(6) VALUE ZEROES.
             05 WS-FIT-SUB          PIC 9(2) VALUE ZEROES.
      *    Standard sheet sizes, held in ascending area order so the
      *    placement loop naturally finds the smallest sheet a part
      *    fits.  Each size keeps one sheet "open" at a time; a part
                10 ST-SHEETS-USED   PIC 9(6).
                10 ST-USED-AREA     PIC 9(11)V9(2).
                10 ST-REMAINING-AREA PIC 9(9)V9(2).
                10 ST-ON-HAND       PIC 9(6).
        01   WS-INSERT-FIELDS.
             05 WS-NEW-SHEET-AREA   PIC 9(9)V9(2) VALUE ZEROES.
             05 WS-INSERT-AT        PIC 9(2) VALUE ZEROES.
        01   WS-DISPLAY-FIELDS.
             05 WS-DISPLAY-COUNT    PIC ZZZZZ9.
             05 WS-DISPLAY-SHEETS   PIC ZZZZZ9.
             05 WS-DISPLAY-ON-HAND  PIC ZZZZZ9.
             05 WS-DISPLAY-AREA     PIC ZZZZZZZZZZZZ9.99.
             05 WS-DISPLAY-DIM      PIC ZZZ9.99.
             05 WS-DISPLAY-DIM-2    PIC ZZZ9.99.
           MOVE ZEROES TO ST-SHEETS-USED(WS-SHEET-IDX).
           MOVE ZEROES TO ST-USED-AREA(WS-SHEET-IDX).
           MOVE ZEROES TO ST-REMAINING-AREA(WS-SHEET-IDX).
           IF SS-ON-HAND IS NUMERIC
               MOVE SS-ON-HAND-NUM TO ST-ON-HAND(WS-SHEET-IDX)
           ELSE
               MOVE ZEROES TO ST-ON-HAND(WS-SHEET-IDX)
           END-IF.

        0081-FIND-INSERT-POINT.

               WRITE WS-PLAN-RECORD
               PERFORM 0810-CHECK-PLAN-STATUS
           ELSE
               IF MI-QUANTITY IS NUMERIC AND MI-QUANTITY > ZEROES
                   MOVE MI-QUANTITY TO WS-PIECE-QUANTITY
               ELSE
                   MOVE 1 TO WS-PIECE-QUANTITY
               END-IF
               ADD WS-PIECE-QUANTITY TO WS-PART-COUNT
               MOVE "N" TO WS-PLACED-SWITCH
               PERFORM 0110-TRY-ONE-SHEET-SIZE
                   VARYING WS-SHEET-IDX FROM 1 BY 1
                   UNTIL WS-SHEET-IDX > WS-SHEET-COUNT
                      OR WS-PART-PLACED
               IF WS-PART-PLACED
                   PERFORM 0120-PLACE-ONE-PIECE
                       WS-PIECE-QUANTITY TIMES
               ELSE
                   ADD WS-PIECE-QUANTITY TO WS-OVERSIZE-COUNT
                   MOVE SPACES TO WS-PLAN-RECORD
                   STRING "*** PART FITS NO STOCK SHEET: "
                              DELIMITED BY SIZE

      *    The sheet table is in ascending area order, so the first
      *    size whose full sheet could hold the part is the smallest.
        0110-TRY-ONE-SHEET-SIZE.

           IF MI-AREA NOT > ST-SHEET-AREA(WS-SHEET-IDX)
               SET WS-PART-PLACED TO TRUE
               SET WS-FIT-SUB TO WS-SHEET-IDX
           END-IF.

      *    Each piece of the record goes on the chosen size's open
      *    sheet if it still has room, otherwise a fresh sheet of
      *    that size is started.
        0120-PLACE-ONE-PIECE.

           IF ST-SHEETS-USED(WS-FIT-SUB) = ZEROES OR
              MI-AREA > ST-REMAINING-AREA(WS-FIT-SUB)
               ADD 1 TO ST-SHEETS-USED(WS-FIT-SUB)
               MOVE ST-SHEET-AREA(WS-FIT-SUB)
                   TO ST-REMAINING-AREA(WS-FIT-SUB)
           END-IF.
           SUBTRACT MI-AREA FROM ST-REMAINING-AREA(WS-FIT-SUB).
           ADD 1 TO ST-PART-COUNT(WS-FIT-SUB).
           ADD MI-AREA TO ST-USED-AREA(WS-FIT-SUB).

        0800-READ-NEXT-PART.

           END-STRING.
           WRITE WS-PLAN-RECORD.
           PERFORM 0810-CHECK-PLAN-STATUS.
      *    An on-hand never keyed on the stock file counts as zero,
      *    so a size nobody has counted is warned on rather than
      *    assumed to be plentiful.
           IF ST-SHEETS-USED(WS-SHEET-IDX) > ST-ON-HAND(WS-SHEET-IDX)
               ADD 1 TO WS-SHORT-SIZE-COUNT
               MOVE ST-ON-HAND(WS-SHEET-IDX) TO WS-DISPLAY-ON-HAND
               MOVE SPACES TO WS-PLAN-RECORD
               STRING "  *** PLAN NEEDS "   DELIMITED BY SIZE
                      WS-DISPLAY-SHEETS    DELIMITED BY SIZE
                      " SHEETS - ONLY "     DELIMITED BY SIZE
                      WS-DISPLAY-ON-HAND   DELIMITED BY SIZE
                      " ON HAND"            DELIMITED BY SIZE
                   INTO WS-PLAN-RECORD
               END-STRING
               WRITE WS-PLAN-RECORD
               PERFORM 0810-CHECK-PLAN-STATUS
           END-IF.

        0920-WRITE-TOTALS.

                   PERFORM 0810-CHECK-PLAN-STATUS
               END-IF
           END-IF.
           IF WS-SHORT-SIZE-COUNT > ZEROES
               MOVE SPACES TO WS-PLAN-RECORD
               WRITE WS-PLAN-RECORD
               PERFORM 0810-CHECK-PLAN-STATUS
               MOVE SPACES TO WS-PLAN-RECORD
               MOVE ALL "*" TO WS-PLAN-RECORD(1:60)
               WRITE WS-PLAN-RECORD
               PERFORM 0810-CHECK-PLAN-STATUS
               MOVE WS-SHORT-SIZE-COUNT TO WS-DISPLAY-COUNT
               MOVE SPACES TO WS-PLAN-RECORD
               STRING "***  PLAN EXCEEDS SHEETS ON HAND FOR"
                          DELIMITED BY SIZE
                      WS-DISPLAY-COUNT DELIMITED BY SIZE
                      " SIZE(S) - CHECK STOCK  ***"
                          DELIMITED BY SIZE
                   INTO WS-PLAN-RECORD
               END-STRING
               WRITE WS-PLAN-RECORD
               PERFORM 0810-CHECK-PLAN-STATUS
               MOVE SPACES TO WS-PLAN-RECORD
               MOVE ALL "*" TO WS-PLAN-RECORD(1:60)
               WRITE WS-PLAN-RECORD
               PERFORM 0810-CHECK-PLAN-STATUS
           END-IF.

       END PROGRAM SHEET-PLANNER.
