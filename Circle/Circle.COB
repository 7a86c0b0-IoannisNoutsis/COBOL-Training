      *                  material, area, cost, weight, run date)     *
      *                  alongside the printed costed report, for    *
      *                  the month-end billing summary.              *
      *     Modified:    10/15/2026 - each input record may carry a    *
      *                  work-order number; the work order is looked *
      *                  up on the work-order master and rejected if *
      *                  it is missing or is for another part or     *
      *                  plant.  Material cost and weight are        *
      *                  extended by the order quantity, the work    *
      *                  order and quantity go on the ledger and the *
      *                  materials interface, and the control totals *
      *                  and run history reconcile pieces as well as *
      *                  records.                                    *
      *     Modified:    10/15/2026 - refuse to run when the run date  *
      *                  falls in a month the month-end close has    *
      *                  already closed, so no ledger, run-history   *
      *                  or audit record is dated into it.           *
      **********************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIRCLE-RADIOUS.
               RECORD KEY IS PR-PART-ID
               FILE STATUS IS WS-RESULTS-FILE-STATUS.

           SELECT WORK-ORDER-FILE ASSIGN TO "WORKORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WO-WORK-ORDER-ID
               FILE STATUS IS WS-WORKORD-FILE-STATUS.

           SELECT CLOSE-STATUS-FILE ASSIGN TO "CLOSESTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHAPE-INPUT-FILE.
           05  CKPT-REJECT-COUNT         PIC 9(5).
           05  CKPT-HASH-TOTAL-DIM1      PIC 9(9)V9(2).
           05  CKPT-AREA-SUM             PIC 9(11)V9(2).
           05  CKPT-INPUT-PIECE-COUNT    PIC 9(8).
           05  CKPT-OUTPUT-PIECE-COUNT   PIC 9(8).
           05  CKPT-REJECT-PIECE-COUNT   PIC 9(8).

       FD  MATERIALS-INTERFACE-FILE.
           COPY MATLIFREC.
       FD  RESULTS-MASTER-FILE.
           COPY RESLREC.

       FD  WORK-ORDER-FILE.
           COPY WORKORDREC.

       FD  CLOSE-STATUS-FILE.
           COPY CLOSEREC.

       WORKING-STORAGE SECTION.
        01   WS-CONSTANTS.
             05  WS-PI              PIC 9V9(5) VALUE 3.14159.
             05 WS-SHEET-THICKNESS  PIC 9(1)V9(3) VALUE ZEROES.
             05 WS-MATERIAL-COST    PIC 9(11)V9(2) VALUE ZEROES.
             05 WS-EST-WEIGHT       PIC 9(11)V9(2) VALUE ZEROES.
      *    Pieces the current record stands for: the work order's
      *    quantity, or one when the record carries no work order.
        01   WS-WORK-ORDER-FIELDS.
             05 WS-QUANTITY         PIC 9(6)      VALUE 1.
             05 WS-WO-FOUND-SWITCH  PIC X         VALUE "N".
                88 WS-WO-FOUND            VALUE "Y".
             05 WS-WORKORD-OPEN-SWITCH PIC X      VALUE "N".
                88 WS-WORKORD-OPENED      VALUE "Y".
        01   WS-DISPLAY-VALUES.
             05 WS-DISPLAY-AREA          PIC ZZZZZZZZ9.99.
             05 WS-DISPLAY-CIRCUMFERENCE PIC ZZZZZ9.99.
             05 WS-DISPLAY-MATERIAL-COST PIC ZZZZZZZZZZ9.99.
             05 WS-DISPLAY-EST-WEIGHT    PIC ZZZZZZZZZZ9.99.
             05 WS-DISPLAY-QUANTITY      PIC ZZZZZ9.
        01   WS-SWITCHES.
             05 WS-EOF-SWITCH       PIC X VALUE "N".
                88 WS-EOF                 VALUE "Y".
             05 WS-PARAMETER-FILE-STATUS PIC X(2) VALUE SPACES.
             05 WS-CHANGED-FILE-STATUS  PIC X(2) VALUE SPACES.
             05 WS-LEDGER-FILE-STATUS   PIC X(2) VALUE SPACES.
             05 WS-WORKORD-FILE-STATUS  PIC X(2) VALUE SPACES.
             05 WS-CLOSE-FILE-STATUS    PIC X(2) VALUE SPACES.
        01   WS-CLOSE-FIELDS.
             05 WS-LAST-CLOSED-MONTH PIC 9(6) VALUE ZEROES.
             05 WS-CLOSE-EOF-SWITCH PIC X VALUE "N".
                88 WS-CLOSE-EOF           VALUE "Y".
        01   WS-CHECKPOINT-FIELDS.
             05 WS-CHECKPOINT-FILE-STATUS PIC X(2)  VALUE SPACES.
             05 WS-CHECKPOINT-INTERVAL    PIC 9(3)  VALUE 010.
                10 PEND-ERROR-MESSAGE  PIC X(40).
                10 PEND-CIRCUMFERENCE  PIC 9(6)V9(2).
                10 PEND-AREA           PIC 9(9)V9(2).
                10 PEND-INPUT-RECORD   PIC X(41).
                10 PEND-INPUT-FIELDS REDEFINES PEND-INPUT-RECORD.
                   15 PEND-IN-PART-ID    PIC X(10).
                   15 PEND-IN-SHAPE-TYPE PIC X(1).
                   15 PEND-IN-DIM-2      PIC X(6).
                   15 PEND-IN-DIM-3      PIC X(6).
                   15 PEND-IN-MATERIAL   PIC X(4).
                   15 PEND-IN-WORK-ORDER PIC X(8).
                10 PEND-MATERIAL-CODE  PIC X(4).
                10 PEND-MATERIAL-COST  PIC 9(11)V9(2).
                10 PEND-EST-WEIGHT     PIC 9(11)V9(2).
                10 PEND-PLANT-ID       PIC X(4).
                10 PEND-QUANTITY       PIC 9(6).
        01   WS-REPORT-CONTROL.
             05 WS-LINE-COUNT       PIC 9(3) VALUE ZEROES.
             05 WS-TOTAL-LINE-COUNT PIC 9(6) VALUE ZEROES.
             05 WS-OUTPUT-RECORD-COUNT PIC 9(6)     VALUE ZEROES.
             05 WS-HASH-TOTAL-DIM1     PIC 9(9)V9(2) VALUE ZEROES.
             05 WS-AREA-SUM            PIC 9(11)V9(2) VALUE ZEROES.
      *    Pieces behind the record counts above: a record with a
      *    work order counts its order quantity, any other record
      *    counts one.  Input pieces must equal output plus rejected
      *    pieces, the same as the records.
             05 WS-INPUT-PIECE-COUNT   PIC 9(8)     VALUE ZEROES.
             05 WS-OUTPUT-PIECE-COUNT  PIC 9(8)     VALUE ZEROES.
             05 WS-REJECT-PIECE-COUNT  PIC 9(8)     VALUE ZEROES.
      *    One row per plant batch seen on the input file.  The
      *    pre-pass fills the file date, expected/actual counts, and
      *    the batch status before any record is processed; the main
                10 PL-REJECT-COUNT   PIC 9(5).
                10 PL-HASH-TOTAL     PIC 9(9)V9(2).
                10 PL-AREA-SUM       PIC 9(11)V9(2).
                10 PL-INPUT-PIECES   PIC 9(8).
                10 PL-OUTPUT-PIECES  PIC 9(8).
                10 PL-REJECT-PIECES  PIC 9(8).
        01   WS-PLANT-DISPLAY-FIELDS.
             05 WS-PLANT-STATUS-TEXT PIC X(28) VALUE SPACES.
             05 WS-DISPLAY-PLANT-IN  PIC ZZZZZ9.
             05 WS-DISPLAY-PLANT-HASH PIC ZZZZZZZZ9.99.
             05 WS-DISPLAY-PLANT-AREA PIC ZZZZZZZZZZ9.99.
             05 WS-PLANT-DATE-DISPLAY PIC 9(8).
             05 WS-DISPLAY-PIECES-IN  PIC ZZZZZZZ9.
             05 WS-DISPLAY-PIECES-OUT PIC ZZZZZZZ9.
             05 WS-DISPLAY-PIECES-REJ PIC ZZZZZZZ9.
        01   WS-REPORT-TRAILER-1.
             05 FILLER              PIC X(15) VALUE "INPUT RECORDS:".
             05 WS-TRL-INPUT-COUNT  PIC ZZZZZ9.
             05 FILLER              PIC X(9)  VALUE "AREA SUM:".
             05 WS-TRL-AREA-SUM     PIC ZZZZZZZZZZ9.99.
        01   WS-REPORT-TRAILER-3    PIC X(40) VALUE SPACES.
        01   WS-REPORT-TRAILER-4.
             05 FILLER              PIC X(14) VALUE "INPUT PIECES:".
             05 WS-TRL-INPUT-PIECES PIC ZZZZZZZ9.
             05 FILLER              PIC X(4)  VALUE SPACES.
             05 FILLER              PIC X(15) VALUE "OUTPUT PIECES:".
             05 WS-TRL-OUTPUT-PIECES PIC ZZZZZZZ9.
             05 FILLER              PIC X(4)  VALUE SPACES.
             05 FILLER              PIC X(17) VALUE "REJECTED PIECES:".
             05 WS-TRL-REJECT-PIECES PIC ZZZZZZZ9.
      *    The costed report is appended to on a checkpoint restart;
      *    its page numbering and the material subtotals cover only
      *    the work done from the restart point on.
           IF WS-RESTART-KEY NOT = SPACES
               SET WS-SKIPPING-TO-RESTART TO TRUE
           END-IF.
           PERFORM 0051-CHECK-CLOSED-MONTH.
           IF NOT WS-EOF
               OPEN INPUT PART-MASTER-FILE
               IF WS-PARTMAST-FILE-STATUS NOT = "00"
                   DISPLAY "*** PART MASTER FILE OPEN FAILED - STATUS: "
                       WS-PARTMAST-FILE-STATUS
                   SET WS-EOF TO TRUE
               END-IF
           END-IF.
           IF NOT WS-EOF
               OPEN INPUT MATERIAL-PRICE-FILE
                   SET WS-EOF TO TRUE
               END-IF
           END-IF.
      *    No work-order master yet just means no work orders have
      *    been raised: records without one still run as single
      *    pieces, and any that quote one are rejected.
           IF NOT WS-EOF
               OPEN INPUT WORK-ORDER-FILE
               IF WS-WORKORD-FILE-STATUS = "00"
                   SET WS-WORKORD-OPENED TO TRUE
               ELSE
                   IF WS-WORKORD-FILE-STATUS NOT = "35"
                       DISPLAY
                           "*** WORK ORDER FILE OPEN FAILED - STATUS: "
                           WS-WORKORD-FILE-STATUS
                       SET WS-EOF TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-EOF
               PERFORM 0055-OPEN-FILES
           END-IF.

      *    A closed month has been archived by the month-end close;
      *    nothing dated in it may be added to the ledger, the run
      *    history or the audit log.  No close-status file means no
      *    month has been closed yet.
        0051-CHECK-CLOSED-MONTH.

           OPEN INPUT CLOSE-STATUS-FILE.
           IF WS-CLOSE-FILE-STATUS NOT = "35"
               IF WS-CLOSE-FILE-STATUS NOT = "00"
                   DISPLAY "*** CLOSE STATUS FILE OPEN FAILED - "
                       "STATUS: " WS-CLOSE-FILE-STATUS
                   SET WS-EOF TO TRUE
               ELSE
                   PERFORM 0054-READ-ONE-CLOSE-STATUS
                       UNTIL WS-CLOSE-EOF
                   CLOSE CLOSE-STATUS-FILE
                   IF WS-RUN-DATE(1:6) NOT > WS-LAST-CLOSED-MONTH
                       DISPLAY "*** RUN DATE " WS-RUN-DATE
                           " IS IN A CLOSED MONTH - LAST CLOSED "
                           "MONTH IS " WS-LAST-CLOSED-MONTH "."
                       SET WS-EOF TO TRUE
                   END-IF
               END-IF
           END-IF.

        0054-READ-ONE-CLOSE-STATUS.

           READ CLOSE-STATUS-FILE
               AT END
                   SET WS-CLOSE-EOF TO TRUE
               NOT AT END
                   IF CS-CLOSED-MONTH IS NUMERIC AND
                      CS-CLOSED-MONTH > WS-LAST-CLOSED-MONTH
                       MOVE CS-CLOSED-MONTH TO WS-LAST-CLOSED-MONTH
                   END-IF
           END-READ.

      *    Operations tunes the run through the parameter file; a
      *    missing file or a bad field just leaves the hard defaults
      *    in force, and 0300 echoes whichever values won onto the
                   MOVE CKPT-REJECT-COUNT     TO WS-REJECT-COUNT
                   MOVE CKPT-HASH-TOTAL-DIM1  TO WS-HASH-TOTAL-DIM1
                   MOVE CKPT-AREA-SUM         TO WS-AREA-SUM
                   IF CKPT-INPUT-PIECE-COUNT IS NUMERIC
                       MOVE CKPT-INPUT-PIECE-COUNT TO
                                           WS-INPUT-PIECE-COUNT
                       MOVE CKPT-OUTPUT-PIECE-COUNT TO
                                           WS-OUTPUT-PIECE-COUNT
                       MOVE CKPT-REJECT-PIECE-COUNT TO
                                           WS-REJECT-PIECE-COUNT
                   END-IF
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF.
               MOVE ZEROES TO PL-INPUT-COUNT(WS-FOUND-PLANT-SUB)
               MOVE ZEROES TO PL-OUTPUT-COUNT(WS-FOUND-PLANT-SUB)
               MOVE ZEROES TO PL-REJECT-COUNT(WS-FOUND-PLANT-SUB)
               MOVE ZEROES TO PL-INPUT-PIECES(WS-FOUND-PLANT-SUB)
               MOVE ZEROES TO PL-OUTPUT-PIECES(WS-FOUND-PLANT-SUB)
               MOVE ZEROES TO PL-REJECT-PIECES(WS-FOUND-PLANT-SUB)
               MOVE ZEROES TO PL-HASH-TOTAL(WS-FOUND-PLANT-SUB)
               MOVE ZEROES TO PL-AREA-SUM(WS-FOUND-PLANT-SUB)
           END-IF.
           END-IF.
           ADD 1 TO PL-INPUT-COUNT(WS-CURRENT-PLANT-SUB).
           MOVE SI-PART-ID TO WS-CURRENT-PART-ID.
           PERFORM 0135-LOOKUP-WORK-ORDER.
           ADD WS-QUANTITY TO WS-INPUT-PIECE-COUNT.
           ADD WS-QUANTITY TO PL-INPUT-PIECES(WS-CURRENT-PLANT-SUB).
           IF SI-DIM-1 IS NUMERIC
               ADD SI-DIM-1-NUM TO WS-HASH-TOTAL-DIM1
               ADD SI-DIM-1-NUM TO PL-HASH-TOTAL(WS-CURRENT-PLANT-SUB)
               MOVE ZEROES TO WS-CHECKPOINT-COUNT
           END-IF.

      *    Finds the work order the record quotes and takes its
      *    quantity as the record's piece count, whether or not the
      *    record later passes validation, so rejected pieces are
      *    counted the same way as accepted ones.  0270 decides
      *    whether the work order is acceptable.
        0135-LOOKUP-WORK-ORDER.

           MOVE 1 TO WS-QUANTITY.
           MOVE "N" TO WS-WO-FOUND-SWITCH.
           IF SI-WORK-ORDER NOT = SPACES AND WS-WORKORD-OPENED
               MOVE SI-WORK-ORDER TO WO-WORK-ORDER-ID
               READ WORK-ORDER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-WORKORD-FILE-STATUS = "00"
                   SET WS-WO-FOUND TO TRUE
                   IF WO-QUANTITY IS NUMERIC AND
                      WO-QUANTITY > ZEROES
                       MOVE WO-QUANTITY TO WS-QUANTITY
                   END-IF
               END-IF
           END-IF.

        0140-SET-BATCH-REJECT-MESSAGE.

           EVALUATE TRUE

      *    Prices the part just computed: material cost from the area
      *    and the price master's cost per square unit, estimated
      *    weight from the area, sheet thickness, and density, both
      *    extended by the number of pieces on the work order.
        0150-COMPUTE-MATERIAL-COST.

           COMPUTE WS-MATERIAL-COST ROUNDED =
                   WS-AREA * WS-COST-PER-SQUARE * WS-QUANTITY
               ON SIZE ERROR
                   MOVE "COST DOES NOT FIT" TO WS-ERROR-MESSAGE
                   SET WS-INVALID-RECORD TO TRUE
           IF WS-VALID-RECORD
               COMPUTE WS-EST-WEIGHT ROUNDED =
                       WS-AREA * WS-SHEET-THICKNESS * WS-DENSITY
                       * WS-QUANTITY
                   ON SIZE ERROR
                       MOVE "WEIGHT DOES NOT FIT" TO WS-ERROR-MESSAGE
                       SET WS-INVALID-RECORD TO TRUE
           MOVE SHAPE-INPUT-RECORD TO PEND-INPUT-RECORD(WS-PEND-IDX).
           MOVE PL-PLANT-ID(WS-CURRENT-PLANT-SUB)
               TO PEND-PLANT-ID(WS-PEND-IDX).
           MOVE WS-QUANTITY        TO PEND-QUANTITY(WS-PEND-IDX).
           IF WS-VALID-RECORD
               SET PEND-VALID(WS-PEND-IDX) TO TRUE
               MOVE WS-CIRCUMFERENCE TO PEND-CIRCUMFERENCE(WS-PEND-IDX)
           IF WS-VALID-RECORD
               ADD 1 TO PL-OUTPUT-COUNT(WS-CURRENT-PLANT-SUB)
               ADD WS-AREA TO PL-AREA-SUM(WS-CURRENT-PLANT-SUB)
               ADD WS-QUANTITY TO PL-OUTPUT-PIECES(WS-CURRENT-PLANT-SUB)
           ELSE
               ADD 1 TO PL-REJECT-COUNT(WS-CURRENT-PLANT-SUB)
               ADD WS-QUANTITY TO PL-REJECT-PIECES(WS-CURRENT-PLANT-SUB)
           END-IF.

        0700-WRITE-CHECKPOINT.
           MOVE WS-REJECT-COUNT        TO CKPT-REJECT-COUNT.
           MOVE WS-HASH-TOTAL-DIM1     TO CKPT-HASH-TOTAL-DIM1.
           MOVE WS-AREA-SUM            TO CKPT-AREA-SUM.
           MOVE WS-INPUT-PIECE-COUNT   TO CKPT-INPUT-PIECE-COUNT.
           MOVE WS-OUTPUT-PIECE-COUNT  TO CKPT-OUTPUT-PIECE-COUNT.
           MOVE WS-REJECT-PIECE-COUNT  TO CKPT-REJECT-PIECE-COUNT.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE WS-CHECKPOINT-RECORD.
           IF WS-CHECKPOINT-FILE-STATUS NOT = "00"

           MOVE PEND-PART-ID(WS-PEND-IDX)    TO WS-CURRENT-PART-ID.
           MOVE PEND-SHAPE-NAME(WS-PEND-IDX) TO WS-SHAPE-NAME.
           MOVE PEND-QUANTITY(WS-PEND-IDX)   TO WS-QUANTITY.
           MOVE WS-QUANTITY                  TO WS-DISPLAY-QUANTITY.
           IF PEND-VALID(WS-PEND-IDX)
               SET WS-VALID-RECORD TO TRUE
               MOVE PEND-CIRCUMFERENCE(WS-PEND-IDX) TO WS-CIRCUMFERENCE
                  WS-DISPLAY-CIRCUMFERENCE DELIMITED BY SIZE
                  "  AREA: "            DELIMITED BY SIZE
                  WS-DISPLAY-AREA       DELIMITED BY SIZE
                  " QTY: "              DELIMITED BY SIZE
                  WS-DISPLAY-QUANTITY   DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           ADD 1 TO WS-TOTAL-LINE-COUNT.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD 1 TO WS-OUTPUT-RECORD-COUNT.
           ADD WS-QUANTITY TO WS-OUTPUT-PIECE-COUNT.
           ADD WS-AREA TO WS-AREA-SUM.
           MOVE WS-CURRENT-PART-ID TO MI-PART-ID.
           MOVE WS-AREA TO MI-AREA.
           MOVE WS-CIRCUMFERENCE TO MI-CIRCUMFERENCE.
           MOVE WS-MATERIAL-CODE TO MI-MATERIAL-CODE.
           MOVE WS-MATERIAL-COST TO MI-MATERIAL-COST.
           MOVE PEND-IN-WORK-ORDER(WS-PEND-IDX) TO MI-WORK-ORDER.
           MOVE WS-QUANTITY TO MI-QUANTITY.
           WRITE MATERIALS-INTERFACE-RECORD.
           PERFORM 0330-CHECK-MATLIF-STATUS.

           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-TOTAL-LINE-COUNT.
           ADD 1 TO WS-REJECT-COUNT.
           ADD WS-QUANTITY TO WS-REJECT-PIECE-COUNT.

        0460-WRITE-COSTED-HEADER.

                  WS-CURRENT-PART-ID    DELIMITED BY SIZE
                  " MATL: "             DELIMITED BY SIZE
                  WS-MATERIAL-CODE      DELIMITED BY SIZE
                  " QTY: "              DELIMITED BY SIZE
                  WS-DISPLAY-QUANTITY   DELIMITED BY SIZE
                  " AREA: "             DELIMITED BY SIZE
                  WS-DISPLAY-AREA       DELIMITED BY SIZE
                  " COST: "             DELIMITED BY SIZE
                  WS-DISPLAY-MATERIAL-COST DELIMITED BY SIZE
                  " WT: "               DELIMITED BY SIZE
                  WS-DISPLAY-EST-WEIGHT DELIMITED BY SIZE
               INTO WS-COSTED-RECORD
           END-STRING.
           MOVE WS-MATERIAL-COST   TO CL-MATERIAL-COST.
           MOVE WS-EST-WEIGHT      TO CL-EST-WEIGHT.
           MOVE WS-RUN-DATE        TO CL-RUN-DATE.
           MOVE PEND-IN-WORK-ORDER(WS-PEND-IDX) TO CL-WORK-ORDER.
           MOVE WS-QUANTITY        TO CL-QUANTITY.
           WRITE COSTED-LEDGER-RECORD.
           PERFORM 0337-CHECK-LEDGER-STATUS.

                   SET SU-REASON-NO-PART TO TRUE
               WHEN "PART IS OBSOLETE"
                   SET SU-REASON-OBSOLETE TO TRUE
               WHEN "WORK ORDER NOT ON FILE"
                   SET SU-REASON-WORK-ORDER TO TRUE
               WHEN "WORK ORDER IS FOR ANOTHER PART"
                   SET SU-REASON-WORK-ORDER TO TRUE
               WHEN "WORK ORDER IS FOR ANOTHER PLANT"
                   SET SU-REASON-WORK-ORDER TO TRUE
               WHEN "WORK ORDER QUANTITY IS ZERO"
                   SET SU-REASON-WORK-ORDER TO TRUE
               WHEN "PLANT BATCH STALE DATED"
                   SET SU-REASON-BAD-BATCH TO TRUE
               WHEN "PLANT BATCH COUNT MISMATCH"
           SET WS-VALID-RECORD TO TRUE.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           PERFORM 0220-VALIDATE-PART-ID.
           IF WS-VALID-RECORD
               PERFORM 0270-VALIDATE-WORK-ORDER
           END-IF.
           IF WS-VALID-RECORD
               PERFORM 0240-VALIDATE-MATERIAL
           END-IF.
               END-IF
           END-IF.

      *    A record quoting a work order must find it on the work-
      *    order master (0135 has already read it), for the same part,
      *    with a quantity, and - inside a plant batch - raised for
      *    the plant that sent the batch.  No work order at all is a
      *    single piece and needs no check.
        0270-VALIDATE-WORK-ORDER.

           EVALUATE TRUE
               WHEN SI-WORK-ORDER = SPACES
                   CONTINUE
               WHEN NOT WS-WO-FOUND
                   SET WS-INVALID-RECORD TO TRUE
                   MOVE "WORK ORDER NOT ON FILE" TO WS-ERROR-MESSAGE
               WHEN WO-PART-ID NOT = SI-PART-ID
                   SET WS-INVALID-RECORD TO TRUE
                   MOVE "WORK ORDER IS FOR ANOTHER PART"
                       TO WS-ERROR-MESSAGE
               WHEN WO-QUANTITY IS NOT NUMERIC OR
                    WO-QUANTITY = ZEROES
                   SET WS-INVALID-RECORD TO TRUE
                   MOVE "WORK ORDER QUANTITY IS ZERO"
                       TO WS-ERROR-MESSAGE
               WHEN PL-PLANT-ID(WS-CURRENT-PLANT-SUB) NOT = "*UNB" AND
                    WO-PLANT-ID NOT = PL-PLANT-ID(WS-CURRENT-PLANT-SUB)
                   SET WS-INVALID-RECORD TO TRUE
                   MOVE "WORK ORDER IS FOR ANOTHER PLANT"
                       TO WS-ERROR-MESSAGE
           END-EVALUATE.

      *    A blank input material code falls back to the default
      *    material on the part master record 0220 just read.
        0240-VALIDATE-MATERIAL.
               PERFORM 0320-CHECK-REPORT-STATUS
               WRITE WS-REPORT-RECORD FROM WS-REPORT-TRAILER-2
               PERFORM 0320-CHECK-REPORT-STATUS
               MOVE WS-INPUT-PIECE-COUNT   TO WS-TRL-INPUT-PIECES
               MOVE WS-OUTPUT-PIECE-COUNT  TO WS-TRL-OUTPUT-PIECES
               MOVE WS-REJECT-PIECE-COUNT  TO WS-TRL-REJECT-PIECES
               WRITE WS-REPORT-RECORD FROM WS-REPORT-TRAILER-4
               PERFORM 0320-CHECK-REPORT-STATUS
               EVALUATE TRUE
                   WHEN WS-INPUT-RECORD-COUNT NOT =
                        WS-OUTPUT-RECORD-COUNT + WS-REJECT-COUNT
                       MOVE "*** CONTROL TOTALS DO NOT BALANCE ***"
                           TO WS-REPORT-TRAILER-3
                   WHEN WS-INPUT-PIECE-COUNT NOT =
                        WS-OUTPUT-PIECE-COUNT + WS-REJECT-PIECE-COUNT
                       MOVE "*** PIECE TOTALS DO NOT BALANCE ***"
                           TO WS-REPORT-TRAILER-3
                   WHEN OTHER
                       MOVE "CONTROL TOTALS BALANCE"
                           TO WS-REPORT-TRAILER-3
               END-EVALUATE
               WRITE WS-REPORT-RECORD FROM WS-REPORT-TRAILER-3
               PERFORM 0320-CHECK-REPORT-STATUS
               PERFORM 0930-WRITE-PLANT-SECTION
               CLOSE PART-MASTER-FILE
               CLOSE MATERIAL-PRICE-FILE
               CLOSE RESULTS-MASTER-FILE
               IF WS-WORKORD-OPENED
                   CLOSE WORK-ORDER-FILE
               END-IF
               PERFORM 0710-CLEAR-CHECKPOINT
           END-IF.

           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0320-CHECK-REPORT-STATUS.
           MOVE PL-INPUT-PIECES(WS-PLANT-SUB)  TO WS-DISPLAY-PIECES-IN.
           MOVE PL-OUTPUT-PIECES(WS-PLANT-SUB) TO WS-DISPLAY-PIECES-OUT.
           MOVE PL-REJECT-PIECES(WS-PLANT-SUB) TO WS-DISPLAY-PIECES-REJ.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "  PIECES IN: "      DELIMITED BY SIZE
                  WS-DISPLAY-PIECES-IN DELIMITED BY SIZE
                  " OUT: "             DELIMITED BY SIZE
                  WS-DISPLAY-PIECES-OUT DELIMITED BY SIZE
                  " REJECTED: "        DELIMITED BY SIZE
                  WS-DISPLAY-PIECES-REJ DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0320-CHECK-REPORT-STATUS.

      *    One record per run on the permanent run-history file so
      *    the month-end trend report can read volume and reject
               MOVE WS-HASH-TOTAL-DIM1     TO RH-HASH-TOTAL
               MOVE WS-AREA-SUM            TO RH-AREA-SUM
               MOVE WS-GRAND-COST          TO RH-GRAND-COST
               MOVE WS-INPUT-PIECE-COUNT   TO RH-INPUT-PIECES
               MOVE WS-OUTPUT-PIECE-COUNT  TO RH-OUTPUT-PIECES
               MOVE WS-REJECT-PIECE-COUNT  TO RH-REJECT-PIECES
               IF WS-INPUT-RECORD-COUNT = WS-OUTPUT-RECORD-COUNT +
                                           WS-REJECT-COUNT AND
                  WS-INPUT-PIECE-COUNT = WS-OUTPUT-PIECE-COUNT +
                                          WS-REJECT-PIECE-COUNT
                   SET RH-BALANCED TO TRUE
               ELSE
                   SET RH-OUT-OF-BALANCE TO TRUE
