      *     total must equal the sum of the plant/material buckets, or the         *
      *     report says so in capitals.  The goal is that accounts never           *
      *     types a number a program already computed.                              *
      *     Modified:    10/15/2026 - carry the work-order piece count from    *
      *                  the ledger into each bucket and the grand total, and *
      *                  cross-foot pieces with the parts and cost.  Area is  *
      *                  extended by the quantity like cost and weight.  A    *
      *                  ledger record with no quantity counts as one piece.  *
      *     Modified:    10/15/2026 - ledger records on the quality-hold     *
      *                  file are left out of the billable totals: parts    *
      *                  still on hold are listed in an "on hold" section,  *
      *                  scrapped parts are totalled as written off, and    *
      *                  released parts bill as normal.                     *
      *     Modified:    10/15/2026 - only holds on ledger records dated in *
      *                  the billing month are loaded; holds of closed      *
      *                  months are archived by the month-end close.        *
      *     Modified:    10/15/2026 - a part released from hold in a later  *
      *                  month is billed in the month it was released,      *
      *                  from the ledger record carried on the hold, and    *
      *                  listed in a "released from hold" section.          *
      **********************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLING-SUMMARY.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-FILE-STATUS.

           SELECT QUALITY-HOLD-FILE ASSIGN TO "QUALHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COSTED-LEDGER-FILE.
       FD  BILLING-REPORT-FILE.
       01  WS-BILLING-RECORD          PIC X(100).

       FD  QUALITY-HOLD-FILE.
           COPY QHOLDREC.

       WORKING-STORAGE SECTION.
        01   WS-SWITCHES.
             05 WS-EOF-SWITCH       PIC X VALUE "N".
        01   WS-FILE-STATUSES.
             05 WS-LEDGER-FILE-STATUS  PIC X(2) VALUE SPACES.
             05 WS-BILLING-FILE-STATUS PIC X(2) VALUE SPACES.
             05 WS-HOLD-FILE-STATUS    PIC X(2) VALUE SPACES.
        01   WS-RUN-DATE-FIELDS.
             05 WS-RUN-DATE.
                10 WS-RUN-MONTH     PIC 9(6).
                10 WS-RUN-DATE-DD   PIC 9(2).
        01   WS-LEDGER-QUANTITY     PIC 9(6) VALUE ZEROES.
        01   WS-LEDGER-AREA         PIC 9(13)V9(2) VALUE ZEROES.
        01   WS-LEDGER-DATE-FIELDS.
             05 WS-LEDGER-DATE      PIC 9(8) VALUE ZEROES.
             05 WS-LEDGER-DATE-SPLIT REDEFINES WS-LEDGER-DATE.
                10 WS-LEDGER-MONTH  PIC 9(6).
                10 FILLER           PIC 9(2).
        01   WS-DISPOSITION-DATE-FIELDS.
             05 WS-DISPOSITION-DATE PIC 9(8) VALUE ZEROES.
             05 WS-DISPOSITION-DATE-SPLIT REDEFINES WS-DISPOSITION-DATE.
                10 WS-DISPOSITION-MONTH PIC 9(6).
                10 FILLER           PIC 9(2).
        01   WS-COUNTS.
             05 WS-READ-COUNT       PIC 9(6) VALUE ZEROES.
             05 WS-SUMMARIZED-COUNT PIC 9(6) VALUE ZEROES.
             05 WS-OUT-OF-MONTH-COUNT PIC 9(6) VALUE ZEROES.
             05 WS-BAD-RECORD-COUNT PIC 9(6) VALUE ZEROES.
             05 WS-HELD-COUNT       PIC 9(6) VALUE ZEROES.
             05 WS-SCRAPPED-COUNT   PIC 9(6) VALUE ZEROES.
             05 WS-RELEASED-COUNT   PIC 9(6) VALUE ZEROES.
      *    Ledger records of the billing month on quality hold or
      *    written off to scrap, and parts released from hold this
      *    month whose ledger record is of an earlier month.  A part
      *    held and released within the month is not loaded - its
      *    ledger record bills as normal.  Each
      *    row answers for one ledger record only, so two identical
      *    ledger records need two holds before both are kept out.
        01   WS-HOLD-TABLE.
             05 WS-HOLD-COUNT       PIC 9(4) VALUE ZEROES.
             05 WS-HOLD-SUB         PIC 9(4) VALUE ZEROES.
             05 WS-FOUND-HOLD-SUB   PIC 9(4) VALUE ZEROES.
             05 WS-HOLD-ENTRY OCCURS 1000 TIMES.
                10 HB-HOLD-RECORD   PIC X(164).
                10 HB-CLAIMED-SWITCH PIC X.
                   88 HB-CLAIMED         VALUE "Y".
                10 HB-QUANTITY      PIC 9(6).
        01   WS-HOLD-TOTALS.
             05 WS-HELD-PIECES      PIC 9(8)      VALUE ZEROES.
             05 WS-HELD-COST        PIC 9(13)V9(2) VALUE ZEROES.
             05 WS-SCRAPPED-PIECES  PIC 9(8)      VALUE ZEROES.
             05 WS-SCRAPPED-COST    PIC 9(13)V9(2) VALUE ZEROES.
             05 WS-RELEASED-PIECES  PIC 9(8)      VALUE ZEROES.
             05 WS-RELEASED-COST    PIC 9(13)V9(2) VALUE ZEROES.
      *    One bucket per plant/material pair seen this month, in
      *    the order first encountered.  A month using more pairs
      *    than the table holds rolls the excess into a final
                10 BK-PLANT-ID      PIC X(4).
                10 BK-MATERIAL-CODE PIC X(4).
                10 BK-PART-COUNT    PIC 9(6).
                10 BK-PIECE-COUNT   PIC 9(8).
                10 BK-AREA-SUM      PIC 9(13)V9(2).
                10 BK-COST-SUM      PIC 9(13)V9(2).
                10 BK-WEIGHT-SUM    PIC 9(13)V9(2).
        01   WS-GRAND-TOTALS.
             05 WS-GRAND-PARTS      PIC 9(6)      VALUE ZEROES.
             05 WS-GRAND-PIECES     PIC 9(8)      VALUE ZEROES.
             05 WS-GRAND-AREA       PIC 9(13)V9(2) VALUE ZEROES.
             05 WS-GRAND-COST       PIC 9(13)V9(2) VALUE ZEROES.
             05 WS-GRAND-WEIGHT     PIC 9(13)V9(2) VALUE ZEROES.
        01   WS-CROSS-FOOT-TOTALS.
             05 WS-CROSS-PARTS      PIC 9(6)      VALUE ZEROES.
             05 WS-CROSS-PIECES     PIC 9(8)      VALUE ZEROES.
             05 WS-CROSS-COST       PIC 9(13)V9(2) VALUE ZEROES.
        01   WS-DISPLAY-FIELDS.
             05 WS-DISPLAY-COUNT    PIC ZZZZZ9.
             05 WS-DISPLAY-PIECES   PIC ZZZZZZZ9.
             05 WS-DISPLAY-AREA     PIC ZZZZZZZZZZZZ9.99.
             05 WS-DISPLAY-COST     PIC ZZZZZZZZZZZZ9.99.
             05 WS-DISPLAY-WEIGHT   PIC ZZZZZZZZZZZZ9.99.
           PERFORM 0050-INITIALIZE
           IF NOT WS-INIT-ERROR
               PERFORM 0100-SUMMARIZE-ONE-RECORD UNTIL WS-EOF
               PERFORM 0300-BILL-RELEASED-HOLD
                   VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
               PERFORM 0900-TERMINATE
           END-IF
           STOP RUN.
                       MOVE SPACES TO WS-BILLING-RECORD
                       WRITE WS-BILLING-RECORD
                       PERFORM 0810-CHECK-BILLING-STATUS
                       PERFORM 0060-LOAD-HOLD-FILE
                       IF WS-INIT-ERROR
                           CLOSE COSTED-LEDGER-FILE
                           CLOSE BILLING-REPORT-FILE
                       ELSE
                           PERFORM 0800-READ-NEXT-LEDGER
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    No hold file just means nothing has ever been held.  A
      *    hold file that cannot be read stops the run: billing
      *    without it could bill parts QA has not cleared.
        0060-LOAD-HOLD-FILE.

           OPEN INPUT QUALITY-HOLD-FILE.
           IF WS-HOLD-FILE-STATUS NOT = "35"
               IF WS-HOLD-FILE-STATUS NOT = "00"
                   DISPLAY "*** QUALITY HOLD FILE OPEN FAILED - "
                       "STATUS: " WS-HOLD-FILE-STATUS
                   SET WS-INIT-ERROR TO TRUE
               ELSE
                   PERFORM 0070-LOAD-ONE-HOLD UNTIL WS-EOF
                   CLOSE QUALITY-HOLD-FILE
                   MOVE "N" TO WS-EOF-SWITCH
               END-IF
           END-IF.

      *    A released part is billed in the month QA released it.
      *    One whose ledger record is unreadable was never held out
      *    of billing, so it is not billed now either.
        0070-LOAD-ONE-HOLD.

           READ QUALITY-HOLD-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE QH-RUN-DATE TO WS-LEDGER-DATE
                   MOVE QH-DISPOSITION-DATE TO WS-DISPOSITION-DATE
                   IF ((QH-ON-HOLD OR QH-SCRAPPED) AND
                       WS-LEDGER-MONTH = WS-RUN-MONTH) OR
                      (QH-RELEASED AND
                       WS-DISPOSITION-MONTH = WS-RUN-MONTH AND
                       WS-LEDGER-MONTH NOT = WS-RUN-MONTH AND
                       QH-AREA IS NUMERIC AND
                       QH-MATERIAL-COST IS NUMERIC AND
                       QH-EST-WEIGHT IS NUMERIC)
                       IF WS-HOLD-COUNT >= 1000
                           DISPLAY "*** MORE THAN 1000 HOLD RECORDS - "
                               "BILLING NOT RUN."
                           SET WS-INIT-ERROR TO TRUE
                           SET WS-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-HOLD-COUNT
                           MOVE QUALITY-HOLD-RECORD
                               TO HB-HOLD-RECORD(WS-HOLD-COUNT)
                           MOVE "N"
                               TO HB-CLAIMED-SWITCH(WS-HOLD-COUNT)
                       END-IF
                   END-IF
           END-READ.

      *    Only records dated in the billing month are summarized;
      *    the rest are counted so the control totals still foot.
        0100-SUMMARIZE-ONE-RECORD.
               WHEN WS-LEDGER-MONTH NOT = WS-RUN-MONTH
                   ADD 1 TO WS-OUT-OF-MONTH-COUNT
               WHEN OTHER
                   PERFORM 0110-EXTEND-BY-QUANTITY
                   PERFORM 0150-FIND-HOLD
                   IF WS-FOUND-HOLD-SUB > ZEROES
                       PERFORM 0160-COUNT-HELD-RECORD
                   ELSE
                       ADD 1 TO WS-SUMMARIZED-COUNT
                       PERFORM 0200-ADD-TO-BUCKET
                       PERFORM 0220-ADD-TO-GRAND-TOTAL
                   END-IF
           END-EVALUATE.
           PERFORM 0800-READ-NEXT-LEDGER.

        0110-EXTEND-BY-QUANTITY.

           IF CL-QUANTITY IS NUMERIC AND
              CL-QUANTITY > ZEROES
               MOVE CL-QUANTITY TO WS-LEDGER-QUANTITY
           ELSE
               MOVE 1 TO WS-LEDGER-QUANTITY
           END-IF.
           COMPUTE WS-LEDGER-AREA =
               CL-AREA * WS-LEDGER-QUANTITY.

        0150-FIND-HOLD.

           MOVE ZEROES TO WS-FOUND-HOLD-SUB.
           PERFORM 0155-CHECK-ONE-HOLD
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                  OR WS-FOUND-HOLD-SUB > ZEROES.

        0155-CHECK-ONE-HOLD.

           IF NOT HB-CLAIMED(WS-HOLD-SUB) AND
              HB-HOLD-RECORD(WS-HOLD-SUB)(1:77) = COSTED-LEDGER-RECORD
               MOVE "Y" TO HB-CLAIMED-SWITCH(WS-HOLD-SUB)
               MOVE WS-LEDGER-QUANTITY TO HB-QUANTITY(WS-HOLD-SUB)
               MOVE WS-HOLD-SUB TO WS-FOUND-HOLD-SUB
           END-IF.

        0160-COUNT-HELD-RECORD.

           MOVE HB-HOLD-RECORD(WS-FOUND-HOLD-SUB)
               TO QUALITY-HOLD-RECORD.
           IF QH-ON-HOLD
               ADD 1 TO WS-HELD-COUNT
               ADD WS-LEDGER-QUANTITY TO WS-HELD-PIECES
               ADD CL-MATERIAL-COST   TO WS-HELD-COST
           ELSE
               ADD 1 TO WS-SCRAPPED-COUNT
               ADD WS-LEDGER-QUANTITY TO WS-SCRAPPED-PIECES
               ADD CL-MATERIAL-COST   TO WS-SCRAPPED-COST
           END-IF.

        0200-ADD-TO-BUCKET.

           MOVE "N" TO WS-BUCKET-FOUND-SWITCH.
                       TO BK-MATERIAL-CODE(WS-FOUND-BUCKET-SUB)
                   MOVE ZEROES
                       TO BK-PART-COUNT(WS-FOUND-BUCKET-SUB)
                   MOVE ZEROES
                       TO BK-PIECE-COUNT(WS-FOUND-BUCKET-SUB)
                   MOVE ZEROES TO BK-AREA-SUM(WS-FOUND-BUCKET-SUB)
                   MOVE ZEROES TO BK-COST-SUM(WS-FOUND-BUCKET-SUB)
                   MOVE ZEROES
               END-IF
           END-IF.
           ADD 1 TO BK-PART-COUNT(WS-FOUND-BUCKET-SUB).
           ADD WS-LEDGER-QUANTITY
               TO BK-PIECE-COUNT(WS-FOUND-BUCKET-SUB).
           ADD WS-LEDGER-AREA   TO BK-AREA-SUM(WS-FOUND-BUCKET-SUB).
           ADD CL-MATERIAL-COST TO BK-COST-SUM(WS-FOUND-BUCKET-SUB).
           ADD CL-EST-WEIGHT    TO BK-WEIGHT-SUM(WS-FOUND-BUCKET-SUB).

               MOVE WS-BUCKET-SUB TO WS-FOUND-BUCKET-SUB
           END-IF.

        0220-ADD-TO-GRAND-TOTAL.

           ADD 1                  TO WS-GRAND-PARTS.
           ADD WS-LEDGER-QUANTITY TO WS-GRAND-PIECES.
           ADD WS-LEDGER-AREA     TO WS-GRAND-AREA.
           ADD CL-MATERIAL-COST   TO WS-GRAND-COST.
           ADD CL-EST-WEIGHT      TO WS-GRAND-WEIGHT.

      *    A part released this month from a hold on an earlier
      *    month's ledger is billed now, from the ledger record the
      *    hold carries - that month's ledger may already be closed
      *    and archived.  It goes into the buckets and grand total
      *    like any ledger record, but is not a ledger record read.
        0300-BILL-RELEASED-HOLD.

           MOVE HB-HOLD-RECORD(WS-HOLD-SUB) TO QUALITY-HOLD-RECORD.
           MOVE QH-RUN-DATE TO WS-LEDGER-DATE.
           IF QH-RELEASED AND WS-LEDGER-MONTH NOT = WS-RUN-MONTH
               MOVE QH-LEDGER-RECORD TO COSTED-LEDGER-RECORD
               PERFORM 0110-EXTEND-BY-QUANTITY
               MOVE WS-LEDGER-QUANTITY TO HB-QUANTITY(WS-HOLD-SUB)
               ADD 1                  TO WS-RELEASED-COUNT
               ADD WS-LEDGER-QUANTITY TO WS-RELEASED-PIECES
               ADD CL-MATERIAL-COST   TO WS-RELEASED-COST
               PERFORM 0200-ADD-TO-BUCKET
               PERFORM 0220-ADD-TO-GRAND-TOTAL
           END-IF.

        0800-READ-NEXT-LEDGER.

           READ COSTED-LEDGER-FILE
                   UNTIL WS-BUCKET-SUB > WS-BUCKET-COUNT
               PERFORM 0920-WRITE-GRAND-TOTAL
           END-IF.
           PERFORM 0940-WRITE-HOLD-SECTION.
           PERFORM 0930-WRITE-CONTROL-TOTALS.
           CLOSE COSTED-LEDGER-FILE.
           CLOSE BILLING-REPORT-FILE.
        0910-WRITE-ONE-BUCKET.

           ADD BK-PART-COUNT(WS-BUCKET-SUB) TO WS-CROSS-PARTS.
           ADD BK-PIECE-COUNT(WS-BUCKET-SUB) TO WS-CROSS-PIECES.
           MOVE BK-PIECE-COUNT(WS-BUCKET-SUB) TO WS-DISPLAY-PIECES.
           ADD BK-COST-SUM(WS-BUCKET-SUB)   TO WS-CROSS-COST.
           MOVE BK-PART-COUNT(WS-BUCKET-SUB) TO WS-DISPLAY-COUNT.
           MOVE BK-AREA-SUM(WS-BUCKET-SUB)   TO WS-DISPLAY-AREA.
           MOVE SPACES TO WS-BILLING-RECORD.
           STRING "            WEIGHT: " DELIMITED BY SIZE
                  WS-DISPLAY-WEIGHT      DELIMITED BY SIZE
                  " PIECES: "            DELIMITED BY SIZE
                  WS-DISPLAY-PIECES      DELIMITED BY SIZE
               INTO WS-BILLING-RECORD
           END-STRING.
           WRITE WS-BILLING-RECORD.
           MOVE WS-GRAND-AREA   TO WS-DISPLAY-AREA.
           MOVE WS-GRAND-COST   TO WS-DISPLAY-COST.
           MOVE WS-GRAND-WEIGHT TO WS-DISPLAY-WEIGHT.
           MOVE WS-GRAND-PIECES TO WS-DISPLAY-PIECES.
           MOVE SPACES TO WS-BILLING-RECORD.
           STRING "GRAND TOTAL  PARTS: " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT       DELIMITED BY SIZE
           MOVE SPACES TO WS-BILLING-RECORD.
           STRING "             WEIGHT: " DELIMITED BY SIZE
                  WS-DISPLAY-WEIGHT       DELIMITED BY SIZE
                  " PIECES: "             DELIMITED BY SIZE
                  WS-DISPLAY-PIECES       DELIMITED BY SIZE
               INTO WS-BILLING-RECORD
           END-STRING.
           WRITE WS-BILLING-RECORD.
               WRITE WS-BILLING-RECORD
               PERFORM 0810-CHECK-BILLING-STATUS
           END-IF.
           MOVE WS-HELD-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-BILLING-RECORD.
           STRING "ON QUALITY HOLD: " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT    DELIMITED BY SIZE
               INTO WS-BILLING-RECORD
           END-STRING.
           WRITE WS-BILLING-RECORD.
           PERFORM 0810-CHECK-BILLING-STATUS.
           MOVE WS-SCRAPPED-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-BILLING-RECORD.
           STRING "SCRAPPED: "        DELIMITED BY SIZE
                  WS-DISPLAY-COUNT    DELIMITED BY SIZE
               INTO WS-BILLING-RECORD
           END-STRING.
           WRITE WS-BILLING-RECORD.
           PERFORM 0810-CHECK-BILLING-STATUS.
           MOVE WS-RELEASED-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-BILLING-RECORD.
           STRING "RELEASED FROM EARLIER MONTHS: " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT                 DELIMITED BY SIZE
               INTO WS-BILLING-RECORD
           END-STRING.
           WRITE WS-BILLING-RECORD.
           PERFORM 0810-CHECK-BILLING-STATUS.
           IF WS-READ-COUNT = WS-SUMMARIZED-COUNT +
                              WS-HELD-COUNT +
                              WS-SCRAPPED-COUNT +
                              WS-OUT-OF-MONTH-COUNT +
                              WS-BAD-RECORD-COUNT AND
              WS-CROSS-PARTS = WS-GRAND-PARTS AND
              WS-CROSS-PIECES = WS-GRAND-PIECES AND
              WS-CROSS-COST = WS-GRAND-COST
               MOVE "CONTROL TOTALS BALANCE" TO WS-BILLING-RECORD
           ELSE
           WRITE WS-BILLING-RECORD.
           PERFORM 0810-CHECK-BILLING-STATUS.

      *    Held parts are listed one per line so QA and accounts see
      *    exactly what is waiting; scrapped parts are only totalled,
      *    since the hold trail already records each write-off.
      *    Parts released from an earlier month are listed too, as
      *    they are in this month's totals but not its ledger.
        0940-WRITE-HOLD-SECTION.

           MOVE SPACES TO WS-BILLING-RECORD.
           WRITE WS-BILLING-RECORD.
           PERFORM 0810-CHECK-BILLING-STATUS.
           MOVE "ON HOLD - NOT BILLED" TO WS-BILLING-RECORD.
           WRITE WS-BILLING-RECORD.
           PERFORM 0810-CHECK-BILLING-STATUS.
           IF WS-HELD-COUNT = ZEROES
               MOVE "NO PARTS ON QUALITY HOLD FOR THE BILLING MONTH."
                   TO WS-BILLING-RECORD
               WRITE WS-BILLING-RECORD
               PERFORM 0810-CHECK-BILLING-STATUS
           ELSE
               PERFORM 0950-WRITE-ONE-HELD-RECORD
                   VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
           END-IF.
           MOVE WS-HELD-COUNT  TO WS-DISPLAY-COUNT.
           MOVE WS-HELD-PIECES TO WS-DISPLAY-PIECES.
           MOVE WS-HELD-COST   TO WS-DISPLAY-COST.
           MOVE SPACES TO WS-BILLING-RECORD.
           STRING "ON HOLD TOTAL  PARTS: " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT         DELIMITED BY SIZE
                  " PIECES: "              DELIMITED BY SIZE
                  WS-DISPLAY-PIECES        DELIMITED BY SIZE
                  " COST: "                DELIMITED BY SIZE
                  WS-DISPLAY-COST          DELIMITED BY SIZE
               INTO WS-BILLING-RECORD
           END-STRING.
           WRITE WS-BILLING-RECORD.
           PERFORM 0810-CHECK-BILLING-STATUS.
           MOVE WS-SCRAPPED-COUNT  TO WS-DISPLAY-COUNT.
           MOVE WS-SCRAPPED-PIECES TO WS-DISPLAY-PIECES.
           MOVE WS-SCRAPPED-COST   TO WS-DISPLAY-COST.
           MOVE SPACES TO WS-BILLING-RECORD.
           STRING "SCRAPPED TOTAL PARTS: " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT         DELIMITED BY SIZE
                  " PIECES: "              DELIMITED BY SIZE
                  WS-DISPLAY-PIECES        DELIMITED BY SIZE
                  " COST: "                DELIMITED BY SIZE
                  WS-DISPLAY-COST          DELIMITED BY SIZE
               INTO WS-BILLING-RECORD
           END-STRING.
           WRITE WS-BILLING-RECORD.
           PERFORM 0810-CHECK-BILLING-STATUS.
           MOVE SPACES TO WS-BILLING-RECORD.
           WRITE WS-BILLING-RECORD.
           PERFORM 0810-CHECK-BILLING-STATUS.
           MOVE "RELEASED FROM HOLD - BILLED THIS MONTH"
               TO WS-BILLING-RECORD.
           WRITE WS-BILLING-RECORD.
           PERFORM 0810-CHECK-BILLING-STATUS.
           IF WS-RELEASED-COUNT = ZEROES
               MOVE "NO PARTS RELEASED FROM EARLIER MONTHS."
                   TO WS-BILLING-RECORD
               WRITE WS-BILLING-RECORD
               PERFORM 0810-CHECK-BILLING-STATUS
           ELSE
               PERFORM 0960-WRITE-ONE-RELEASED-RECORD
                   VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
           END-IF.
           MOVE WS-RELEASED-COUNT  TO WS-DISPLAY-COUNT.
           MOVE WS-RELEASED-PIECES TO WS-DISPLAY-PIECES.
           MOVE WS-RELEASED-COST   TO WS-DISPLAY-COST.
           MOVE SPACES TO WS-BILLING-RECORD.
           STRING "RELEASED TOTAL PARTS: " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT         DELIMITED BY SIZE
                  " PIECES: "              DELIMITED BY SIZE
                  WS-DISPLAY-PIECES        DELIMITED BY SIZE
                  " COST: "                DELIMITED BY SIZE
                  WS-DISPLAY-COST          DELIMITED BY SIZE
               INTO WS-BILLING-RECORD
           END-STRING.
           WRITE WS-BILLING-RECORD.
           PERFORM 0810-CHECK-BILLING-STATUS.

        0950-WRITE-ONE-HELD-RECORD.

           MOVE HB-HOLD-RECORD(WS-HOLD-SUB) TO QUALITY-HOLD-RECORD.
           IF HB-CLAIMED(WS-HOLD-SUB) AND QH-ON-HOLD
               MOVE HB-QUANTITY(WS-HOLD-SUB) TO WS-DISPLAY-PIECES
               MOVE QH-MATERIAL-COST TO WS-DISPLAY-COST
               MOVE SPACES TO WS-BILLING-RECORD
               STRING "PART: "           DELIMITED BY SIZE
                      QH-PART-ID         DELIMITED BY SIZE
                      " PLANT: "         DELIMITED BY SIZE
                      QH-PLANT-ID        DELIMITED BY SIZE
                      " MATL: "          DELIMITED BY SIZE
                      QH-MATERIAL-CODE   DELIMITED BY SIZE
                      " DATE: "          DELIMITED BY SIZE
                      QH-RUN-DATE        DELIMITED BY SIZE
                      " PIECES: "        DELIMITED BY SIZE
                      WS-DISPLAY-PIECES  DELIMITED BY SIZE
                      " COST: "          DELIMITED BY SIZE
                      WS-DISPLAY-COST    DELIMITED BY SIZE
                   INTO WS-BILLING-RECORD
               END-STRING
               WRITE WS-BILLING-RECORD
               PERFORM 0810-CHECK-BILLING-STATUS
               MOVE SPACES TO WS-BILLING-RECORD
               STRING "      SENSOR: "   DELIMITED BY SIZE
                      QH-SENSOR-ID       DELIMITED BY SIZE
                      " EXCURSION: "     DELIMITED BY SIZE
                      QH-EPISODE-START   DELIMITED BY SIZE
                      " TO "             DELIMITED BY SIZE
                      QH-EPISODE-END     DELIMITED BY SIZE
                      " HELD: "          DELIMITED BY SIZE
                      QH-HOLD-DATE       DELIMITED BY SIZE
                   INTO WS-BILLING-RECORD
               END-STRING
               WRITE WS-BILLING-RECORD
               PERFORM 0810-CHECK-BILLING-STATUS
           END-IF.

        0960-WRITE-ONE-RELEASED-RECORD.

           MOVE HB-HOLD-RECORD(WS-HOLD-SUB) TO QUALITY-HOLD-RECORD.
           MOVE QH-RUN-DATE TO WS-LEDGER-DATE.
           IF QH-RELEASED AND WS-LEDGER-MONTH NOT = WS-RUN-MONTH
               MOVE HB-QUANTITY(WS-HOLD-SUB) TO WS-DISPLAY-PIECES
               MOVE QH-MATERIAL-COST TO WS-DISPLAY-COST
               MOVE SPACES TO WS-BILLING-RECORD
               STRING "PART: "           DELIMITED BY SIZE
                      QH-PART-ID         DELIMITED BY SIZE
                      " PLANT: "         DELIMITED BY SIZE
                      QH-PLANT-ID        DELIMITED BY SIZE
                      " MATL: "          DELIMITED BY SIZE
                      QH-MATERIAL-CODE   DELIMITED BY SIZE
                      " DATE: "          DELIMITED BY SIZE
                      QH-RUN-DATE        DELIMITED BY SIZE
                      " PIECES: "        DELIMITED BY SIZE
                      WS-DISPLAY-PIECES  DELIMITED BY SIZE
                      " COST: "          DELIMITED BY SIZE
                      WS-DISPLAY-COST    DELIMITED BY SIZE
                   INTO WS-BILLING-RECORD
               END-STRING
               WRITE WS-BILLING-RECORD
               PERFORM 0810-CHECK-BILLING-STATUS
               MOVE SPACES TO WS-BILLING-RECORD
               STRING "      RELEASED: "  DELIMITED BY SIZE
                      QH-DISPOSITION-DATE DELIMITED BY SIZE
                      " BY: "             DELIMITED BY SIZE
                      QH-DISPOSED-BY      DELIMITED BY SIZE
                      " REASON: "         DELIMITED BY SIZE
                      QH-DISPOSITION-REASON DELIMITED BY SIZE
                   INTO WS-BILLING-RECORD
               END-STRING
               WRITE WS-BILLING-RECORD
               PERFORM 0810-CHECK-BILLING-STATUS
           END-IF.

       END PROGRAM BILLING-SUMMARY.
