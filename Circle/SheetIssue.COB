      **********************************************************************************
      *     Author:      GIANNIS NOUTSIS                                               *
      *     Date:        10/15/2026                                                    *
      *     Purpose:     Post the day's sheet issues off sheet stock on hand.          *
      *     This program reads the cutting floor's daily actuals file and takes      *
      *     each size's sheets issued off that size's on-hand quantity on the        *
      *     sheet stock file, writing a stock transaction for every posting and      *
      *     a posting report.  A size the stock file does not carry is listed        *
      *     and not posted.  An issue larger than the sheets on hand leaves the      *
      *     size at zero and asks for a stock count - the floor cannot cut           *
      *     sheets the shop does not have.  A day already posted is refused, so      *
      *     a rerun never takes the same sheets off twice.  Actuals read must        *
      *     equal posted plus not on stock plus unreadable, or the report says       *
      *     so in capitals.  The transactions are only written once the stock        *
      *     file has been written back, so a run that cannot write the stock         *
      *     file posts nothing and can be run again.  A failed write to either       *
      *     file ends the run with RETURN-CODE 8.                                    *
      **********************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHEET-ISSUE-POSTING.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHEET-ACTUALS-FILE ASSIGN TO "SHEETACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTUALS-FILE-STATUS.

           SELECT SHEET-STOCK-FILE ASSIGN TO "SHEETSTK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCK-FILE-STATUS.

           SELECT STOCK-TRANS-FILE ASSIGN TO "SHEETTRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT POSTING-REPORT-FILE ASSIGN TO "SHEETISS.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHEET-ACTUALS-FILE.
           COPY SHEETACTREC.

       FD  SHEET-STOCK-FILE.
           COPY SHEETREC.

       FD  STOCK-TRANS-FILE.
           COPY SHEETTRNREC.

       FD  POSTING-REPORT-FILE.
       01  WS-REPORT-RECORD           PIC X(100).

       WORKING-STORAGE SECTION.
        01   WS-SWITCHES.
             05 WS-EOF-SWITCH       PIC X VALUE "N".
                88 WS-EOF                VALUE "Y".
             05 WS-STOCK-EOF-SWITCH PIC X VALUE "N".
                88 WS-STOCK-EOF          VALUE "Y".
             05 WS-TRANS-EOF-SWITCH PIC X VALUE "N".
                88 WS-TRANS-EOF          VALUE "Y".
             05 WS-INIT-ERROR-SWITCH PIC X VALUE "N".
                88 WS-INIT-ERROR         VALUE "Y".
             05 WS-FOUND-SWITCH     PIC X VALUE "N".
                88 WS-SHEET-FOUND        VALUE "Y".
             05 WS-REWRITE-FAILED-SWITCH PIC X VALUE "N".
                88 WS-REWRITE-FAILED     VALUE "Y".
             05 WS-TRANS-FULL-SWITCH PIC X VALUE "N".
                88 WS-TRANS-TABLE-FULL   VALUE "Y".
        01   WS-FILE-STATUSES.
             05 WS-ACTUALS-FILE-STATUS PIC X(2) VALUE SPACES.
             05 WS-STOCK-FILE-STATUS   PIC X(2) VALUE SPACES.
             05 WS-TRANS-FILE-STATUS   PIC X(2) VALUE SPACES.
             05 WS-REPORT-FILE-STATUS  PIC X(2) VALUE SPACES.
        01   WS-RUN-DATE            PIC 9(8) VALUE ZEROES.
      *    The whole sheet stock file, held as record images so the
      *    file can be written back in its original order with every
      *    field it came in with.  The planner holds at most 20
      *    sizes; the table is larger so no size is ever dropped.
        01   WS-STOCK-TABLE.
             05 WS-STOCK-COUNT      PIC 9(2) VALUE ZEROES.
             05 WS-STOCK-ENTRY OCCURS 50 TIMES
                               INDEXED BY WS-STOCK-IDX.
                10 SK-STOCK-IMAGE   PIC X(52).
                10 SK-STOCK-FIELDS REDEFINES SK-STOCK-IMAGE.
                   15 SK-SHEET-ID   PIC X(8).
                   15 FILLER        PIC X(12).
                   15 SK-ON-HAND    PIC X(6).
                   15 SK-ON-HAND-NUM REDEFINES SK-ON-HAND
                                    PIC 9(6).
                   15 FILLER        PIC X(26).
      *    The day's issue transactions, held until the stock file
      *    has been written back.  A transaction on file is what
      *    marks the day posted, so none is written for a posting
      *    that never reached the stock file.
        01   WS-TRANS-TABLE.
             05 WS-TRANS-COUNT      PIC 9(4) VALUE ZEROES.
             05 WS-TRANS-SUB        PIC 9(4) VALUE ZEROES.
             05 WS-TRANS-ENTRY OCCURS 1000 TIMES.
                10 TX-TRANS-IMAGE   PIC X(49).
        01   WS-POSTING-FIELDS.
             05 WS-FOUND-SUB        PIC 9(2) VALUE ZEROES.
             05 WS-ON-HAND-BEFORE   PIC 9(6) VALUE ZEROES.
             05 WS-SHORT-QUANTITY   PIC 9(6) VALUE ZEROES.
        01   WS-COUNTS.
             05 WS-READ-COUNT       PIC 9(6) VALUE ZEROES.
             05 WS-POSTED-COUNT     PIC 9(6) VALUE ZEROES.
             05 WS-NOT-ON-STOCK-COUNT PIC 9(6) VALUE ZEROES.
             05 WS-BAD-RECORD-COUNT PIC 9(6) VALUE ZEROES.
             05 WS-SHORT-COUNT      PIC 9(6) VALUE ZEROES.
             05 WS-SHEETS-POSTED    PIC 9(9) VALUE ZEROES.
        01   WS-DISPLAY-FIELDS.
             05 WS-DISPLAY-COUNT    PIC ZZZZZ9.
             05 WS-DISPLAY-ISSUED   PIC ZZZZZ9.
             05 WS-DISPLAY-BEFORE   PIC ZZZZZ9.
             05 WS-DISPLAY-AFTER    PIC ZZZZZ9.
             05 WS-DISPLAY-SHEETS   PIC ZZZZZZZZ9.
        01   WS-REPORT-HEADER-1     PIC X(80) VALUE
             "SHEET STOCK ISSUE POSTING".
        01   WS-REPORT-HEADER-2.
             05 FILLER              PIC X(11) VALUE "RUN DATE: ".
             05 WS-HDR-DATE         PIC 9(8).

       PROCEDURE DIVISION.

        0000-MAIN-CONTROL.

           PERFORM 0050-INITIALIZE
           IF NOT WS-INIT-ERROR
               PERFORM 0100-POST-ONE-ACTUAL UNTIL WS-EOF
               PERFORM 0900-TERMINATE
           END-IF
           STOP RUN.

        0050-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM 0060-CHECK-ALREADY-POSTED.
           IF NOT WS-INIT-ERROR
               PERFORM 0070-LOAD-SHEET-STOCK
           END-IF.
           IF NOT WS-INIT-ERROR
               OPEN INPUT SHEET-ACTUALS-FILE
               IF WS-ACTUALS-FILE-STATUS NOT = "00"
                   DISPLAY "*** SHEET ACTUALS OPEN FAILED - STATUS: "
                       WS-ACTUALS-FILE-STATUS
                   SET WS-INIT-ERROR TO TRUE
               ELSE
                   OPEN EXTEND STOCK-TRANS-FILE
                   IF WS-TRANS-FILE-STATUS = "35"
                       OPEN OUTPUT STOCK-TRANS-FILE
                   END-IF
                   IF WS-TRANS-FILE-STATUS NOT = "00"
                       DISPLAY "*** STOCK TRANSACTION FILE OPEN "
                           "FAILED - STATUS: " WS-TRANS-FILE-STATUS
                       CLOSE SHEET-ACTUALS-FILE
                       SET WS-INIT-ERROR TO TRUE
                   ELSE
                       OPEN OUTPUT POSTING-REPORT-FILE
                       IF WS-REPORT-FILE-STATUS NOT = "00"
                           DISPLAY "*** POSTING REPORT OPEN FAILED - "
                               "STATUS: " WS-REPORT-FILE-STATUS
                           CLOSE SHEET-ACTUALS-FILE
                           CLOSE STOCK-TRANS-FILE
                           SET WS-INIT-ERROR TO TRUE
                       ELSE
                           MOVE WS-RUN-DATE TO WS-HDR-DATE
                           WRITE WS-REPORT-RECORD
                               FROM WS-REPORT-HEADER-1
                           PERFORM 0810-CHECK-REPORT-STATUS
                           WRITE WS-REPORT-RECORD
                               FROM WS-REPORT-HEADER-2
                           PERFORM 0810-CHECK-REPORT-STATUS
                           MOVE SPACES TO WS-REPORT-RECORD
                           WRITE WS-REPORT-RECORD
                           PERFORM 0810-CHECK-REPORT-STATUS
                           PERFORM 0800-READ-NEXT-ACTUAL
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    The actuals file is the day's and carries no date of its
      *    own, so an issue transaction already dated today means
      *    this file has been posted - they are only written once
      *    the stock file has been.  No transaction file at all is
      *    a first run.
        0060-CHECK-ALREADY-POSTED.

           OPEN INPUT STOCK-TRANS-FILE.
           IF WS-TRANS-FILE-STATUS NOT = "35"
               IF WS-TRANS-FILE-STATUS NOT = "00"
                   DISPLAY "*** STOCK TRANSACTION FILE OPEN FAILED - "
                       "STATUS: " WS-TRANS-FILE-STATUS
                   SET WS-INIT-ERROR TO TRUE
               ELSE
                   PERFORM 0065-READ-ONE-TRANSACTION
                       UNTIL WS-TRANS-EOF
                   CLOSE STOCK-TRANS-FILE
               END-IF
           END-IF.

        0065-READ-ONE-TRANSACTION.

           READ STOCK-TRANS-FILE
               AT END
                   SET WS-TRANS-EOF TO TRUE
               NOT AT END
                   IF SX-ISSUE AND SX-TRANS-DATE = WS-RUN-DATE
                       DISPLAY "*** ISSUES FOR " WS-RUN-DATE
                           " ARE ALREADY POSTED - RUN REFUSED."
                       SET WS-INIT-ERROR TO TRUE
                       SET WS-TRANS-EOF TO TRUE
                   END-IF
           END-READ.

      *    A stock file with more sizes than the table holds is not
      *    posted at all: writing it back would lose the extra sizes.
        0070-LOAD-SHEET-STOCK.

           OPEN INPUT SHEET-STOCK-FILE.
           IF WS-STOCK-FILE-STATUS NOT = "00"
               DISPLAY "*** SHEET STOCK FILE OPEN FAILED - STATUS: "
                   WS-STOCK-FILE-STATUS
               SET WS-INIT-ERROR TO TRUE
           ELSE
               PERFORM 0075-LOAD-ONE-SHEET-SIZE UNTIL WS-STOCK-EOF
               CLOSE SHEET-STOCK-FILE
           END-IF.

        0075-LOAD-ONE-SHEET-SIZE.

           READ SHEET-STOCK-FILE
               AT END
                   SET WS-STOCK-EOF TO TRUE
               NOT AT END
                   IF WS-STOCK-COUNT >= 50
                       DISPLAY "*** MORE THAN 50 SHEET SIZES - "
                           "NOTHING POSTED."
                       SET WS-INIT-ERROR TO TRUE
                       SET WS-STOCK-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-STOCK-COUNT
                       SET WS-STOCK-IDX TO WS-STOCK-COUNT
                       MOVE SHEET-STOCK-RECORD
                           TO SK-STOCK-IMAGE(WS-STOCK-IDX)
                   END-IF
           END-READ.

        0100-POST-ONE-ACTUAL.

           ADD 1 TO WS-READ-COUNT.
           IF SA-SHEETS-ISSUED IS NOT NUMERIC
               ADD 1 TO WS-BAD-RECORD-COUNT
               MOVE SPACES TO WS-REPORT-RECORD
               STRING "*** UNREADABLE ACTUALS RECORD FOR SHEET: "
                          DELIMITED BY SIZE
                      SA-SHEET-ID DELIMITED BY SIZE
                   INTO WS-REPORT-RECORD
               END-STRING
               WRITE WS-REPORT-RECORD
               PERFORM 0810-CHECK-REPORT-STATUS
           ELSE
               MOVE "N" TO WS-FOUND-SWITCH
               PERFORM 0110-FIND-ONE-SHEET-SIZE
                   VARYING WS-STOCK-IDX FROM 1 BY 1
                   UNTIL WS-STOCK-IDX > WS-STOCK-COUNT
                      OR WS-SHEET-FOUND
               IF WS-SHEET-FOUND
                   IF WS-TRANS-COUNT >= 1000
                       DISPLAY "*** MORE THAN 1000 ISSUES - "
                           "NOTHING POSTED."
                       SET WS-TRANS-TABLE-FULL TO TRUE
                       SET WS-EOF TO TRUE
                   ELSE
                       PERFORM 0200-POST-ISSUE
                   END-IF
               ELSE
                   ADD 1 TO WS-NOT-ON-STOCK-COUNT
                   MOVE SPACES TO WS-REPORT-RECORD
                   STRING "*** SHEET NOT ON STOCK FILE - NOT POSTED: "
                              DELIMITED BY SIZE
                          SA-SHEET-ID DELIMITED BY SIZE
                       INTO WS-REPORT-RECORD
                   END-STRING
                   WRITE WS-REPORT-RECORD
                   PERFORM 0810-CHECK-REPORT-STATUS
               END-IF
           END-IF.
           PERFORM 0800-READ-NEXT-ACTUAL.

        0110-FIND-ONE-SHEET-SIZE.

           IF SK-SHEET-ID(WS-STOCK-IDX) = SA-SHEET-ID
               SET WS-SHEET-FOUND TO TRUE
               SET WS-FOUND-SUB TO WS-STOCK-IDX
           END-IF.

      *    An on-hand never keyed is taken as zero.  Stock cannot go
      *    below zero: an issue larger than the sheets on hand sets
      *    the size to zero and the shortfall is listed for a count.
        0200-POST-ISSUE.

           IF SK-ON-HAND(WS-FOUND-SUB) IS NUMERIC
               MOVE SK-ON-HAND-NUM(WS-FOUND-SUB) TO WS-ON-HAND-BEFORE
           ELSE
               MOVE ZEROES TO WS-ON-HAND-BEFORE
           END-IF.
           IF SA-SHEETS-ISSUED-NUM > WS-ON-HAND-BEFORE
               COMPUTE WS-SHORT-QUANTITY =
                   SA-SHEETS-ISSUED-NUM - WS-ON-HAND-BEFORE
               MOVE ZEROES TO SK-ON-HAND-NUM(WS-FOUND-SUB)
           ELSE
               MOVE ZEROES TO WS-SHORT-QUANTITY
               COMPUTE SK-ON-HAND-NUM(WS-FOUND-SUB) =
                   WS-ON-HAND-BEFORE - SA-SHEETS-ISSUED-NUM
           END-IF.
           ADD 1 TO WS-POSTED-COUNT.
           ADD SA-SHEETS-ISSUED-NUM TO WS-SHEETS-POSTED.
           MOVE SPACES TO SHEET-STOCK-TRANS-RECORD.
           MOVE WS-RUN-DATE TO SX-TRANS-DATE.
           SET SX-ISSUE TO TRUE.
           MOVE SA-SHEET-ID TO SX-SHEET-ID.
           MOVE SA-SHEETS-ISSUED-NUM TO SX-QUANTITY.
           MOVE SK-ON-HAND-NUM(WS-FOUND-SUB) TO SX-ON-HAND-AFTER.
           MOVE "SHEETACT" TO SX-REFERENCE.
           MOVE "BATCH" TO SX-OPERATOR-ID.
           ADD 1 TO WS-TRANS-COUNT.
           MOVE SHEET-STOCK-TRANS-RECORD
               TO TX-TRANS-IMAGE(WS-TRANS-COUNT).
           MOVE SA-SHEETS-ISSUED-NUM TO WS-DISPLAY-ISSUED.
           MOVE WS-ON-HAND-BEFORE TO WS-DISPLAY-BEFORE.
           MOVE SK-ON-HAND-NUM(WS-FOUND-SUB) TO WS-DISPLAY-AFTER.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "SHEET: "           DELIMITED BY SIZE
                  SA-SHEET-ID         DELIMITED BY SIZE
                  " ISSUED: "         DELIMITED BY SIZE
                  WS-DISPLAY-ISSUED   DELIMITED BY SIZE
                  " ON HAND BEFORE: " DELIMITED BY SIZE
                  WS-DISPLAY-BEFORE   DELIMITED BY SIZE
                  " AFTER: "          DELIMITED BY SIZE
                  WS-DISPLAY-AFTER    DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           IF WS-SHORT-QUANTITY > ZEROES
               ADD 1 TO WS-SHORT-COUNT
               MOVE WS-SHORT-QUANTITY TO WS-DISPLAY-ISSUED
               MOVE SPACES TO WS-REPORT-RECORD
               STRING "  *** ISSUED "    DELIMITED BY SIZE
                      WS-DISPLAY-ISSUED  DELIMITED BY SIZE
                      " MORE THAN ON HAND - COUNT THIS SIZE"
                                         DELIMITED BY SIZE
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
               SET WS-REWRITE-FAILED TO TRUE
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
               SET WS-REWRITE-FAILED TO TRUE
           END-IF.

        0750-WRITE-ONE-TRANSACTION.

           MOVE TX-TRANS-IMAGE(WS-TRANS-SUB)
               TO SHEET-STOCK-TRANS-RECORD.
           WRITE SHEET-STOCK-TRANS-RECORD.
           IF WS-TRANS-FILE-STATUS NOT = "00"
               DISPLAY "*** STOCK TRANSACTION FILE ERROR - STATUS: "
                   WS-TRANS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

        0800-READ-NEXT-ACTUAL.

           READ SHEET-ACTUALS-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

        0810-CHECK-REPORT-STATUS.

           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "*** POSTING REPORT ERROR - STATUS: "
                   WS-REPORT-FILE-STATUS
           END-IF.

      *    The stock file is written back first and the day's
      *    transactions only once it has been, so a run whose stock
      *    file could not be written leaves the day unposted and can
      *    simply be run again.
        0900-TERMINATE.

           MOVE SPACES TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           IF WS-TRANS-TABLE-FULL
               MOVE "*** MORE THAN 1000 ISSUES - NOTHING POSTED ***"
                   TO WS-REPORT-RECORD
               WRITE WS-REPORT-RECORD
               PERFORM 0810-CHECK-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0700-REWRITE-STOCK-FILE
               IF WS-REWRITE-FAILED
                   MOVE "*** STOCK NOT WRITTEN - NOTHING POSTED ***"
                       TO WS-REPORT-RECORD
                   WRITE WS-REPORT-RECORD
                   PERFORM 0810-CHECK-REPORT-STATUS
               ELSE
                   PERFORM 0750-WRITE-ONE-TRANSACTION
                       VARYING WS-TRANS-SUB FROM 1 BY 1
                       UNTIL WS-TRANS-SUB > WS-TRANS-COUNT
               END-IF
           END-IF.
           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "ACTUALS READ:        " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT        DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-POSTED-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "POSTED:              " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT        DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-NOT-ON-STOCK-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "NOT ON STOCK FILE:   " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT        DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-BAD-RECORD-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "UNREADABLE:          " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT        DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-SHORT-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "ISSUED BEYOND STOCK: " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT        DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-SHEETS-POSTED TO WS-DISPLAY-SHEETS.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "SHEETS POSTED:    " DELIMITED BY SIZE
                  WS-DISPLAY-SHEETS    DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE SPACES TO WS-REPORT-RECORD.
           IF WS-READ-COUNT = WS-POSTED-COUNT +
              WS-NOT-ON-STOCK-COUNT + WS-BAD-RECORD-COUNT
               MOVE "CONTROL TOTALS BALANCE" TO WS-REPORT-RECORD
           ELSE
               MOVE "*** CONTROL TOTALS DO NOT BALANCE ***"
                   TO WS-REPORT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           CLOSE SHEET-ACTUALS-FILE.
           CLOSE STOCK-TRANS-FILE.
           CLOSE POSTING-REPORT-FILE.

       END PROGRAM SHEET-ISSUE-POSTING.
