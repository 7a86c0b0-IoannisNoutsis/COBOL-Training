      **********************************************************************************
      *     Author:      GIANNIS NOUTSIS                                               *
      *     Date:        10/15/2026                                                    *
      *     Purpose:     Receive sheet stock deliveries onto on-hand.                  *
      *     This program lets the stores clerk key each delivery of stock sheets    *
      *     as it comes off the truck: the sheet size, the sheets received, and     *
      *     the delivery note or order reference.  The sheets are added to the     *
      *     size's on-hand quantity and taken off its on-order quantity on the     *
      *     sheet stock file, and every receipt is written to the stock            *
      *     transaction file with the operator and the on-hand after it.  The      *
      *     stock file is read again just before each receipt and written back    *
      *     straight after it, so postings made by the nightly stock programs      *
      *     while the clerk is keying are kept, and a delivery is never keyed      *
      *     without reaching stock.  A receipt whose stock file cannot be           *
      *     written back is not recorded at all.                                   *
      **********************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHEET-RECEIPTS.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHEET-STOCK-FILE ASSIGN TO "SHEETSTK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCK-FILE-STATUS.

           SELECT STOCK-TRANS-FILE ASSIGN TO "SHEETTRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHEET-STOCK-FILE.
           COPY SHEETREC.

       FD  STOCK-TRANS-FILE.
           COPY SHEETTRNREC.

       WORKING-STORAGE SECTION.
        01   WS-SWITCHES.
             05 WS-DONE-SWITCH      PIC X VALUE "N".
                88 WS-DONE               VALUE "Y".
             05 WS-STOCK-EOF-SWITCH PIC X VALUE "N".
                88 WS-STOCK-EOF          VALUE "Y".
             05 WS-FOUND-SWITCH     PIC X VALUE "N".
                88 WS-SHEET-FOUND        VALUE "Y".
             05 WS-STOCK-ERROR-SWITCH PIC X VALUE "N".
                88 WS-STOCK-ERROR        VALUE "Y".
             05 WS-REWRITE-FAILED-SWITCH PIC X VALUE "N".
                88 WS-REWRITE-FAILED     VALUE "Y".
        01   WS-MENU-CHOICE         PIC X VALUE SPACES.
        01   WS-STOCK-FILE-STATUS   PIC X(2) VALUE SPACES.
        01   WS-TRANS-FILE-STATUS   PIC X(2) VALUE SPACES.
        01   WS-RUN-DATE            PIC 9(8) VALUE ZEROES.
        01   WS-OPERATOR-ID         PIC X(8) VALUE SPACES.
        01   WS-ENTRY-FIELDS.
             05 WS-ENTRY-SHEET-ID   PIC X(8)  VALUE SPACES.
             05 WS-ENTRY-QTY-TEXT   PIC X(6)  VALUE SPACES.
             05 WS-ENTRY-QTY REDEFINES WS-ENTRY-QTY-TEXT
                                    PIC 9(6).
             05 WS-ENTRY-REFERENCE  PIC X(12) VALUE SPACES.
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
                   15 SK-LENGTH     PIC X(6).
                   15 SK-ON-HAND    PIC X(6).
                   15 SK-ON-HAND-NUM REDEFINES SK-ON-HAND
                                    PIC 9(6).
                   15 SK-REORDER-POINT PIC X(6).
                   15 SK-REORDER-QTY PIC X(6).
                   15 SK-ON-ORDER   PIC X(6).
                   15 SK-ON-ORDER-NUM REDEFINES SK-ON-ORDER
                                    PIC 9(6).
                   15 SK-SUPPLIER-ID PIC X(8).
        01   WS-RECEIPT-FIELDS.
             05 WS-FOUND-SUB        PIC 9(2) VALUE ZEROES.
             05 WS-ON-HAND          PIC 9(6) VALUE ZEROES.
             05 WS-ON-ORDER         PIC 9(6) VALUE ZEROES.
             05 WS-SAVED-STOCK-IMAGE PIC X(52) VALUE SPACES.
        01   WS-DISPLAY-FIELDS.
             05 WS-DISPLAY-ON-HAND  PIC ZZZZZ9.
             05 WS-DISPLAY-ON-ORDER PIC ZZZZZ9.

       PROCEDURE DIVISION.

        0000-MAIN-CONTROL.

           PERFORM 0040-ACCEPT-OPERATOR-ID
           IF NOT WS-DONE
               PERFORM 0050-LOAD-SHEET-STOCK
               IF WS-STOCK-ERROR
                   SET WS-DONE TO TRUE
               END-IF
           END-IF
           IF NOT WS-DONE
               PERFORM 0060-OPEN-TRANS-FILE
           END-IF
           IF NOT WS-DONE
               PERFORM UNTIL WS-DONE
                   PERFORM 0100-PROCESS-MENU
               END-PERFORM
               CLOSE STOCK-TRANS-FILE
           END-IF
           STOP RUN.

        0040-ACCEPT-OPERATOR-ID.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           DISPLAY "ENTER OPERATOR ID:".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "OPERATOR ID IS REQUIRED - NO RECEIPTS "
                   "ALLOWED."
               SET WS-DONE TO TRUE
           END-IF.

      *    A stock file with more sizes than the table holds is not
      *    touched: writing it back would lose the extra sizes.  The
      *    table is loaded afresh each time, at start-up and before
      *    every receipt.
        0050-LOAD-SHEET-STOCK.

           MOVE ZEROES TO WS-STOCK-COUNT.
           MOVE "N" TO WS-STOCK-EOF-SWITCH.
           MOVE "N" TO WS-STOCK-ERROR-SWITCH.
           OPEN INPUT SHEET-STOCK-FILE.
           IF WS-STOCK-FILE-STATUS NOT = "00"
               DISPLAY "*** SHEET STOCK FILE OPEN FAILED - STATUS: "
                   WS-STOCK-FILE-STATUS
               SET WS-STOCK-ERROR TO TRUE
           ELSE
               PERFORM 0055-LOAD-ONE-SHEET-SIZE UNTIL WS-STOCK-EOF
               CLOSE SHEET-STOCK-FILE
           END-IF.

        0055-LOAD-ONE-SHEET-SIZE.

           READ SHEET-STOCK-FILE
               AT END
                   SET WS-STOCK-EOF TO TRUE
               NOT AT END
                   IF WS-STOCK-COUNT >= 50
                       DISPLAY "*** MORE THAN 50 SHEET SIZES - "
                           "NO RECEIPTS ALLOWED."
                       SET WS-STOCK-ERROR TO TRUE
                       SET WS-STOCK-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-STOCK-COUNT
                       SET WS-STOCK-IDX TO WS-STOCK-COUNT
                       MOVE SHEET-STOCK-RECORD
                           TO SK-STOCK-IMAGE(WS-STOCK-IDX)
                   END-IF
           END-READ.

        0060-OPEN-TRANS-FILE.

           OPEN EXTEND STOCK-TRANS-FILE.
           IF WS-TRANS-FILE-STATUS = "35"
               OPEN OUTPUT STOCK-TRANS-FILE
           END-IF.
           IF WS-TRANS-FILE-STATUS NOT = "00"
               DISPLAY "*** STOCK TRANSACTION FILE OPEN FAILED - "
                   "STATUS: " WS-TRANS-FILE-STATUS
               SET WS-DONE TO TRUE
           END-IF.

        0100-PROCESS-MENU.

           DISPLAY " ".
           DISPLAY "SHEET STOCK RECEIPTS".
           DISPLAY "  R. RECEIVE A DELIVERY".
           DISPLAY "  I. INQUIRE ON A SHEET SIZE".
           DISPLAY "  E. END".
           ACCEPT WS-MENU-CHOICE.

           EVALUATE WS-MENU-CHOICE
             WHEN "R"
             WHEN "r"
               PERFORM 0200-RECEIVE-DELIVERY
             WHEN "I"
             WHEN "i"
               PERFORM 0500-INQUIRE-SHEET
             WHEN "E"
             WHEN "e"
               SET WS-DONE TO TRUE
             WHEN OTHER
               DISPLAY "INVALID SELECTION - ENTER R, I, OR E."
           END-EVALUATE.

      *    An on-hand or on-order never keyed is taken as zero.  The
      *    sheets received come off on-order first; a delivery larger
      *    than what was on order leaves nothing on order.
        0200-RECEIVE-DELIVERY.

           PERFORM 0600-ACCEPT-SHEET-ID.
           IF WS-SHEET-FOUND
               PERFORM 0800-DISPLAY-SHEET
               MOVE SPACES TO WS-ENTRY-QTY-TEXT
               DISPLAY "ENTER SHEETS RECEIVED, 6 DIGITS:"
               ACCEPT WS-ENTRY-QTY-TEXT
               IF WS-ENTRY-QTY-TEXT IS NOT NUMERIC OR
                  WS-ENTRY-QTY = ZEROES
                   DISPLAY "QUANTITY MUST BE 6 DIGITS, NOT ZERO - "
                       "NOTHING RECEIVED."
               ELSE
                   MOVE SPACES TO WS-ENTRY-REFERENCE
                   DISPLAY "ENTER DELIVERY NOTE OR ORDER REFERENCE:"
                   ACCEPT WS-ENTRY-REFERENCE
                   IF WS-ENTRY-REFERENCE = SPACES
                       DISPLAY "REFERENCE IS REQUIRED - NOTHING "
                           "RECEIVED."
                   ELSE
                       PERFORM 0300-POST-RECEIPT
                   END-IF
               END-IF
           END-IF.

      *    The stock file is read again first, so the receipt lands
      *    on whatever the issue and reorder runs have posted since
      *    the size was shown.  A stock file that can no longer be
      *    read ends the session: the table may be incomplete.
        0300-POST-RECEIPT.

           PERFORM 0050-LOAD-SHEET-STOCK.
           IF WS-STOCK-ERROR
               DISPLAY "NOTHING RECEIVED - RECEIPTS ENDED."
               SET WS-DONE TO TRUE
           ELSE
               PERFORM 0620-FIND-SHEET-SIZE
               IF NOT WS-SHEET-FOUND
                   DISPLAY "SHEET SIZE NO LONGER ON STOCK FILE - "
                       "NOTHING RECEIVED."
               ELSE
                   PERFORM 0310-APPLY-RECEIPT
               END-IF
           END-IF.

      *    If the stock file cannot be written back the size is put
      *    back as it was and no transaction is written, so the
      *    stock file and the transaction trail still agree.
        0310-APPLY-RECEIPT.

           COMPUTE WS-ON-HAND = WS-ON-HAND + WS-ENTRY-QTY
               ON SIZE ERROR
                   DISPLAY "*** ON HAND WOULD EXCEED 999999 - "
                       "NOTHING RECEIVED."
               NOT ON SIZE ERROR
                   IF WS-ENTRY-QTY > WS-ON-ORDER
                       MOVE ZEROES TO WS-ON-ORDER
                   ELSE
                       SUBTRACT WS-ENTRY-QTY FROM WS-ON-ORDER
                   END-IF
                   MOVE SK-STOCK-IMAGE(WS-FOUND-SUB)
                       TO WS-SAVED-STOCK-IMAGE
                   MOVE WS-ON-HAND  TO SK-ON-HAND-NUM(WS-FOUND-SUB)
                   MOVE WS-ON-ORDER TO SK-ON-ORDER-NUM(WS-FOUND-SUB)
                   PERFORM 0700-REWRITE-STOCK-FILE
                   IF WS-REWRITE-FAILED
                       MOVE WS-SAVED-STOCK-IMAGE
                           TO SK-STOCK-IMAGE(WS-FOUND-SUB)
                       DISPLAY "*** SHEET STOCK FILE NOT UPDATED - "
                           "NOTHING RECEIVED."
                   ELSE
                       PERFORM 0750-WRITE-RECEIPT-TRANS
                       MOVE WS-ON-HAND TO WS-DISPLAY-ON-HAND
                       DISPLAY "RECEIPT POSTED - ON HAND NOW "
                           WS-DISPLAY-ON-HAND "."
                   END-IF
           END-COMPUTE.

        0500-INQUIRE-SHEET.

           PERFORM 0600-ACCEPT-SHEET-ID.
           IF WS-SHEET-FOUND
               PERFORM 0800-DISPLAY-SHEET
           END-IF.

        0600-ACCEPT-SHEET-ID.

           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE SPACES TO WS-ENTRY-SHEET-ID.
           DISPLAY "ENTER SHEET ID:".
           ACCEPT WS-ENTRY-SHEET-ID.
           IF WS-ENTRY-SHEET-ID = SPACES
               DISPLAY "NO SHEET ID ENTERED."
           ELSE
               PERFORM 0620-FIND-SHEET-SIZE
               IF NOT WS-SHEET-FOUND
                   DISPLAY "SHEET SIZE NOT ON STOCK FILE."
               END-IF
           END-IF.

        0610-FIND-ONE-SHEET-SIZE.

           IF SK-SHEET-ID(WS-STOCK-IDX) = WS-ENTRY-SHEET-ID
               SET WS-SHEET-FOUND TO TRUE
               SET WS-FOUND-SUB TO WS-STOCK-IDX
           END-IF.

        0620-FIND-SHEET-SIZE.

           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM 0610-FIND-ONE-SHEET-SIZE
               VARYING WS-STOCK-IDX FROM 1 BY 1
               UNTIL WS-STOCK-IDX > WS-STOCK-COUNT
                  OR WS-SHEET-FOUND.
           IF WS-SHEET-FOUND
               IF SK-ON-HAND(WS-FOUND-SUB) IS NUMERIC
                   MOVE SK-ON-HAND-NUM(WS-FOUND-SUB) TO WS-ON-HAND
               ELSE
                   MOVE ZEROES TO WS-ON-HAND
               END-IF
               IF SK-ON-ORDER(WS-FOUND-SUB) IS NUMERIC
                   MOVE SK-ON-ORDER-NUM(WS-FOUND-SUB) TO WS-ON-ORDER
               ELSE
                   MOVE ZEROES TO WS-ON-ORDER
               END-IF
           END-IF.

        0700-REWRITE-STOCK-FILE.

           MOVE "N" TO WS-REWRITE-FAILED-SWITCH.
           OPEN OUTPUT SHEET-STOCK-FILE.
           IF WS-STOCK-FILE-STATUS NOT = "00"
               DISPLAY "*** SHEET STOCK FILE REWRITE FAILED - STATUS: "
                   WS-STOCK-FILE-STATUS
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
               SET WS-REWRITE-FAILED TO TRUE
           END-IF.

        0750-WRITE-RECEIPT-TRANS.

           MOVE SPACES TO SHEET-STOCK-TRANS-RECORD.
           MOVE WS-RUN-DATE TO SX-TRANS-DATE.
           SET SX-RECEIPT TO TRUE.
           MOVE WS-ENTRY-SHEET-ID TO SX-SHEET-ID.
           MOVE WS-ENTRY-QTY TO SX-QUANTITY.
           MOVE WS-ON-HAND TO SX-ON-HAND-AFTER.
           MOVE WS-ENTRY-REFERENCE TO SX-REFERENCE.
           MOVE WS-OPERATOR-ID TO SX-OPERATOR-ID.
           WRITE SHEET-STOCK-TRANS-RECORD.
           IF WS-TRANS-FILE-STATUS NOT = "00"
               DISPLAY "*** STOCK TRANSACTION FILE ERROR - STATUS: "
                   WS-TRANS-FILE-STATUS
           END-IF.

        0800-DISPLAY-SHEET.

           MOVE WS-ON-HAND  TO WS-DISPLAY-ON-HAND.
           MOVE WS-ON-ORDER TO WS-DISPLAY-ON-ORDER.
           DISPLAY "SHEET:       " SK-SHEET-ID(WS-FOUND-SUB).
           DISPLAY "SIZE:        " SK-WIDTH(WS-FOUND-SUB) " X "
               SK-LENGTH(WS-FOUND-SUB).
           DISPLAY "ON HAND:     " WS-DISPLAY-ON-HAND.
           DISPLAY "ON ORDER:    " WS-DISPLAY-ON-ORDER.
           DISPLAY "SUPPLIER:    " SK-SUPPLIER-ID(WS-FOUND-SUB).

       END PROGRAM SHEET-RECEIPTS.
