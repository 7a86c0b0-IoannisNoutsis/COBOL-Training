      **********************************************************************************
      *     Author:      GIANNIS NOUTSIS                                               *
      *     Date:        10/15/2026                                                    *
      *     Purpose:     Office maintenance of the work-order master file.             *
      *     This program lets the office add, change, delete, and inquire on         *
      *     the indexed work-order master.  Each work order names the part,          *
      *     the number of pieces ordered, the plant that makes them, and the        *
      *     due date; the shape calculator reads it to cost and nest the whole     *
      *     order instead of a single piece.  The part must be active on the       *
      *     part master before a work order can be raised against it.              *
      **********************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORK-ORDER-MAINTENANCE.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-ORDER-FILE ASSIGN TO "WORKORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WO-WORK-ORDER-ID
               FILE STATUS IS WS-WORKORD-FILE-STATUS.

           SELECT PART-MASTER-FILE ASSIGN TO "PARTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PART-ID
               FILE STATUS IS WS-PARTMAST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORK-ORDER-FILE.
           COPY WORKORDREC.

       FD  PART-MASTER-FILE.
           COPY PARTMREC.

       WORKING-STORAGE SECTION.
        01   WS-SWITCHES.
             05 WS-DONE-SWITCH      PIC X VALUE "N".
                88 WS-DONE               VALUE "Y".
             05 WS-FOUND-SWITCH     PIC X VALUE "N".
                88 WS-ORDER-FOUND        VALUE "Y".
                88 WS-ORDER-NOT-FOUND    VALUE "N".
             05 WS-ENTRY-OK-SWITCH  PIC X VALUE "N".
                88 WS-ENTRY-OK           VALUE "Y".
        01   WS-MENU-CHOICE         PIC X VALUE SPACES.
        01   WS-WORKORD-FILE-STATUS PIC X(2) VALUE SPACES.
        01   WS-PARTMAST-FILE-STATUS PIC X(2) VALUE SPACES.
        01   WS-ENTRY-FIELDS.
             05 WS-ENTRY-WORK-ORDER PIC X(8)  VALUE SPACES.
             05 WS-ENTRY-PART-ID    PIC X(10) VALUE SPACES.
             05 WS-ENTRY-QTY-TEXT   PIC X(6)  VALUE SPACES.
             05 WS-ENTRY-QTY REDEFINES WS-ENTRY-QTY-TEXT
                                    PIC 9(6).
             05 WS-ENTRY-PLANT-ID   PIC X(4)  VALUE SPACES.
             05 WS-ENTRY-DATE-TEXT  PIC X(8)  VALUE SPACES.
             05 WS-ENTRY-DATE REDEFINES WS-ENTRY-DATE-TEXT
                                    PIC 9(8).
        01   WS-BEFORE-IMAGE        PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.

        0000-MAIN-CONTROL.

           PERFORM 0050-OPEN-FILES
           IF NOT WS-DONE
               PERFORM UNTIL WS-DONE
                   PERFORM 0100-PROCESS-MENU
               END-PERFORM
               CLOSE WORK-ORDER-FILE
               CLOSE PART-MASTER-FILE
           END-IF
           STOP RUN.

        0050-OPEN-FILES.

      *    A first-ever run has no work-order master on disk yet, so
      *    create an empty one and reopen it for update.
           OPEN I-O WORK-ORDER-FILE.
           IF WS-WORKORD-FILE-STATUS = "35"
               OPEN OUTPUT WORK-ORDER-FILE
               CLOSE WORK-ORDER-FILE
               OPEN I-O WORK-ORDER-FILE
           END-IF.
           IF WS-WORKORD-FILE-STATUS NOT = "00"
               DISPLAY "*** WORK ORDER FILE OPEN FAILED - STATUS: "
                   WS-WORKORD-FILE-STATUS
               SET WS-DONE TO TRUE
           ELSE
               OPEN INPUT PART-MASTER-FILE
               IF WS-PARTMAST-FILE-STATUS NOT = "00"
                   DISPLAY "*** PART MASTER FILE OPEN FAILED - STATUS: "
                       WS-PARTMAST-FILE-STATUS
                   CLOSE WORK-ORDER-FILE
                   SET WS-DONE TO TRUE
               END-IF
           END-IF.

        0100-PROCESS-MENU.

           DISPLAY " ".
           DISPLAY "WORK ORDER MAINTENANCE".
           DISPLAY "  A. ADD A WORK ORDER".
           DISPLAY "  C. CHANGE A WORK ORDER".
           DISPLAY "  D. DELETE A WORK ORDER".
           DISPLAY "  I. INQUIRE ON A WORK ORDER".
           DISPLAY "  E. END".
           ACCEPT WS-MENU-CHOICE.

           EVALUATE WS-MENU-CHOICE
             WHEN "A"
             WHEN "a"
               PERFORM 0200-ADD-ORDER
             WHEN "C"
             WHEN "c"
               PERFORM 0300-CHANGE-ORDER
             WHEN "D"
             WHEN "d"
               PERFORM 0400-DELETE-ORDER
             WHEN "I"
             WHEN "i"
               PERFORM 0500-INQUIRE-ORDER
             WHEN "E"
             WHEN "e"
               SET WS-DONE TO TRUE
             WHEN OTHER
               DISPLAY "INVALID SELECTION - ENTER A, C, D, I, OR E."
           END-EVALUATE.

        0200-ADD-ORDER.

           PERFORM 0600-ACCEPT-ORDER-ID.
           IF WS-ENTRY-WORK-ORDER NOT = SPACES
               PERFORM 0700-READ-ORDER
               IF WS-ORDER-FOUND
                   DISPLAY "WORK ORDER ALREADY ON FILE - USE CHANGE."
               ELSE
                   MOVE SPACES TO WS-ENTRY-PART-ID
                   DISPLAY "ENTER PART ID:"
                   ACCEPT WS-ENTRY-PART-ID
                   PERFORM 0610-CHECK-PART
                   IF WS-ENTRY-OK
                       PERFORM 0620-ACCEPT-ORDER-FIELDS
                   END-IF
                   IF WS-ENTRY-OK
                       MOVE WS-ENTRY-WORK-ORDER TO WO-WORK-ORDER-ID
                       MOVE WS-ENTRY-PART-ID    TO WO-PART-ID
                       MOVE WS-ENTRY-QTY        TO WO-QUANTITY
                       MOVE WS-ENTRY-PLANT-ID   TO WO-PLANT-ID
                       MOVE WS-ENTRY-DATE       TO WO-DUE-DATE
                       WRITE WORK-ORDER-RECORD
                           INVALID KEY
                               DISPLAY "*** ADD FAILED - STATUS: "
                                   WS-WORKORD-FILE-STATUS
                           NOT INVALID KEY
                               DISPLAY "WORK ORDER ADDED."
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

        0300-CHANGE-ORDER.

           PERFORM 0600-ACCEPT-ORDER-ID.
           IF WS-ENTRY-WORK-ORDER NOT = SPACES
               PERFORM 0700-READ-ORDER
               IF WS-ORDER-NOT-FOUND
                   DISPLAY "WORK ORDER NOT ON FILE."
               ELSE
                   MOVE WORK-ORDER-RECORD TO WS-BEFORE-IMAGE
                   PERFORM 0800-DISPLAY-ORDER
                   MOVE SPACES TO WS-ENTRY-QTY-TEXT
                   DISPLAY "ENTER NEW QUANTITY, 6 DIGITS "
                       "(BLANK TO KEEP):"
                   ACCEPT WS-ENTRY-QTY-TEXT
                   IF WS-ENTRY-QTY-TEXT NOT = SPACES
                       IF WS-ENTRY-QTY-TEXT IS NUMERIC AND
                          WS-ENTRY-QTY > ZEROES
                           MOVE WS-ENTRY-QTY TO WO-QUANTITY
                       ELSE
                           DISPLAY "QUANTITY MUST BE 6 DIGITS, NOT "
                               "ZERO - NOT CHANGED."
                       END-IF
                   END-IF
                   MOVE SPACES TO WS-ENTRY-PLANT-ID
                   DISPLAY "ENTER NEW PLANT ID (BLANK TO KEEP):"
                   ACCEPT WS-ENTRY-PLANT-ID
                   IF WS-ENTRY-PLANT-ID NOT = SPACES
                       MOVE WS-ENTRY-PLANT-ID TO WO-PLANT-ID
                   END-IF
                   MOVE SPACES TO WS-ENTRY-DATE-TEXT
                   DISPLAY "ENTER NEW DUE DATE YYYYMMDD "
                       "(BLANK TO KEEP):"
                   ACCEPT WS-ENTRY-DATE-TEXT
                   IF WS-ENTRY-DATE-TEXT NOT = SPACES
                       IF WS-ENTRY-DATE-TEXT IS NUMERIC AND
                          WS-ENTRY-DATE > ZEROES
                           MOVE WS-ENTRY-DATE TO WO-DUE-DATE
                       ELSE
                           DISPLAY "DUE DATE MUST BE YYYYMMDD - "
                               "NOT CHANGED."
                       END-IF
                   END-IF
                   IF WORK-ORDER-RECORD = WS-BEFORE-IMAGE
                       DISPLAY "NO CHANGES ENTERED - WORK ORDER NOT "
                           "UPDATED."
                   ELSE
                       REWRITE WORK-ORDER-RECORD
                           INVALID KEY
                               DISPLAY "*** REWRITE FAILED - STATUS: "
                                   WS-WORKORD-FILE-STATUS
                           NOT INVALID KEY
                               DISPLAY "WORK ORDER UPDATED."
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

        0400-DELETE-ORDER.

           PERFORM 0600-ACCEPT-ORDER-ID.
           IF WS-ENTRY-WORK-ORDER NOT = SPACES
               PERFORM 0700-READ-ORDER
               IF WS-ORDER-NOT-FOUND
                   DISPLAY "WORK ORDER NOT ON FILE."
               ELSE
                   DELETE WORK-ORDER-FILE
                       INVALID KEY
                           DISPLAY "*** DELETE FAILED - STATUS: "
                               WS-WORKORD-FILE-STATUS
                       NOT INVALID KEY
                           DISPLAY "WORK ORDER DELETED."
                   END-DELETE
               END-IF
           END-IF.

        0500-INQUIRE-ORDER.

           PERFORM 0600-ACCEPT-ORDER-ID.
           IF WS-ENTRY-WORK-ORDER NOT = SPACES
               PERFORM 0700-READ-ORDER
               IF WS-ORDER-NOT-FOUND
                   DISPLAY "WORK ORDER NOT ON FILE."
               ELSE
                   PERFORM 0800-DISPLAY-ORDER
               END-IF
           END-IF.

        0600-ACCEPT-ORDER-ID.

           MOVE SPACES TO WS-ENTRY-WORK-ORDER.
           DISPLAY "ENTER WORK ORDER NUMBER:".
           ACCEPT WS-ENTRY-WORK-ORDER.
           IF WS-ENTRY-WORK-ORDER = SPACES
               DISPLAY "NO WORK ORDER NUMBER ENTERED."
           END-IF.

      *    A work order for an unknown or obsolete part would only be
      *    rejected by the calculator, so it is refused here instead.
        0610-CHECK-PART.

           MOVE "N" TO WS-ENTRY-OK-SWITCH.
           IF WS-ENTRY-PART-ID = SPACES
               DISPLAY "NO PART ID ENTERED."
           ELSE
               MOVE WS-ENTRY-PART-ID TO PM-PART-ID
               READ PART-MASTER-FILE
                   INVALID KEY
                       DISPLAY "PART NOT ON PART MASTER - "
                           "WORK ORDER NOT ADDED."
                   NOT INVALID KEY
                       IF PM-STATUS-OBSOLETE
                           DISPLAY "PART IS OBSOLETE - "
                               "WORK ORDER NOT ADDED."
                       ELSE
                           SET WS-ENTRY-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

        0620-ACCEPT-ORDER-FIELDS.

           MOVE "N" TO WS-ENTRY-OK-SWITCH.
           MOVE SPACES TO WS-ENTRY-QTY-TEXT.
           DISPLAY "ENTER QUANTITY, 6 DIGITS 999999:".
           ACCEPT WS-ENTRY-QTY-TEXT.
           IF WS-ENTRY-QTY-TEXT IS NOT NUMERIC OR
              WS-ENTRY-QTY = ZEROES
               DISPLAY "QUANTITY MUST BE 6 DIGITS, NOT ZERO - "
                   "WORK ORDER NOT ADDED."
           ELSE
               MOVE SPACES TO WS-ENTRY-PLANT-ID
               DISPLAY "ENTER PLANT ID:"
               ACCEPT WS-ENTRY-PLANT-ID
               IF WS-ENTRY-PLANT-ID = SPACES
                   DISPLAY "PLANT ID IS REQUIRED - "
                       "WORK ORDER NOT ADDED."
               ELSE
                   MOVE SPACES TO WS-ENTRY-DATE-TEXT
                   DISPLAY "ENTER DUE DATE (YYYYMMDD):"
                   ACCEPT WS-ENTRY-DATE-TEXT
                   IF WS-ENTRY-DATE-TEXT IS NOT NUMERIC OR
                      WS-ENTRY-DATE = ZEROES
                       DISPLAY "DUE DATE MUST BE YYYYMMDD - "
                           "WORK ORDER NOT ADDED."
                   ELSE
                       SET WS-ENTRY-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

        0700-READ-ORDER.

           MOVE WS-ENTRY-WORK-ORDER TO WO-WORK-ORDER-ID.
           READ WORK-ORDER-FILE
               INVALID KEY
                   SET WS-ORDER-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-ORDER-FOUND TO TRUE
           END-READ.

        0800-DISPLAY-ORDER.

           DISPLAY "WORK ORDER:  " WO-WORK-ORDER-ID.
           DISPLAY "PART:        " WO-PART-ID.
           DISPLAY "QUANTITY:    " WO-QUANTITY.
           DISPLAY "PLANT:       " WO-PLANT-ID.
           DISPLAY "DUE DATE:    " WO-DUE-DATE.

       END PROGRAM WORK-ORDER-MAINTENANCE.
