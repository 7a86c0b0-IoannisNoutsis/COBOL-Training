      *     dimensions, and re-emits the fixed records as a clean SHAPEIN.DAT      *
      *     for the next calculator run.  Records that are neither resubmitted     *
      *     nor deliberately purged stay on the suspense file for another day.     *
      *     Modified:    10/15/2026 - the shape record now carries the          *
      *                  work-order number; it is listed and can be             *
      *                  corrected along with the other fields.                 *
      **********************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSE-CORRECTION.
             05 WS-ENTRY-SHAPE-TYPE PIC X(1) VALUE SPACES.
             05 WS-ENTRY-DIMENSION  PIC X(6) VALUE SPACES.
             05 WS-ENTRY-MATERIAL   PIC X(4) VALUE SPACES.
             05 WS-ENTRY-WORK-ORDER PIC X(8) VALUE SPACES.
        01   WS-COUNTS.
             05 WS-RESUBMIT-COUNT   PIC 9(3) VALUE ZEROES.
             05 WS-HELD-COUNT       PIC 9(3) VALUE ZEROES.
             05 FILLER              PIC X(1)  VALUE SPACES.
             05 WS-LIST-MATERIAL    PIC X(4).
             05 FILLER              PIC X(1)  VALUE SPACES.
             05 WS-LIST-WORK-ORDER  PIC X(8).
             05 FILLER              PIC X(1)  VALUE SPACES.
             05 WS-LIST-REASON      PIC X(3).
             05 FILLER              PIC X(1)  VALUE SPACES.
             05 WS-LIST-RUN-DATE    PIC 9(8).
        01   WS-SUSPENSE-TABLE.
             05 WS-SUSP-COUNT       PIC 9(3) VALUE ZEROES.
             05 WS-SUSP-ENTRY OCCURS 200 TIMES INDEXED BY WS-SUSP-IDX.
                10 SE-SHAPE-RECORD  PIC X(41).
                10 SE-SHAPE-FIELDS REDEFINES SE-SHAPE-RECORD.
                   15 SE-PART-ID       PIC X(10).
                   15 SE-SHAPE-TYPE    PIC X(1).
                   15 SE-DIM-2         PIC X(6).
                   15 SE-DIM-3         PIC X(6).
                   15 SE-MATERIAL-CODE PIC X(4).
                   15 SE-WORK-ORDER    PIC X(8).
                10 SE-REJECT-REASON PIC X(3).
                10 SE-RUN-DATE      PIC 9(8).
                10 SE-DISPOSITION   PIC X(1).

        0300-LIST-RECORDS.

           DISPLAY "NO.  PART ID   S DIM-1  DIM-2  DIM-3  MATL "
               "WORK-ORD RSN DATE".
           PERFORM 0310-LIST-ONE-RECORD
               VARYING WS-SUSP-IDX FROM 1 BY 1
               UNTIL WS-SUSP-IDX > WS-SUSP-COUNT.
           MOVE SE-DIM-2(WS-SUSP-IDX)         TO WS-LIST-DIM-2.
           MOVE SE-DIM-3(WS-SUSP-IDX)         TO WS-LIST-DIM-3.
           MOVE SE-MATERIAL-CODE(WS-SUSP-IDX) TO WS-LIST-MATERIAL.
           MOVE SE-WORK-ORDER(WS-SUSP-IDX)    TO WS-LIST-WORK-ORDER.
           MOVE SE-REJECT-REASON(WS-SUSP-IDX) TO WS-LIST-REASON.
           MOVE SE-RUN-DATE(WS-SUSP-IDX)      TO WS-LIST-RUN-DATE.
           MOVE SE-DISPOSITION(WS-SUSP-IDX)   TO WS-LIST-DISPOSITION.
                   MOVE WS-ENTRY-MATERIAL
                       TO SE-MATERIAL-CODE(WS-SUSP-IDX)
               END-IF
               MOVE SPACES TO WS-ENTRY-WORK-ORDER
               DISPLAY "ENTER NEW WORK ORDER NUMBER (BLANK TO KEEP):"
               ACCEPT WS-ENTRY-WORK-ORDER
               IF WS-ENTRY-WORK-ORDER NOT = SPACES
                   MOVE WS-ENTRY-WORK-ORDER
                       TO SE-WORK-ORDER(WS-SUSP-IDX)
               END-IF
               DISPLAY "RECORD NOW READS:"
               PERFORM 0310-LIST-ONE-RECORD
           END-IF.
