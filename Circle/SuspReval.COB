      *     refreshed, and prints an aging report - counts by reject reason       *
      *     and by days on suspense - so week-old records stop hiding at          *
      *     the bottom of the file.                                                *
      *     Modified:    10/15/2026 - carry the work-order number on the         *
      *                  shape record and re-check it against the work-order    *
      *                  master (on file, same part, nonzero quantity), so a   *
      *                  record held for a missing work order is released     *
      *                  once the office raises it.                           *
      **********************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSE-REVALIDATION.
               RECORD KEY IS MP-PRICE-KEY
               FILE STATUS IS WS-MATPRICE-FILE-STATUS.

           SELECT WORK-ORDER-FILE ASSIGN TO "WORKORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WO-WORK-ORDER-ID
               FILE STATUS IS WS-WORKORD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  SHAPE-OUTPUT-FILE.
       01  WS-SHAPE-OUTPUT-RECORD     PIC X(41).

       FD  AGING-REPORT-FILE.
       01  WS-AGING-RECORD            PIC X(100).
       FD  MATERIAL-PRICE-FILE.
           COPY MATPRREC.

       FD  WORK-ORDER-FILE.
           COPY WORKORDREC.

       WORKING-STORAGE SECTION.
      *    The record under revalidation is unpacked here so the
      *    shape-type conditions and dimension slots read the same
                88 WS-PRICE-EOF          VALUE "Y".
             05 WS-REASON-FOUND-SWITCH PIC X VALUE "N".
                88 WS-REASON-FOUND       VALUE "Y".
             05 WS-WORKORD-OPEN-SWITCH PIC X VALUE "N".
                88 WS-WORKORD-OPENED     VALUE "Y".
        01   WS-FILE-STATUSES.
             05 WS-SUSPENSE-FILE-STATUS  PIC X(2) VALUE SPACES.
             05 WS-SHAPE-FILE-STATUS     PIC X(2) VALUE SPACES.
             05 WS-PARAMETER-FILE-STATUS PIC X(2) VALUE SPACES.
             05 WS-PARTMAST-FILE-STATUS  PIC X(2) VALUE SPACES.
             05 WS-MATPRICE-FILE-STATUS  PIC X(2) VALUE SPACES.
             05 WS-WORKORD-FILE-STATUS   PIC X(2) VALUE SPACES.
        01   WS-ERROR-MESSAGE       PIC X(40) VALUE SPACES.
        01   WS-DIM-CHECK.
             05 WS-CHECK-TEXT       PIC X(6).
        01   WS-SUSPENSE-TABLE.
             05 WS-SUSP-COUNT       PIC 9(3) VALUE ZEROES.
             05 WS-SUSP-ENTRY OCCURS 200 TIMES INDEXED BY WS-SUSP-IDX.
                10 SE-SHAPE-RECORD  PIC X(41).
                10 SE-REJECT-REASON PIC X(3).
                10 SE-RUN-DATE      PIC 9(8).
                10 SE-RUN-DATE-X REDEFINES SE-RUN-DATE PIC X(8).
                   SET WS-DONE TO TRUE
               END-IF
           END-IF.
      *    No work-order master just means no work orders exist yet;
      *    any record quoting one stays on suspense.
           IF NOT WS-DONE
               OPEN INPUT WORK-ORDER-FILE
               IF WS-WORKORD-FILE-STATUS = "00"
                   SET WS-WORKORD-OPENED TO TRUE
               END-IF
           END-IF.
           IF NOT WS-DONE
               OPEN OUTPUT AGING-REPORT-FILE
               IF WS-AGING-FILE-STATUS NOT = "00"
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

      *    The suspense record does not carry the plant, so the
      *    work order's plant is left for the calculator to check
      *    against the batch the record is resubmitted in.
        0270-VALIDATE-WORK-ORDER.

           IF SI-WORK-ORDER NOT = SPACES
               MOVE "22" TO WS-WORKORD-FILE-STATUS
               IF WS-WORKORD-OPENED
                   MOVE SI-WORK-ORDER TO WO-WORK-ORDER-ID
                   READ WORK-ORDER-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
               END-IF
               EVALUATE TRUE
                   WHEN WS-WORKORD-FILE-STATUS NOT = "00"
                       SET WS-INVALID-RECORD TO TRUE
                       MOVE "WORK ORDER NOT ON FILE"
                           TO WS-ERROR-MESSAGE
                   WHEN WO-PART-ID NOT = SI-PART-ID
                       SET WS-INVALID-RECORD TO TRUE
                       MOVE "WORK ORDER IS FOR ANOTHER PART"
                           TO WS-ERROR-MESSAGE
                   WHEN WO-QUANTITY IS NOT NUMERIC OR
                        WO-QUANTITY = ZEROES
                       SET WS-INVALID-RECORD TO TRUE
                       MOVE "WORK ORDER QUANTITY IS ZERO"
                           TO WS-ERROR-MESSAGE
               END-EVALUATE
           END-IF.

        0240-VALIDATE-MATERIAL.

           IF SI-MATERIAL-CODE = SPACES
                   MOVE "PRT" TO SE-REJECT-REASON(WS-SUSP-IDX)
               WHEN "PART IS OBSOLETE"
                   MOVE "OBS" TO SE-REJECT-REASON(WS-SUSP-IDX)
               WHEN "WORK ORDER NOT ON FILE"
                   MOVE "WRK" TO SE-REJECT-REASON(WS-SUSP-IDX)
               WHEN "WORK ORDER IS FOR ANOTHER PART"
                   MOVE "WRK" TO SE-REJECT-REASON(WS-SUSP-IDX)
               WHEN "WORK ORDER QUANTITY IS ZERO"
                   MOVE "WRK" TO SE-REJECT-REASON(WS-SUSP-IDX)
               WHEN OTHER
                   MOVE "OTH" TO SE-REJECT-REASON(WS-SUSP-IDX)
           END-EVALUATE.
           CLOSE PART-MASTER-FILE.
           CLOSE MATERIAL-PRICE-FILE.
           CLOSE AGING-REPORT-FILE.
           IF WS-WORKORD-OPENED
               CLOSE WORK-ORDER-FILE
           END-IF.

       END PROGRAM SUSPENSE-REVALIDATION.
