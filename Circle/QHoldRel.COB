      **********************************************************************************
      *     Author:      GIANNIS NOUTSIS                                               *
      *     Date:        10/15/2026                                                    *
      *     Purpose:     QA release or scrap of parts on quality hold.                 *
      *     This program lists the costed ledger records the quality-hold run      *
      *     put on hold after a temperature excursion and lets QA clear each       *
      *     one: released parts go back into billing, scrapped parts are           *
      *     written off and never billed.  Every release and scrap carries the     *
      *     operator, the date, and a reason, and is written to the hold trail     *
      *     and the shared audit log, so a held part can be traced from the       *
      *     excursion that stopped it to whoever cleared it.  Cleared holds stay   *
      *     on the hold file so billing can recognise them.                        *
      *     Modified:    10/15/2026 - refuse to start when today falls in a    *
      *                  month the month-end close has already closed, so   *
      *                  no audit-log line is dated into it.                 *
      **********************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUALITY-HOLD-RELEASE.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUALITY-HOLD-FILE ASSIGN TO "QUALHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT HOLD-TRAIL-FILE ASSIGN TO "QHTRAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAIL-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT CLOSE-STATUS-FILE ASSIGN TO "CLOSESTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUALITY-HOLD-FILE.
           COPY QHOLDREC.

       FD  HOLD-TRAIL-FILE.
           COPY QHTRLREC.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD  CLOSE-STATUS-FILE.
           COPY CLOSEREC.

       WORKING-STORAGE SECTION.
        01   WS-SWITCHES.
             05 WS-DONE-SWITCH      PIC X VALUE "N".
                88 WS-DONE               VALUE "Y".
             05 WS-EOF-SWITCH       PIC X VALUE "N".
                88 WS-EOF                VALUE "Y".
             05 WS-TRAIL-ERROR-SWITCH PIC X VALUE "N".
                88 WS-TRAIL-ERROR        VALUE "Y".
        01   WS-MENU-CHOICE         PIC X VALUE SPACES.
        01   WS-FILE-STATUSES.
             05 WS-HOLD-FILE-STATUS  PIC X(2) VALUE SPACES.
             05 WS-TRAIL-FILE-STATUS PIC X(2) VALUE SPACES.
             05 WS-AUDIT-FILE-STATUS PIC X(2) VALUE SPACES.
             05 WS-CLOSE-FILE-STATUS PIC X(2) VALUE SPACES.
        01   WS-CLOSE-FIELDS.
             05 WS-LAST-CLOSED-MONTH PIC 9(6) VALUE ZEROES.
             05 WS-CLOSE-EOF-SWITCH PIC X VALUE "N".
                88 WS-CLOSE-EOF           VALUE "Y".
        01   WS-OPERATOR-ID         PIC X(8)  VALUE SPACES.
        01   WS-RUN-DATE            PIC 9(8)  VALUE ZEROES.
        01   WS-ENTRY-FIELDS.
             05 WS-ENTRY-NUMBER-TEXT PIC X(4) VALUE SPACES.
             05 WS-ENTRY-NUMBER REDEFINES WS-ENTRY-NUMBER-TEXT
                                    PIC 9(4).
             05 WS-ENTRY-SHIFT-TEXT PIC X(4)  VALUE SPACES.
             05 WS-ENTRY-REASON     PIC X(30) VALUE SPACES.
             05 WS-ENTRY-ACTION     PIC X(1)  VALUE SPACES.
        01   WS-COUNTS.
             05 WS-OPEN-COUNT       PIC 9(4) VALUE ZEROES.
             05 WS-RELEASE-COUNT    PIC 9(4) VALUE ZEROES.
             05 WS-SCRAP-COUNT      PIC 9(4) VALUE ZEROES.
        01   WS-AUDIT-ACTION-TEXT   PIC X(12) VALUE SPACES.
        01   WS-LIST-LINE.
             05 WS-LIST-NUMBER      PIC ZZZ9.
             05 FILLER              PIC X(2)  VALUE SPACES.
             05 WS-LIST-PART-ID     PIC X(10).
             05 FILLER              PIC X(1)  VALUE SPACES.
             05 WS-LIST-PLANT-ID    PIC X(4).
             05 FILLER              PIC X(1)  VALUE SPACES.
             05 WS-LIST-RUN-DATE    PIC X(8).
             05 FILLER              PIC X(1)  VALUE SPACES.
             05 WS-LIST-WORK-ORDER  PIC X(8).
             05 FILLER              PIC X(1)  VALUE SPACES.
             05 WS-LIST-QUANTITY    PIC X(6).
             05 FILLER              PIC X(1)  VALUE SPACES.
             05 WS-LIST-SENSOR-ID   PIC X(8).
             05 FILLER              PIC X(1)  VALUE SPACES.
             05 WS-LIST-STATUS      PIC X(1).

      *    The whole hold file is held in this table while QA works
      *    on it and written back at end of job.  A release or scrap
      *    made in this session is flagged so its trail record goes
      *    out with the file, stamped with the time it was made.
        01   WS-HOLD-TABLE.
             05 WS-HOLD-COUNT       PIC 9(4) VALUE ZEROES.
             05 WS-HOLD-ENTRY OCCURS 1000 TIMES INDEXED BY WS-HOLD-IDX.
                10 TB-HOLD-RECORD   PIC X(164).
                10 TB-HOLD-FIELDS REDEFINES TB-HOLD-RECORD.
                   15 TB-PART-ID       PIC X(10).
                   15 TB-PLANT-ID      PIC X(4).
                   15 FILLER           PIC X(41).
                   15 TB-RUN-DATE      PIC X(8).
                   15 TB-WORK-ORDER    PIC X(8).
                   15 TB-QUANTITY      PIC X(6).
                   15 TB-SENSOR-ID     PIC X(8).
                   15 FILLER           PIC X(32).
                   15 TB-STATUS        PIC X(1).
                      88 TB-ON-HOLD        VALUE "H".
                   15 FILLER           PIC X(46).
                10 TB-CHANGED-SWITCH PIC X.
                   88 TB-CHANGED         VALUE "Y".
                10 TB-ACTION-TS     PIC X(21).

       PROCEDURE DIVISION.

        0000-MAIN-CONTROL.

           PERFORM 0040-ACCEPT-OPERATOR-ID
           IF NOT WS-DONE
               PERFORM 0045-CHECK-CLOSED-MONTH
           END-IF
           IF NOT WS-DONE
               PERFORM 0100-LOAD-HOLD-FILE
           END-IF
           IF NOT WS-DONE
               PERFORM UNTIL WS-DONE
                   PERFORM 0200-PROCESS-MENU
               END-PERFORM
               PERFORM 0800-WRITE-OUTPUT-FILES
           END-IF
           STOP RUN.

      *    Every release and scrap is recorded against the operator
      *    who made it, so nobody gets in without one.
        0040-ACCEPT-OPERATOR-ID.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           DISPLAY "ENTER OPERATOR ID:".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "OPERATOR ID IS REQUIRED - NO CHANGES ALLOWED."
               SET WS-DONE TO TRUE
           END-IF.

      *    A closed month has been archived by the month-end close;
      *    no audit-log line may be dated in it.  No close-status
      *    file means no month has been closed yet.
        0045-CHECK-CLOSED-MONTH.

           OPEN INPUT CLOSE-STATUS-FILE.
           IF WS-CLOSE-FILE-STATUS NOT = "35"
               IF WS-CLOSE-FILE-STATUS NOT = "00"
                   DISPLAY "*** CLOSE STATUS FILE OPEN FAILED - "
                       "STATUS: " WS-CLOSE-FILE-STATUS
                   SET WS-DONE TO TRUE
               ELSE
                   PERFORM 0047-READ-ONE-CLOSE-STATUS
                       UNTIL WS-CLOSE-EOF
                   CLOSE CLOSE-STATUS-FILE
                   IF WS-RUN-DATE(1:6) NOT > WS-LAST-CLOSED-MONTH
                       DISPLAY "*** RUN DATE " WS-RUN-DATE
                           " IS IN A CLOSED MONTH - LAST CLOSED "
                           "MONTH IS " WS-LAST-CLOSED-MONTH "."
                       SET WS-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.

        0047-READ-ONE-CLOSE-STATUS.

           READ CLOSE-STATUS-FILE
               AT END
                   SET WS-CLOSE-EOF TO TRUE
               NOT AT END
                   IF CS-CLOSED-MONTH IS NUMERIC AND
                      CS-CLOSED-MONTH > WS-LAST-CLOSED-MONTH
                       MOVE CS-CLOSED-MONTH TO WS-LAST-CLOSED-MONTH
                   END-IF
           END-READ.

        0100-LOAD-HOLD-FILE.

           OPEN INPUT QUALITY-HOLD-FILE.
           IF WS-HOLD-FILE-STATUS = "35"
               DISPLAY "NO QUALITY HOLDS ON FILE."
               SET WS-DONE TO TRUE
           ELSE
               IF WS-HOLD-FILE-STATUS NOT = "00"
                   DISPLAY "*** QUALITY HOLD FILE OPEN FAILED - "
                       "STATUS: " WS-HOLD-FILE-STATUS
                   SET WS-DONE TO TRUE
               ELSE
                   PERFORM 0110-LOAD-ONE-HOLD UNTIL WS-EOF
                   CLOSE QUALITY-HOLD-FILE
                   IF NOT WS-DONE
                       IF WS-OPEN-COUNT = ZEROES
                           DISPLAY "NO PARTS ON HOLD."
                           SET WS-DONE TO TRUE
                       ELSE
                           DISPLAY "PARTS ON HOLD: " WS-OPEN-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

        0110-LOAD-ONE-HOLD.

           READ QUALITY-HOLD-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-HOLD-COUNT >= 1000
                       DISPLAY "*** MORE THAN 1000 HOLD RECORDS - "
                           "HOLD TABLE FULL - NOTHING CLEARED."
                       SET WS-EOF TO TRUE
                       SET WS-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-HOLD-COUNT
                       SET WS-HOLD-IDX TO WS-HOLD-COUNT
                       MOVE QUALITY-HOLD-RECORD
                           TO TB-HOLD-RECORD(WS-HOLD-IDX)
                       MOVE "N" TO TB-CHANGED-SWITCH(WS-HOLD-IDX)
                       MOVE SPACES TO TB-ACTION-TS(WS-HOLD-IDX)
                       IF TB-ON-HOLD(WS-HOLD-IDX)
                           ADD 1 TO WS-OPEN-COUNT
                       END-IF
                   END-IF
           END-READ.

        0200-PROCESS-MENU.

           DISPLAY " ".
           DISPLAY "QUALITY HOLD RELEASE".
           DISPLAY "  L. LIST PARTS ON HOLD".
           DISPLAY "  R. RELEASE A HOLD TO BILLING".
           DISPLAY "  S. SCRAP A HELD PART".
           DISPLAY "  E. END AND WRITE FILES".
           ACCEPT WS-MENU-CHOICE.

           EVALUATE WS-MENU-CHOICE
             WHEN "L"
             WHEN "l"
               PERFORM 0300-LIST-HOLDS
             WHEN "R"
             WHEN "r"
               MOVE "R" TO WS-ENTRY-ACTION
               PERFORM 0400-CLEAR-HOLD
             WHEN "S"
             WHEN "s"
               MOVE "S" TO WS-ENTRY-ACTION
               PERFORM 0400-CLEAR-HOLD
             WHEN "E"
             WHEN "e"
               SET WS-DONE TO TRUE
             WHEN OTHER
               DISPLAY "INVALID SELECTION - ENTER L, R, S, OR E."
           END-EVALUATE.

        0300-LIST-HOLDS.

           DISPLAY "NO.   PART ID    PLNT RUN DATE WORK-ORD QTY    "
               "SENSOR   S".
           PERFORM 0310-LIST-ONE-HOLD
               VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT.

        0310-LIST-ONE-HOLD.

           IF TB-ON-HOLD(WS-HOLD-IDX)
               PERFORM 0320-DISPLAY-ONE-HOLD
           END-IF.

        0320-DISPLAY-ONE-HOLD.

           MOVE SPACES TO WS-LIST-LINE.
           SET WS-LIST-NUMBER TO WS-HOLD-IDX.
           MOVE TB-PART-ID(WS-HOLD-IDX)    TO WS-LIST-PART-ID.
           MOVE TB-PLANT-ID(WS-HOLD-IDX)   TO WS-LIST-PLANT-ID.
           MOVE TB-RUN-DATE(WS-HOLD-IDX)   TO WS-LIST-RUN-DATE.
           MOVE TB-WORK-ORDER(WS-HOLD-IDX) TO WS-LIST-WORK-ORDER.
           MOVE TB-QUANTITY(WS-HOLD-IDX)   TO WS-LIST-QUANTITY.
           MOVE TB-SENSOR-ID(WS-HOLD-IDX)  TO WS-LIST-SENSOR-ID.
           MOVE TB-STATUS(WS-HOLD-IDX)     TO WS-LIST-STATUS.
           DISPLAY WS-LIST-LINE.

      *    Only a part still on hold can be cleared, and only with a
      *    reason - the trail is worthless without one.
        0400-CLEAR-HOLD.

           PERFORM 0700-ACCEPT-ENTRY-NUMBER.
           IF WS-ENTRY-NUMBER-TEXT NOT = SPACES
               IF NOT TB-ON-HOLD(WS-HOLD-IDX)
                   DISPLAY "THAT RECORD IS NOT ON HOLD."
               ELSE
                   PERFORM 0320-DISPLAY-ONE-HOLD
                   MOVE SPACES TO WS-ENTRY-REASON
                   DISPLAY "ENTER REASON:"
                   ACCEPT WS-ENTRY-REASON
                   IF WS-ENTRY-REASON = SPACES
                       DISPLAY "A REASON IS REQUIRED - HOLD NOT "
                           "CLEARED."
                   ELSE
                       MOVE TB-HOLD-RECORD(WS-HOLD-IDX)
                           TO QUALITY-HOLD-RECORD
                       MOVE WS-ENTRY-ACTION TO QH-STATUS
                       MOVE WS-RUN-DATE     TO QH-DISPOSITION-DATE
                       MOVE WS-OPERATOR-ID  TO QH-DISPOSED-BY
                       MOVE WS-ENTRY-REASON TO QH-DISPOSITION-REASON
                       MOVE QUALITY-HOLD-RECORD
                           TO TB-HOLD-RECORD(WS-HOLD-IDX)
                       MOVE "Y" TO TB-CHANGED-SWITCH(WS-HOLD-IDX)
                       MOVE FUNCTION CURRENT-DATE
                           TO TB-ACTION-TS(WS-HOLD-IDX)
                       SUBTRACT 1 FROM WS-OPEN-COUNT
                       IF QH-RELEASED
                           ADD 1 TO WS-RELEASE-COUNT
                           DISPLAY "HOLD RELEASED TO BILLING."
                       ELSE
                           ADD 1 TO WS-SCRAP-COUNT
                           DISPLAY "PART WRITTEN OFF TO SCRAP."
                       END-IF
                   END-IF
               END-IF
           END-IF.

        0700-ACCEPT-ENTRY-NUMBER.

           MOVE SPACES TO WS-ENTRY-NUMBER-TEXT.
           DISPLAY "ENTER RECORD NUMBER:".
           ACCEPT WS-ENTRY-NUMBER-TEXT.
           IF WS-ENTRY-NUMBER-TEXT = SPACES
               DISPLAY "NO RECORD NUMBER ENTERED."
           ELSE
               PERFORM 0710-RIGHT-JUSTIFY-NUMBER
                   UNTIL WS-ENTRY-NUMBER-TEXT(4:1) NOT = SPACE
               IF WS-ENTRY-NUMBER-TEXT IS NOT NUMERIC OR
                  WS-ENTRY-NUMBER = ZEROES OR
                  WS-ENTRY-NUMBER > WS-HOLD-COUNT
                   DISPLAY "RECORD NUMBER NOT ON THE LIST."
                   MOVE SPACES TO WS-ENTRY-NUMBER-TEXT
               ELSE
                   SET WS-HOLD-IDX TO WS-ENTRY-NUMBER
               END-IF
           END-IF.

      *    A record number typed without leading zeros lands left-
      *    justified with trailing spaces; shift it right with zero
      *    fill so "1" reads as 0001.
        0710-RIGHT-JUSTIFY-NUMBER.

           MOVE WS-ENTRY-NUMBER-TEXT TO WS-ENTRY-SHIFT-TEXT.
           STRING "0" DELIMITED BY SIZE
                  WS-ENTRY-SHIFT-TEXT(1:3) DELIMITED BY SIZE
               INTO WS-ENTRY-NUMBER-TEXT
           END-STRING.

      *    The hold file is only rewritten when something was cleared,
      *    so an inquiry-only session cannot disturb it.  Each clearing
      *    goes to the trail and the audit log as the file is written,
      *    so both are opened first: if either cannot be, the hold
      *    file is left as it was and nothing is cleared.
        0800-WRITE-OUTPUT-FILES.

           IF WS-RELEASE-COUNT > ZEROES OR WS-SCRAP-COUNT > ZEROES
               PERFORM 0805-OPEN-TRAIL-FILES
               IF WS-TRAIL-ERROR
                   DISPLAY "*** NO HOLD TRAIL OR AUDIT LOG - "
                       "NOTHING CLEARED."
               ELSE
                   OPEN OUTPUT QUALITY-HOLD-FILE
                   IF WS-HOLD-FILE-STATUS NOT = "00"
                       DISPLAY "*** QUALITY HOLD FILE OPEN FAILED - "
                           "STATUS: " WS-HOLD-FILE-STATUS
                           " - NOTHING CLEARED."
                   ELSE
                       PERFORM 0820-WRITE-ONE-HOLD
                           VARYING WS-HOLD-IDX FROM 1 BY 1
                           UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                       CLOSE QUALITY-HOLD-FILE
                   END-IF
                   CLOSE HOLD-TRAIL-FILE
                   CLOSE AUDIT-LOG-FILE
               END-IF
           END-IF.
           DISPLAY "RELEASED: " WS-RELEASE-COUNT
               "  SCRAPPED: " WS-SCRAP-COUNT
               "  STILL ON HOLD: " WS-OPEN-COUNT.

        0805-OPEN-TRAIL-FILES.

           OPEN EXTEND HOLD-TRAIL-FILE.
           IF WS-TRAIL-FILE-STATUS = "35"
               OPEN OUTPUT HOLD-TRAIL-FILE
           END-IF.
           IF WS-TRAIL-FILE-STATUS NOT = "00"
               DISPLAY "*** HOLD TRAIL OPEN FAILED - STATUS: "
                   WS-TRAIL-FILE-STATUS
               SET WS-TRAIL-ERROR TO TRUE
           ELSE
               OPEN EXTEND AUDIT-LOG-FILE
               IF WS-AUDIT-FILE-STATUS = "35"
                   OPEN OUTPUT AUDIT-LOG-FILE
               END-IF
               IF WS-AUDIT-FILE-STATUS NOT = "00"
                   DISPLAY "*** AUDIT LOG OPEN FAILED - STATUS: "
                       WS-AUDIT-FILE-STATUS
                   CLOSE HOLD-TRAIL-FILE
                   SET WS-TRAIL-ERROR TO TRUE
               END-IF
           END-IF.

        0820-WRITE-ONE-HOLD.

           MOVE TB-HOLD-RECORD(WS-HOLD-IDX) TO QUALITY-HOLD-RECORD.
           WRITE QUALITY-HOLD-RECORD.
           IF WS-HOLD-FILE-STATUS NOT = "00"
               DISPLAY "*** QUALITY HOLD FILE ERROR - STATUS: "
                   WS-HOLD-FILE-STATUS
           END-IF.
           IF TB-CHANGED(WS-HOLD-IDX)
               PERFORM 0830-WRITE-TRAIL
           END-IF.

        0830-WRITE-TRAIL.

           MOVE SPACES TO QUALITY-HOLD-TRAIL-RECORD.
           MOVE TB-ACTION-TS(WS-HOLD-IDX) TO QT-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO QT-OPERATOR-ID.
           MOVE QH-STATUS TO QT-ACTION.
           MOVE QUALITY-HOLD-RECORD TO QT-HOLD-IMAGE.
           WRITE QUALITY-HOLD-TRAIL-RECORD.
           IF WS-TRAIL-FILE-STATUS NOT = "00"
               DISPLAY "*** HOLD TRAIL ERROR - STATUS: "
                   WS-TRAIL-FILE-STATUS
           END-IF.
           IF QH-RELEASED
               MOVE "RELEASED" TO WS-AUDIT-ACTION-TEXT
           ELSE
               MOVE "SCRAPPED" TO WS-AUDIT-ACTION-TEXT
           END-IF.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE QT-TIMESTAMP TO AL-TIMESTAMP.
           MOVE "QUALITY-HOLD-RELEASE" TO AL-PROGRAM-NAME.
           MOVE QH-PART-ID TO AL-INPUT-VALUE.
           STRING WS-AUDIT-ACTION-TEXT DELIMITED BY SPACE
                  " BY "               DELIMITED BY SIZE
                  WS-OPERATOR-ID       DELIMITED BY SIZE
               INTO AL-OUTPUT-VALUE
           END-STRING.
           WRITE AUDIT-LOG-RECORD.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "*** AUDIT LOG ERROR - STATUS: "
                   WS-AUDIT-FILE-STATUS
           END-IF.

       END PROGRAM QUALITY-HOLD-RELEASE.
