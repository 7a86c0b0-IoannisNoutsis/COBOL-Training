      **********************************************************************************
      *     Author:      GIANNIS NOUTSIS                                               *
      *     Date:        10/15/2026                                                    *
      *     Purpose:     Quality hold on parts made during a temperature excursion.    *
      *     This program reads the maintenance alerts the temperature run           *
      *     wrote, finds the plant each alerting sensor belongs to on the           *
      *     sensor master, and puts every costed ledger record that plant          *
      *     produced on the episode's run dates on the quality-hold file, so       *
      *     billing leaves those parts out until QA releases or scraps them.      *
      *     Every hold placed is written to the hold trail.  The run can be        *
      *     repeated: a ledger record already on the hold file is not held         *
      *     twice.  Ledger records read must equal records not affected plus      *
      *     records newly held plus records already held, or the report says      *
      *     so in capitals.  The run ends with RETURN-CODE 4 when an alert         *
      *     could not be tied to a plant, and RETURN-CODE 8 when the episode       *
      *     table overflowed, a file could not be read, or the totals do not      *
      *     balance.                                                                *
      **********************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUALITY-HOLD.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "TEMPALRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.

           SELECT SENSOR-MASTER-FILE ASSIGN TO "SENSMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-SENSOR-ID
               FILE STATUS IS WS-SENSMAST-FILE-STATUS.

           SELECT COSTED-LEDGER-FILE ASSIGN TO "COSTLEDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.

           SELECT QUALITY-HOLD-FILE ASSIGN TO "QUALHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT HOLD-TRAIL-FILE ASSIGN TO "QHTRAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAIL-FILE-STATUS.

           SELECT HOLD-REPORT-FILE ASSIGN TO "QUALHOLD.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
           COPY ALERTREC.

       FD  SENSOR-MASTER-FILE.
           COPY SENSMREC.

       FD  COSTED-LEDGER-FILE.
           COPY COSTLREC.

       FD  QUALITY-HOLD-FILE.
           COPY QHOLDREC.

       FD  HOLD-TRAIL-FILE.
           COPY QHTRLREC.

       FD  HOLD-REPORT-FILE.
       01  WS-REPORT-RECORD           PIC X(100).

       WORKING-STORAGE SECTION.
        01   WS-SWITCHES.
             05 WS-EOF-SWITCH       PIC X VALUE "N".
                88 WS-EOF                VALUE "Y".
             05 WS-INIT-ERROR-SWITCH PIC X VALUE "N".
                88 WS-INIT-ERROR         VALUE "Y".
             05 WS-SENSMAST-OPEN-SWITCH PIC X VALUE "N".
                88 WS-SENSMAST-OPEN      VALUE "Y".
             05 WS-LEDGER-OPEN-SWITCH PIC X VALUE "N".
                88 WS-LEDGER-OPEN        VALUE "Y".
             05 WS-EPISODE-FULL-SWITCH PIC X VALUE "N".
                88 WS-EPISODE-TABLE-FULL VALUE "Y".
        01   WS-FILE-STATUSES.
             05 WS-ALERT-FILE-STATUS    PIC X(2) VALUE SPACES.
             05 WS-SENSMAST-FILE-STATUS PIC X(2) VALUE SPACES.
             05 WS-LEDGER-FILE-STATUS   PIC X(2) VALUE SPACES.
             05 WS-HOLD-FILE-STATUS     PIC X(2) VALUE SPACES.
             05 WS-TRAIL-FILE-STATUS    PIC X(2) VALUE SPACES.
             05 WS-REPORT-FILE-STATUS   PIC X(2) VALUE SPACES.
        01   WS-RUN-DATE            PIC 9(8) VALUE ZEROES.
        01   WS-COUNTS.
             05 WS-ALERT-COUNT      PIC 9(6) VALUE ZEROES.
             05 WS-UNASSIGNED-COUNT PIC 9(6) VALUE ZEROES.
             05 WS-READ-COUNT       PIC 9(6) VALUE ZEROES.
             05 WS-NOT-AFFECTED-COUNT PIC 9(6) VALUE ZEROES.
             05 WS-NEW-HOLD-COUNT   PIC 9(6) VALUE ZEROES.
             05 WS-ALREADY-HELD-COUNT PIC 9(6) VALUE ZEROES.
             05 WS-NEW-HOLD-COST    PIC 9(13)V9(2) VALUE ZEROES.
      *    One row per alert episode that could be tied to a plant.
      *    The run dates are the date parts of the alert's start and
      *    end timestamps; a ledger record carries only its run date,
      *    so every part the plant made on those days is suspect.
        01   WS-EPISODE-TABLE.
             05 WS-EPISODE-COUNT    PIC 9(3) VALUE ZEROES.
             05 WS-EPISODE-SUB      PIC 9(3) VALUE ZEROES.
             05 WS-FOUND-EPISODE-SUB PIC 9(3) VALUE ZEROES.
             05 WS-EPISODE-ENTRY OCCURS 100 TIMES.
                10 EP-SENSOR-ID     PIC X(8).
                10 EP-PLANT-ID      PIC X(4).
                10 EP-LOCATION      PIC X(20).
                10 EP-START-TS      PIC X(12).
                10 EP-END-TS        PIC X(12).
                10 EP-START-DATE    PIC 9(8).
                10 EP-END-DATE      PIC 9(8).
                10 EP-HELD-COUNT    PIC 9(6).
      *    The hold file as it stood before this run.  Each row can
      *    answer for one ledger record only, so a ledger that holds
      *    two identical records needs two holds before both count
      *    as already held.
        01   WS-HOLD-TABLE.
             05 WS-HOLD-COUNT       PIC 9(4) VALUE ZEROES.
             05 WS-HOLD-SUB         PIC 9(4) VALUE ZEROES.
             05 WS-FOUND-HOLD-SUB   PIC 9(4) VALUE ZEROES.
             05 WS-HOLD-ENTRY OCCURS 1000 TIMES.
                10 HT-LEDGER-RECORD PIC X(77).
                10 HT-CLAIMED-SWITCH PIC X.
                   88 HT-CLAIMED         VALUE "Y".
        01   WS-DISPLAY-FIELDS.
             05 WS-DISPLAY-COUNT    PIC ZZZZZ9.
             05 WS-DISPLAY-QTY      PIC ZZZZZ9.
             05 WS-DISPLAY-COST     PIC ZZZZZZZZZZZZ9.99.
        01   WS-REPORT-HEADER-1     PIC X(80) VALUE
             "QUALITY HOLD - PARTS MADE DURING TEMPERATURE EXCURSIONS".
        01   WS-REPORT-HEADER-2.
             05 FILLER              PIC X(11) VALUE "RUN DATE: ".
             05 WS-HDR-DATE         PIC 9(8).

       PROCEDURE DIVISION.

        0000-MAIN-CONTROL.

           PERFORM 0050-INITIALIZE
           IF NOT WS-INIT-ERROR
               PERFORM 0300-CHECK-ONE-LEDGER-RECORD UNTIL WS-EOF
               PERFORM 0900-TERMINATE
           END-IF
           STOP RUN.

        0050-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           OPEN OUTPUT HOLD-REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "*** HOLD REPORT OPEN FAILED - STATUS: "
                   WS-REPORT-FILE-STATUS
               SET WS-INIT-ERROR TO TRUE
           ELSE
               MOVE WS-RUN-DATE TO WS-HDR-DATE
               WRITE WS-REPORT-RECORD FROM WS-REPORT-HEADER-1
               PERFORM 0810-CHECK-REPORT-STATUS
               WRITE WS-REPORT-RECORD FROM WS-REPORT-HEADER-2
               PERFORM 0810-CHECK-REPORT-STATUS
               MOVE SPACES TO WS-REPORT-RECORD
               WRITE WS-REPORT-RECORD
               PERFORM 0810-CHECK-REPORT-STATUS
               PERFORM 0100-LOAD-EPISODES
               IF NOT WS-INIT-ERROR
                   PERFORM 0200-LOAD-HOLD-FILE
               END-IF
           END-IF.
           IF NOT WS-INIT-ERROR
               PERFORM 0060-OPEN-OUTPUT-FILES
           END-IF.
           IF NOT WS-INIT-ERROR
               IF WS-EPISODE-COUNT = ZEROES
                   SET WS-EOF TO TRUE
               ELSE
                   OPEN INPUT COSTED-LEDGER-FILE
                   IF WS-LEDGER-FILE-STATUS = "35"
                       SET WS-EOF TO TRUE
                   ELSE
                       IF WS-LEDGER-FILE-STATUS NOT = "00"
                           DISPLAY "*** COSTED LEDGER OPEN FAILED - "
                               "STATUS: " WS-LEDGER-FILE-STATUS
                           MOVE 8 TO RETURN-CODE
                           SET WS-EOF TO TRUE
                       ELSE
                           SET WS-LEDGER-OPEN TO TRUE
                           PERFORM 0800-READ-NEXT-LEDGER
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    New holds are appended to the hold file and the trail;
      *    neither existing on disk just means this is the first
      *    excursion ever held.
        0060-OPEN-OUTPUT-FILES.

           OPEN EXTEND QUALITY-HOLD-FILE.
           IF WS-HOLD-FILE-STATUS = "35"
               OPEN OUTPUT QUALITY-HOLD-FILE
           END-IF.
           IF WS-HOLD-FILE-STATUS NOT = "00"
               DISPLAY "*** QUALITY HOLD FILE OPEN FAILED - STATUS: "
                   WS-HOLD-FILE-STATUS
               CLOSE HOLD-REPORT-FILE
               SET WS-INIT-ERROR TO TRUE
           ELSE
               OPEN EXTEND HOLD-TRAIL-FILE
               IF WS-TRAIL-FILE-STATUS = "35"
                   OPEN OUTPUT HOLD-TRAIL-FILE
               END-IF
               IF WS-TRAIL-FILE-STATUS NOT = "00"
                   DISPLAY "*** HOLD TRAIL OPEN FAILED - STATUS: "
                       WS-TRAIL-FILE-STATUS
                   CLOSE QUALITY-HOLD-FILE
                   CLOSE HOLD-REPORT-FILE
                   SET WS-INIT-ERROR TO TRUE
               END-IF
           END-IF.

      *    No alert file means no excursions, which is the good day.
      *    An alert from a sensor that is not on the sensor master,
      *    or has no plant, cannot be tied to any parts; it is listed
      *    so quality can assign the sensor and run the hold again.
      *    A sensor master that is there but cannot be read stops the
      *    run: every alert would otherwise go unheld for want of a
      *    plant.
        0100-LOAD-EPISODES.

           OPEN INPUT SENSOR-MASTER-FILE.
           IF WS-SENSMAST-FILE-STATUS = "00"
               SET WS-SENSMAST-OPEN TO TRUE
           ELSE
               IF WS-SENSMAST-FILE-STATUS NOT = "35"
                   DISPLAY "*** SENSOR MASTER OPEN FAILED - STATUS: "
                       WS-SENSMAST-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   CLOSE HOLD-REPORT-FILE
                   SET WS-INIT-ERROR TO TRUE
               END-IF
           END-IF.
           IF NOT WS-INIT-ERROR
               PERFORM 0105-LOAD-ALERT-FILE
           END-IF.

        0105-LOAD-ALERT-FILE.

           MOVE "EXCURSION EPISODES" TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           OPEN INPUT ALERT-FILE.
           IF WS-ALERT-FILE-STATUS = "00"
               PERFORM 0110-LOAD-ONE-EPISODE UNTIL WS-EOF
               CLOSE ALERT-FILE
               MOVE "N" TO WS-EOF-SWITCH
           ELSE
               IF WS-ALERT-FILE-STATUS NOT = "35"
                   DISPLAY "*** ALERT FILE OPEN FAILED - STATUS: "
                       WS-ALERT-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-ALERT-COUNT = ZEROES
               MOVE "NO MAINTENANCE ALERTS ON FILE." TO WS-REPORT-RECORD
               WRITE WS-REPORT-RECORD
               PERFORM 0810-CHECK-REPORT-STATUS
           END-IF.
           IF WS-SENSMAST-OPEN
               CLOSE SENSOR-MASTER-FILE
           END-IF.

        0110-LOAD-ONE-EPISODE.

           READ ALERT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ALERT-COUNT
                   MOVE SPACES TO SM-PLANT-ID
                   MOVE SPACES TO SM-LOCATION
                   IF WS-SENSMAST-OPEN
                       MOVE MA-SENSOR-ID TO SM-SENSOR-ID
                       READ SENSOR-MASTER-FILE
                           INVALID KEY
                               MOVE SPACES TO SM-PLANT-ID
                       END-READ
                   END-IF
                   PERFORM 0120-ADD-EPISODE
           END-READ.

        0120-ADD-EPISODE.

           MOVE SPACES TO WS-REPORT-RECORD.
           IF SM-PLANT-ID = SPACES OR
              MA-START-TIMESTAMP(1:8) IS NOT NUMERIC OR
              MA-END-TIMESTAMP(1:8) IS NOT NUMERIC
               ADD 1 TO WS-UNASSIGNED-COUNT
               STRING "*** SENSOR: "      DELIMITED BY SIZE
                      MA-SENSOR-ID        DELIMITED BY SIZE
                      " FROM "            DELIMITED BY SIZE
                      MA-START-TIMESTAMP  DELIMITED BY SIZE
                      " TO "              DELIMITED BY SIZE
                      MA-END-TIMESTAMP    DELIMITED BY SIZE
                      " NO PLANT ON SENSOR MASTER - NOT HELD"
                          DELIMITED BY SIZE
                   INTO WS-REPORT-RECORD
               END-STRING
           ELSE
               IF WS-EPISODE-COUNT >= 100
                   ADD 1 TO WS-UNASSIGNED-COUNT
                   SET WS-EPISODE-TABLE-FULL TO TRUE
                   STRING "*** SENSOR: "      DELIMITED BY SIZE
                          MA-SENSOR-ID        DELIMITED BY SIZE
                          " FROM "            DELIMITED BY SIZE
                          MA-START-TIMESTAMP  DELIMITED BY SIZE
                          " EPISODE TABLE FULL - NOT HELD"
                              DELIMITED BY SIZE
                       INTO WS-REPORT-RECORD
                   END-STRING
               ELSE
                   ADD 1 TO WS-EPISODE-COUNT
                   MOVE WS-EPISODE-COUNT TO WS-EPISODE-SUB
                   MOVE MA-SENSOR-ID TO EP-SENSOR-ID(WS-EPISODE-SUB)
                   MOVE SM-PLANT-ID  TO EP-PLANT-ID(WS-EPISODE-SUB)
                   MOVE SM-LOCATION  TO EP-LOCATION(WS-EPISODE-SUB)
                   MOVE MA-START-TIMESTAMP
                       TO EP-START-TS(WS-EPISODE-SUB)
                   MOVE MA-END-TIMESTAMP
                       TO EP-END-TS(WS-EPISODE-SUB)
                   MOVE MA-START-TIMESTAMP(1:8)
                       TO EP-START-DATE(WS-EPISODE-SUB)
                   MOVE MA-END-TIMESTAMP(1:8)
                       TO EP-END-DATE(WS-EPISODE-SUB)
                   MOVE ZEROES TO EP-HELD-COUNT(WS-EPISODE-SUB)
                   STRING "SENSOR: "          DELIMITED BY SIZE
                          MA-SENSOR-ID        DELIMITED BY SIZE
                          " PLANT: "          DELIMITED BY SIZE
                          SM-PLANT-ID         DELIMITED BY SIZE
                          " "                 DELIMITED BY SIZE
                          SM-LOCATION         DELIMITED BY SIZE
                          " FROM "            DELIMITED BY SIZE
                          MA-START-TIMESTAMP  DELIMITED BY SIZE
                          " TO "              DELIMITED BY SIZE
                          MA-END-TIMESTAMP    DELIMITED BY SIZE
                       INTO WS-REPORT-RECORD
                   END-STRING
               END-IF
           END-IF.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.

        0200-LOAD-HOLD-FILE.

           OPEN INPUT QUALITY-HOLD-FILE.
           IF WS-HOLD-FILE-STATUS = "00"
               PERFORM 0210-LOAD-ONE-HOLD UNTIL WS-EOF
               CLOSE QUALITY-HOLD-FILE
               MOVE "N" TO WS-EOF-SWITCH
           ELSE
               IF WS-HOLD-FILE-STATUS NOT = "35"
                   DISPLAY "*** QUALITY HOLD FILE OPEN FAILED - "
                       "STATUS: " WS-HOLD-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   CLOSE HOLD-REPORT-FILE
                   SET WS-INIT-ERROR TO TRUE
               END-IF
           END-IF.

        0210-LOAD-ONE-HOLD.

           READ QUALITY-HOLD-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-HOLD-COUNT >= 1000
                       DISPLAY "*** MORE THAN 1000 HOLD RECORDS - "
                           "HOLD TABLE FULL - NOTHING HELD."
                       CLOSE HOLD-REPORT-FILE
                       SET WS-INIT-ERROR TO TRUE
                       SET WS-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE QH-LEDGER-RECORD
                           TO HT-LEDGER-RECORD(WS-HOLD-COUNT)
                       MOVE "N" TO HT-CLAIMED-SWITCH(WS-HOLD-COUNT)
                   END-IF
           END-READ.

      *    A ledger record matches the first episode whose plant made
      *    it on one of the episode's run dates.  If the hold file
      *    already answers for it, it is only counted; otherwise it
      *    is held now.
        0300-CHECK-ONE-LEDGER-RECORD.

           ADD 1 TO WS-READ-COUNT.
           MOVE ZEROES TO WS-FOUND-EPISODE-SUB.
           IF CL-RUN-DATE IS NUMERIC
               PERFORM 0310-CHECK-ONE-EPISODE
                   VARYING WS-EPISODE-SUB FROM 1 BY 1
                   UNTIL WS-EPISODE-SUB > WS-EPISODE-COUNT
                      OR WS-FOUND-EPISODE-SUB > ZEROES
           END-IF.
           IF WS-FOUND-EPISODE-SUB = ZEROES
               ADD 1 TO WS-NOT-AFFECTED-COUNT
           ELSE
               MOVE ZEROES TO WS-FOUND-HOLD-SUB
               PERFORM 0320-CHECK-ONE-HOLD
                   VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                      OR WS-FOUND-HOLD-SUB > ZEROES
               IF WS-FOUND-HOLD-SUB > ZEROES
                   ADD 1 TO WS-ALREADY-HELD-COUNT
               ELSE
                   PERFORM 0400-PLACE-HOLD
               END-IF
           END-IF.
           PERFORM 0800-READ-NEXT-LEDGER.

        0310-CHECK-ONE-EPISODE.

           IF CL-PLANT-ID = EP-PLANT-ID(WS-EPISODE-SUB) AND
              CL-RUN-DATE NOT < EP-START-DATE(WS-EPISODE-SUB) AND
              CL-RUN-DATE NOT > EP-END-DATE(WS-EPISODE-SUB)
               MOVE WS-EPISODE-SUB TO WS-FOUND-EPISODE-SUB
           END-IF.

        0320-CHECK-ONE-HOLD.

           IF NOT HT-CLAIMED(WS-HOLD-SUB) AND
              HT-LEDGER-RECORD(WS-HOLD-SUB) = COSTED-LEDGER-RECORD
               MOVE "Y" TO HT-CLAIMED-SWITCH(WS-HOLD-SUB)
               MOVE WS-HOLD-SUB TO WS-FOUND-HOLD-SUB
           END-IF.

        0400-PLACE-HOLD.

           MOVE SPACES TO QUALITY-HOLD-RECORD.
           MOVE COSTED-LEDGER-RECORD TO QH-LEDGER-RECORD.
           MOVE EP-SENSOR-ID(WS-FOUND-EPISODE-SUB) TO QH-SENSOR-ID.
           MOVE EP-START-TS(WS-FOUND-EPISODE-SUB)
               TO QH-EPISODE-START.
           MOVE EP-END-TS(WS-FOUND-EPISODE-SUB) TO QH-EPISODE-END.
           MOVE WS-RUN-DATE TO QH-HOLD-DATE.
           SET QH-ON-HOLD TO TRUE.
           MOVE ZEROES TO QH-DISPOSITION-DATE.
           WRITE QUALITY-HOLD-RECORD.
           IF WS-HOLD-FILE-STATUS NOT = "00"
               DISPLAY "*** QUALITY HOLD FILE ERROR - STATUS: "
                   WS-HOLD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO QUALITY-HOLD-TRAIL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO QT-TIMESTAMP.
           MOVE "QUALHOLD" TO QT-OPERATOR-ID.
           SET QT-ACTION-HOLD TO TRUE.
           MOVE QUALITY-HOLD-RECORD TO QT-HOLD-IMAGE.
           WRITE QUALITY-HOLD-TRAIL-RECORD.
           IF WS-TRAIL-FILE-STATUS NOT = "00"
               DISPLAY "*** HOLD TRAIL ERROR - STATUS: "
                   WS-TRAIL-FILE-STATUS
           END-IF.
           ADD 1 TO WS-NEW-HOLD-COUNT.
           ADD 1 TO EP-HELD-COUNT(WS-FOUND-EPISODE-SUB).
           IF CL-MATERIAL-COST IS NUMERIC
               ADD CL-MATERIAL-COST TO WS-NEW-HOLD-COST
               MOVE CL-MATERIAL-COST TO WS-DISPLAY-COST
           ELSE
               MOVE ZEROES TO WS-DISPLAY-COST
           END-IF.
           IF CL-QUANTITY IS NUMERIC
               MOVE CL-QUANTITY TO WS-DISPLAY-QTY
           ELSE
               MOVE 1 TO WS-DISPLAY-QTY
           END-IF.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "  HELD PART: "     DELIMITED BY SIZE
                  CL-PART-ID          DELIMITED BY SIZE
                  " PLANT: "          DELIMITED BY SIZE
                  CL-PLANT-ID         DELIMITED BY SIZE
                  " DATE: "           DELIMITED BY SIZE
                  CL-RUN-DATE         DELIMITED BY SIZE
                  " WO: "             DELIMITED BY SIZE
                  CL-WORK-ORDER       DELIMITED BY SIZE
                  " QTY: "            DELIMITED BY SIZE
                  WS-DISPLAY-QTY      DELIMITED BY SIZE
                  " COST: "           DELIMITED BY SIZE
                  WS-DISPLAY-COST     DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.

        0800-READ-NEXT-LEDGER.

           READ COSTED-LEDGER-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

        0810-CHECK-REPORT-STATUS.

           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "*** HOLD REPORT ERROR - STATUS: "
                   WS-REPORT-FILE-STATUS
           END-IF.

        0900-TERMINATE.

           IF WS-EPISODE-COUNT > ZEROES
               MOVE SPACES TO WS-REPORT-RECORD
               WRITE WS-REPORT-RECORD
               PERFORM 0810-CHECK-REPORT-STATUS
               MOVE "NEW HOLDS BY EPISODE" TO WS-REPORT-RECORD
               WRITE WS-REPORT-RECORD
               PERFORM 0810-CHECK-REPORT-STATUS
               PERFORM 0910-WRITE-ONE-EPISODE
                   VARYING WS-EPISODE-SUB FROM 1 BY 1
                   UNTIL WS-EPISODE-SUB > WS-EPISODE-COUNT
           END-IF.
           PERFORM 0930-WRITE-CONTROL-TOTALS.
           IF WS-LEDGER-OPEN
               CLOSE COSTED-LEDGER-FILE
           END-IF.
           CLOSE QUALITY-HOLD-FILE.
           CLOSE HOLD-TRAIL-FILE.
           CLOSE HOLD-REPORT-FILE.

        0910-WRITE-ONE-EPISODE.

           MOVE EP-HELD-COUNT(WS-EPISODE-SUB) TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "SENSOR: "          DELIMITED BY SIZE
                  EP-SENSOR-ID(WS-EPISODE-SUB) DELIMITED BY SIZE
                  " PLANT: "          DELIMITED BY SIZE
                  EP-PLANT-ID(WS-EPISODE-SUB)  DELIMITED BY SIZE
                  " DATES: "          DELIMITED BY SIZE
                  EP-START-DATE(WS-EPISODE-SUB) DELIMITED BY SIZE
                  " - "               DELIMITED BY SIZE
                  EP-END-DATE(WS-EPISODE-SUB)   DELIMITED BY SIZE
                  " RECORDS HELD: "   DELIMITED BY SIZE
                  WS-DISPLAY-COUNT    DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.

        0930-WRITE-CONTROL-TOTALS.

           MOVE SPACES TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-ALERT-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "ALERTS READ:           " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT          DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-UNASSIGNED-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "ALERTS NOT APPLIED:    " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT          DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "LEDGER RECORDS READ:   " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT          DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-NOT-AFFECTED-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "NOT AFFECTED:          " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT          DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-NEW-HOLD-COUNT TO WS-DISPLAY-COUNT.
           MOVE WS-NEW-HOLD-COST  TO WS-DISPLAY-COST.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "NEWLY HELD:            " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT          DELIMITED BY SIZE
                  " COST: "                 DELIMITED BY SIZE
                  WS-DISPLAY-COST           DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-ALREADY-HELD-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "ALREADY ON HOLD FILE:  " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT          DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE SPACES TO WS-REPORT-RECORD.
           IF WS-READ-COUNT = WS-NOT-AFFECTED-COUNT +
                              WS-NEW-HOLD-COUNT +
                              WS-ALREADY-HELD-COUNT
               MOVE "CONTROL TOTALS BALANCE" TO WS-REPORT-RECORD
           ELSE
               MOVE "*** CONTROL TOTALS DO NOT BALANCE ***"
                   TO WS-REPORT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
      *    Alerts that could not be applied leave excursion parts
      *    unheld, so the scheduler is told: 4 for a sensor with no
      *    plant, which quality can assign and rerun, 8 when the
      *    episode table overflowed.
           IF WS-EPISODE-TABLE-FULL
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-UNASSIGNED-COUNT > ZEROES AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       END PROGRAM QUALITY-HOLD.
