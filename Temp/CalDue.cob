      **********************************************************************************
      *     Author:      GIANNIS NOUTSIS                                               *
      *     Date:        10/15/2026                                                    *
      *     Purpose:     Sensor calibration-due report from the sensor master.        *
      *     This program reads the whole sensor master and lists every sensor        *
      *     whose calibration is overdue or falls due within the next 14 days:     *
      *     where it is mounted, the plant, the last calibration date, the         *
      *     interval, the date it falls due, and how many days overdue or left.    *
      *     A sensor with no readable calibration date is listed as overdue -      *
      *     nobody can say when it was last right.  Sensors read must equal        *
      *     overdue plus due soon plus current, or the report says so in          *
      *     capitals.                                                               *
      **********************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALIBRATION-DUE-REPORT.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENSOR-MASTER-FILE ASSIGN TO "SENSMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-SENSOR-ID
               FILE STATUS IS WS-SENSMAST-FILE-STATUS.

           SELECT CALIBRATION-REPORT-FILE ASSIGN TO "CALDUE.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SENSOR-MASTER-FILE.
           COPY SENSMREC.

       FD  CALIBRATION-REPORT-FILE.
       01  WS-REPORT-RECORD           PIC X(100).

       WORKING-STORAGE SECTION.
        01   WS-SWITCHES.
             05 WS-EOF-SWITCH       PIC X VALUE "N".
                88 WS-EOF                VALUE "Y".
             05 WS-INIT-ERROR-SWITCH PIC X VALUE "N".
                88 WS-INIT-ERROR         VALUE "Y".
             05 WS-SENSMAST-OPEN-SWITCH PIC X VALUE "N".
                88 WS-SENSMAST-OPEN      VALUE "Y".
        01   WS-FILE-STATUSES.
             05 WS-SENSMAST-FILE-STATUS PIC X(2) VALUE SPACES.
             05 WS-REPORT-FILE-STATUS   PIC X(2) VALUE SPACES.
        01   WS-RUN-DATE            PIC 9(8) VALUE ZEROES.
        01   WS-DATE-FIELDS.
             05 WS-DUE-WINDOW-DAYS  PIC 9(3) VALUE 14.
             05 WS-TODAY-INTEGER    PIC 9(8) VALUE ZEROES.
             05 WS-CAL-INTEGER      PIC 9(8) VALUE ZEROES.
             05 WS-DUE-INTEGER      PIC 9(8) VALUE ZEROES.
             05 WS-DUE-DATE         PIC 9(8) VALUE ZEROES.
             05 WS-DAYS-TO-DUE      PIC S9(6) VALUE ZEROES.
             05 WS-DAYS-OVERDUE     PIC 9(6) VALUE ZEROES.
        01   WS-COUNTS.
             05 WS-READ-COUNT       PIC 9(6) VALUE ZEROES.
             05 WS-OVERDUE-COUNT    PIC 9(6) VALUE ZEROES.
             05 WS-DUE-SOON-COUNT   PIC 9(6) VALUE ZEROES.
             05 WS-CURRENT-COUNT    PIC 9(6) VALUE ZEROES.
        01   WS-DISPLAY-FIELDS.
             05 WS-DISPLAY-COUNT    PIC ZZZZZ9.
             05 WS-DISPLAY-DAYS     PIC ZZZZZ9.
             05 WS-STATUS-TEXT      PIC X(8)  VALUE SPACES.
             05 WS-DAYS-TEXT        PIC X(13) VALUE SPACES.
             05 WS-DUE-DATE-TEXT    PIC X(8)  VALUE SPACES.
        01   WS-REPORT-HEADER-1     PIC X(80) VALUE
             "SENSOR CALIBRATION DUE - OVERDUE OR DUE WITHIN 14 DAYS".
        01   WS-REPORT-HEADER-2.
             05 FILLER              PIC X(11) VALUE "RUN DATE: ".
             05 WS-HDR-DATE         PIC 9(8).
        01   WS-REPORT-HEADER-3.
             05 FILLER              PIC X(39) VALUE
                "STATUS   SENSOR   LOCATION             ".
             05 FILLER              PIC X(32) VALUE
                "PLANT LAST CAL INT DUE DATE DAYS".

       PROCEDURE DIVISION.

        0000-MAIN-CONTROL.

           PERFORM 0050-INITIALIZE
           IF NOT WS-INIT-ERROR
               PERFORM 0100-PROCESS-ONE-SENSOR UNTIL WS-EOF
               PERFORM 0900-TERMINATE
           END-IF
           STOP RUN.

      *    No sensor master on file just means no sensor has been set
      *    up yet; the report still prints, empty.
        0050-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               TO WS-TODAY-INTEGER.
           OPEN INPUT SENSOR-MASTER-FILE.
           IF WS-SENSMAST-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-SENSMAST-FILE-STATUS NOT = "00"
                   DISPLAY "*** SENSOR MASTER OPEN FAILED - STATUS: "
                       WS-SENSMAST-FILE-STATUS
                   SET WS-INIT-ERROR TO TRUE
               ELSE
                   SET WS-SENSMAST-OPEN TO TRUE
               END-IF
           END-IF.
           IF NOT WS-INIT-ERROR
               OPEN OUTPUT CALIBRATION-REPORT-FILE
               IF WS-REPORT-FILE-STATUS NOT = "00"
                   DISPLAY "*** CALIBRATION REPORT OPEN FAILED - "
                       "STATUS: " WS-REPORT-FILE-STATUS
                   IF WS-SENSMAST-OPEN
                       CLOSE SENSOR-MASTER-FILE
                   END-IF
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
                   WRITE WS-REPORT-RECORD FROM WS-REPORT-HEADER-3
                   PERFORM 0810-CHECK-REPORT-STATUS
                   IF NOT WS-EOF
                       PERFORM 0800-READ-NEXT-SENSOR
                   END-IF
               END-IF
           END-IF.

      *    The due date is the last calibration date plus the
      *    interval.  A date the calendar cannot convert, or a zero
      *    interval, leaves the sensor with no due date at all, and
      *    it is listed as overdue.
        0100-PROCESS-ONE-SENSOR.

           ADD 1 TO WS-READ-COUNT.
           MOVE ZEROES TO WS-CAL-INTEGER.
           IF SM-LAST-CAL-DATE IS NUMERIC AND
              SM-LAST-CAL-DATE > ZEROES
               MOVE FUNCTION INTEGER-OF-DATE(SM-LAST-CAL-DATE)
                   TO WS-CAL-INTEGER
           END-IF.
           IF WS-CAL-INTEGER = ZEROES OR
              SM-CAL-INTERVAL-DAYS IS NOT NUMERIC OR
              SM-CAL-INTERVAL-DAYS = ZEROES
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE "OVERDUE" TO WS-STATUS-TEXT
               MOVE "NONE"    TO WS-DUE-DATE-TEXT
               MOVE "NO CAL DATE" TO WS-DAYS-TEXT
               PERFORM 0200-WRITE-SENSOR-LINE
           ELSE
               COMPUTE WS-DUE-INTEGER =
                   WS-CAL-INTEGER + SM-CAL-INTERVAL-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
                   TO WS-DUE-DATE
               MOVE WS-DUE-DATE TO WS-DUE-DATE-TEXT
               COMPUTE WS-DAYS-TO-DUE =
                   WS-DUE-INTEGER - WS-TODAY-INTEGER
               IF WS-DAYS-TO-DUE < ZEROES
                   ADD 1 TO WS-OVERDUE-COUNT
                   MOVE "OVERDUE" TO WS-STATUS-TEXT
                   COMPUTE WS-DAYS-OVERDUE = 0 - WS-DAYS-TO-DUE
                   MOVE WS-DAYS-OVERDUE TO WS-DISPLAY-DAYS
                   MOVE SPACES TO WS-DAYS-TEXT
                   STRING WS-DISPLAY-DAYS DELIMITED BY SIZE
                          " OVER"         DELIMITED BY SIZE
                       INTO WS-DAYS-TEXT
                   END-STRING
                   PERFORM 0200-WRITE-SENSOR-LINE
               ELSE
                   IF WS-DAYS-TO-DUE > WS-DUE-WINDOW-DAYS
                       ADD 1 TO WS-CURRENT-COUNT
                   ELSE
                       ADD 1 TO WS-DUE-SOON-COUNT
                       MOVE "DUE" TO WS-STATUS-TEXT
                       MOVE WS-DAYS-TO-DUE TO WS-DISPLAY-DAYS
                       MOVE SPACES TO WS-DAYS-TEXT
                       STRING WS-DISPLAY-DAYS DELIMITED BY SIZE
                              " LEFT"         DELIMITED BY SIZE
                           INTO WS-DAYS-TEXT
                       END-STRING
                       PERFORM 0200-WRITE-SENSOR-LINE
                   END-IF
               END-IF
           END-IF.
           PERFORM 0800-READ-NEXT-SENSOR.

        0200-WRITE-SENSOR-LINE.

           MOVE SPACES TO WS-REPORT-RECORD.
           STRING WS-STATUS-TEXT       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  SM-SENSOR-ID         DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  SM-LOCATION          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  SM-PLANT-ID          DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  SM-LAST-CAL-DATE     DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  SM-CAL-INTERVAL-DAYS DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-DUE-DATE-TEXT     DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-DAYS-TEXT         DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.

        0800-READ-NEXT-SENSOR.

           READ SENSOR-MASTER-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.

        0810-CHECK-REPORT-STATUS.

           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "*** CALIBRATION REPORT ERROR - STATUS: "
                   WS-REPORT-FILE-STATUS
           END-IF.

        0900-TERMINATE.

           MOVE SPACES TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           IF WS-OVERDUE-COUNT = ZEROES AND WS-DUE-SOON-COUNT = ZEROES
               MOVE "NO SENSORS OVERDUE OR DUE WITHIN 14 DAYS."
                   TO WS-REPORT-RECORD
               WRITE WS-REPORT-RECORD
               PERFORM 0810-CHECK-REPORT-STATUS
           END-IF.
           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "SENSORS READ:     " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT     DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-OVERDUE-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "OVERDUE:          " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT     DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-DUE-SOON-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "DUE WITHIN 14 DAYS:" DELIMITED BY SIZE
                  WS-DISPLAY-COUNT     DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-CURRENT-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "CURRENT:          " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT     DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE SPACES TO WS-REPORT-RECORD.
           IF WS-READ-COUNT =
              WS-OVERDUE-COUNT + WS-DUE-SOON-COUNT + WS-CURRENT-COUNT
               MOVE "CONTROL TOTALS BALANCE" TO WS-REPORT-RECORD
           ELSE
               MOVE "*** CONTROL TOTALS DO NOT BALANCE ***"
                   TO WS-REPORT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           IF WS-SENSMAST-OPEN
               CLOSE SENSOR-MASTER-FILE
           END-IF.
           CLOSE CALIBRATION-REPORT-FILE.

       END PROGRAM CALIBRATION-DUE-REPORT.
