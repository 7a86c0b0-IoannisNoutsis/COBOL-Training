      *                  for any episode longer than the threshold read      *
      *                  from the run parameter file, so dispatch no longer  *
      *                  waits for the morning printout.                     *
      *     Modified:    10/15/2026 - look each sensor up on the indexed   *
      *                  sensor master and add its calibration offset to   *
      *                  the Celsius reading before the limit check; the   *
      *                  exceptions report shows the raw reading, the      *
      *                  offset, and the corrected value for every         *
      *                  out-of-range reading.                             *
      *     Modified:    10/15/2026 - refuse to run when today falls in a  *
      *                  month the month-end close has already closed,  *
      *                  so no audit-log line is dated into it.          *
      *     Modified:    10/15/2026 - append each sensor's daily Celsius  *
      *                  statistics (readings, mean, minimum, maximum,   *
      *                  standard deviation) to the rolling sensor       *
      *                  history for the drift control chart, once a     *
      *                  day; the coverage section shows the deviation.  *
      **********************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CELSIOUS-TO-FAHRENHEIT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-FILE-STATUS.

           SELECT SENSOR-MASTER-FILE ASSIGN TO "SENSMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-SENSOR-ID
               FILE STATUS IS WS-SENSMAST-FILE-STATUS.

           SELECT CLOSE-STATUS-FILE ASSIGN TO "CLOSESTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-FILE-STATUS.

           SELECT SENSOR-HISTORY-FILE ASSIGN TO "SENSHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SENSOR-READINGS-FILE.
           05  PRM-ALERT-THRESHOLD-N
               REDEFINES PRM-ALERT-THRESHOLD PIC 9(3).

       FD  SENSOR-MASTER-FILE.
           COPY SENSMREC.

       FD  CLOSE-STATUS-FILE.
           COPY CLOSEREC.

       FD  SENSOR-HISTORY-FILE.
           COPY SENSHREC.

       WORKING-STORAGE SECTION.
       01    WS-CELSIOUS.
             05    WS-CELSIOUS-VALUE PIC S9(5)V9(2) VALUE ZEROES.
             05 WS-EXCEPTIONS-FILE-STATUS PIC X(2) VALUE SPACES.
             05 WS-ALERT-FILE-STATUS      PIC X(2) VALUE SPACES.
             05 WS-PARAMETER-FILE-STATUS  PIC X(2) VALUE SPACES.
             05 WS-SENSMAST-FILE-STATUS   PIC X(2) VALUE SPACES.
             05 WS-CLOSE-FILE-STATUS      PIC X(2) VALUE SPACES.
             05 WS-HISTORY-FILE-STATUS    PIC X(2) VALUE SPACES.
       01    WS-CLOSE-FIELDS.
             05 WS-RUN-DATE          PIC 9(8) VALUE ZEROES.
             05 WS-LAST-CLOSED-MONTH PIC 9(6) VALUE ZEROES.
             05 WS-CLOSE-EOF-SWITCH  PIC X VALUE "N".
                88 WS-CLOSE-EOF           VALUE "Y".
       01    WS-COUNTS.
             05 WS-READING-COUNT     PIC 9(6) VALUE ZEROES.
             05 WS-EXCEPTION-COUNT   PIC 9(6) VALUE ZEROES.
      *    at start-up so a sensor that sends NOTHING all night still
      *    gets a row - a dead probe cannot announce itself.  Each
      *    row tracks which of the 24 hours reported at least one
      *    reading and the day's minimum, maximum, sum, and sum of
      *    squares in Celsius for the coverage section and the
      *    sensor history.
       01    WS-SENSOR-TABLE.
             05 WS-SENSOR-COUNT      PIC 9(3) VALUE ZEROES.
             05 WS-SENSOR-SUB        PIC 9(3) VALUE ZEROES.
                10 SR-MIN-CELSIUS    PIC S9(5)V9(2).
                10 SR-MAX-CELSIUS    PIC S9(5)V9(2).
                10 SR-SUM-CELSIUS    PIC S9(9)V9(2).
                10 SR-SUMSQ-CELSIUS  PIC S9(13)V9(4).
                10 SR-EPISODE-SWITCH PIC X.
                   88 SR-EPISODE-OPEN     VALUE "Y".
                10 SR-EPI-START-TS   PIC X(12).
             05 WS-DISPLAY-MAX-VALUE PIC -ZZZZ9.99.
             05 WS-DISPLAY-AVG-VALUE PIC -ZZZZ9.99.
             05 WS-DISPLAY-SENSOR-COUNT PIC ZZZ9.
             05 WS-VARIANCE-CELSIUS  PIC S9(11)V9(6) VALUE ZEROES.
             05 WS-STD-DEV-CELSIUS   PIC S9(5)V9(2) VALUE ZEROES.
             05 WS-DISPLAY-SD-VALUE  PIC ZZZZ9.99.
      *    The day's statistics go on the sensor history once; a
      *    rerun finds the day already there and adds nothing.
       01    WS-HISTORY-FIELDS.
             05 WS-HISTORY-EOF-SWITCH PIC X VALUE "N".
                88 WS-HISTORY-EOF         VALUE "Y".
             05 WS-HISTORY-DONE-SWITCH PIC X VALUE "N".
                88 WS-HISTORY-DONE        VALUE "Y".
             05 WS-HISTORY-COUNT     PIC 9(4) VALUE ZEROES.
             05 WS-DISPLAY-HISTORY-COUNT PIC ZZZ9.
      *    The calibration offset of the sensor last looked up on the
      *    sensor master.  The readings arrive grouped by sensor, so
      *    the master is read once per sensor, not once per reading.
       01    WS-CALIBRATION-FIELDS.
             05 WS-SENSMAST-OPEN-SWITCH PIC X VALUE "N".
                88 WS-SENSMAST-OPEN       VALUE "Y".
             05 WS-MASTER-FOUND-SWITCH PIC X VALUE "N".
                88 WS-MASTER-FOUND        VALUE "Y".
             05 WS-MASTER-SENSOR-ID  PIC X(8)  VALUE HIGH-VALUES.
             05 WS-OFFSET-VALUE      PIC S9(2)V9(2) VALUE ZEROES.
             05 WS-RAW-CELSIUS-VALUE PIC S9(5)V9(2) VALUE ZEROES.
             05 WS-NO-MASTER-COUNT   PIC 9(6) VALUE ZEROES.
             05 WS-DISPLAY-RAW-VALUE PIC -ZZZZ9.99.
             05 WS-DISPLAY-OFFSET-VALUE PIC -Z9.99.
       01    WS-ACTIVE-LIMITS.
             05 WS-ACTIVE-LOW        PIC S9(4)V9(2) VALUE ZEROES.
             05 WS-ACTIVE-HIGH       PIC S9(4)V9(2) VALUE ZEROES.

        0000-MAIN-CONTROL.

           PERFORM 0045-CHECK-CLOSED-MONTH
           IF NOT WS-INIT-ERROR
               PERFORM 0050-INITIALIZE
           END-IF
           IF NOT WS-INIT-ERROR
               PERFORM 0100-PROCESS-RECORDS UNTIL WS-EOF
               PERFORM 0900-TERMINATE
           END-IF
           STOP RUN.

      *    A closed month has been archived by the month-end close;
      *    no audit-log line may be dated in it.  No close-status
      *    file means no month has been closed yet.
        0045-CHECK-CLOSED-MONTH.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           OPEN INPUT CLOSE-STATUS-FILE.
           IF WS-CLOSE-FILE-STATUS NOT = "35"
               IF WS-CLOSE-FILE-STATUS NOT = "00"
                   DISPLAY "*** CLOSE STATUS FILE OPEN FAILED - "
                       "STATUS: " WS-CLOSE-FILE-STATUS
                   SET WS-INIT-ERROR TO TRUE
               ELSE
                   PERFORM 0047-READ-ONE-CLOSE-STATUS
                       UNTIL WS-CLOSE-EOF
                   CLOSE CLOSE-STATUS-FILE
                   IF WS-RUN-DATE(1:6) NOT > WS-LAST-CLOSED-MONTH
                       DISPLAY "*** RUN DATE " WS-RUN-DATE
                           " IS IN A CLOSED MONTH - LAST CLOSED "
                           "MONTH IS " WS-LAST-CLOSED-MONTH "."
                       SET WS-INIT-ERROR TO TRUE
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

        0050-INITIALIZE.

           OPEN EXTEND AUDIT-LOG-FILE.
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           PERFORM 0055-READ-PARAMETER-FILE.
           PERFORM 0058-OPEN-SENSOR-MASTER.
           PERFORM 0060-LOAD-LIMITS-FILE.
           PERFORM 0065-SEED-SENSOR-TABLE
               VARYING WS-LIMIT-IDX FROM 1 BY 1
               END-IF
           END-IF.

      *    A missing sensor master is not fatal either: the readings
      *    are checked uncorrected and the report says so.
        0058-OPEN-SENSOR-MASTER.

           OPEN INPUT SENSOR-MASTER-FILE.
           IF WS-SENSMAST-FILE-STATUS = "35"
               DISPLAY "NO SENSOR MASTER - NO CALIBRATION OFFSETS."
           ELSE
               IF WS-SENSMAST-FILE-STATUS NOT = "00"
                   DISPLAY "*** SENSOR MASTER OPEN FAILED - STATUS: "
                       WS-SENSMAST-FILE-STATUS
               ELSE
                   SET WS-SENSMAST-OPEN TO TRUE
               END-IF
           END-IF.

      *    A missing limits file is not fatal: the readings are still
      *    converted and reported, there is just nothing to alert on.
        0060-LOAD-LIMITS-FILE.
      *    Converts the incoming reading to Celsius first, then
      *    derives the other two scales from the Celsius value, so
      *    every reading is reported in all three scales whatever
      *    scale the sensor sent.  The sensor's calibration offset is
      *    added to the Celsius value before the other two scales are
      *    derived, so the limit check and all three scales see the
      *    corrected reading; the uncorrected Celsius value is kept
      *    for the exceptions report.
        0300-CONVERT-READING.

           MOVE SN-READING-NUM TO WS-READING-VALUE.
               COMPUTE WS-CELSIOUS-VALUE ROUNDED =
                   WS-READING-VALUE - 273.15
           END-EVALUATE.
           MOVE WS-CELSIOUS-VALUE TO WS-RAW-CELSIUS-VALUE.
           PERFORM 0310-APPLY-CALIBRATION.
           COMPUTE WS-FAHRENHEIT-VALUE ROUNDED =
               (WS-CELSIOUS-VALUE * 9) / 5 + 32.
           COMPUTE WS-KELVIN-VALUE ROUNDED =
           MOVE WS-FAHRENHEIT-VALUE TO WS-DISPLAY-FAHRENHEIT-VALUE.
           MOVE WS-KELVIN-VALUE     TO WS-DISPLAY-KELVIN-VALUE.

        0310-APPLY-CALIBRATION.

           IF SN-SENSOR-ID NOT = WS-MASTER-SENSOR-ID
               PERFORM 0320-READ-SENSOR-MASTER
           END-IF.
           IF WS-MASTER-FOUND
               ADD WS-OFFSET-VALUE TO WS-CELSIOUS-VALUE
           ELSE
               ADD 1 TO WS-NO-MASTER-COUNT
           END-IF.

      *    A sensor with no master record, or with an unreadable
      *    offset, is checked uncorrected.
        0320-READ-SENSOR-MASTER.

           MOVE SN-SENSOR-ID TO WS-MASTER-SENSOR-ID.
           MOVE "N" TO WS-MASTER-FOUND-SWITCH.
           MOVE ZEROES TO WS-OFFSET-VALUE.
           IF WS-SENSMAST-OPEN
               MOVE SN-SENSOR-ID TO SM-SENSOR-ID
               READ SENSOR-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SM-CAL-OFFSET IS NUMERIC
                           SET WS-MASTER-FOUND TO TRUE
                           MOVE SM-CAL-OFFSET-NUM TO WS-OFFSET-VALUE
                           IF SM-OFFSET-SIGN = "-"
                               COMPUTE WS-OFFSET-VALUE =
                                   0 - SM-CAL-OFFSET-NUM
                           END-IF
                       ELSE
                           DISPLAY "*** BAD OFFSET ON SENSOR MASTER: "
                               SM-SENSOR-ID
                       END-IF
               END-READ
           END-IF.

        0400-CHECK-LIMITS.

           SET WS-READING-IN-RANGE TO TRUE.
                   MOVE -99999.99
                       TO SR-MAX-CELSIUS(WS-FOUND-SENSOR-SUB)
                   MOVE ZEROES TO SR-SUM-CELSIUS(WS-FOUND-SENSOR-SUB)
                   MOVE ZEROES
                       TO SR-SUMSQ-CELSIUS(WS-FOUND-SENSOR-SUB)
                   MOVE "N" TO SR-EPISODE-SWITCH(WS-FOUND-SENSOR-SUB)
                   MOVE SPACES
                       TO SR-EPI-START-TS(WS-FOUND-SENSOR-SUB)
           END-IF.

      *    Marks the reading's hour as covered and folds the Celsius
      *    value into the sensor's daily minimum, maximum, sum, and
      *    sum of squares.
      *    The hour comes from positions 9-10 of the YYYYMMDDHHMM
      *    timestamp; a reading whose hour is unreadable still
      *    counts toward the statistics, it just cannot mark an
               END-IF
               ADD WS-CELSIOUS-VALUE
                   TO SR-SUM-CELSIUS(WS-CURRENT-SENSOR-SUB)
               COMPUTE SR-SUMSQ-CELSIUS(WS-CURRENT-SENSOR-SUB) =
                   SR-SUMSQ-CELSIUS(WS-CURRENT-SENSOR-SUB) +
                   WS-CELSIOUS-VALUE * WS-CELSIOUS-VALUE
           END-IF.

      *    An out-of-range reading extends the sensor's open episode
           END-STRING.
           WRITE WS-EXCEPTION-RECORD.
           PERFORM 0810-CHECK-EXCEPTIONS-STATUS.
           MOVE WS-RAW-CELSIUS-VALUE TO WS-DISPLAY-RAW-VALUE.
           MOVE SPACES TO WS-EXCEPTION-RECORD.
           STRING "  RAW: "           DELIMITED BY SIZE
                  SN-READING-SIGN     DELIMITED BY SIZE
                  SN-READING          DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  SN-SCALE-CODE       DELIMITED BY SIZE
                  "  RAW C:"          DELIMITED BY SIZE
                  WS-DISPLAY-RAW-VALUE DELIMITED BY SIZE
               INTO WS-EXCEPTION-RECORD
           END-STRING.
           IF WS-MASTER-FOUND
               MOVE WS-OFFSET-VALUE TO WS-DISPLAY-OFFSET-VALUE
               STRING "  OFFSET C:"        DELIMITED BY SIZE
                      WS-DISPLAY-OFFSET-VALUE DELIMITED BY SIZE
                      "  CORRECTED C:"     DELIMITED BY SIZE
                      WS-DISPLAY-CELSIOUS-VALUE DELIMITED BY SIZE
                   INTO WS-EXCEPTION-RECORD(36:)
               END-STRING
           ELSE
               MOVE "  NOT ON SENSOR MASTER - UNCORRECTED"
                   TO WS-EXCEPTION-RECORD(36:)
           END-IF.
           WRITE WS-EXCEPTION-RECORD.
           PERFORM 0810-CHECK-EXCEPTIONS-STATUS.

        0510-WRITE-INVALID-LINE.

           END-IF.
           WRITE WS-EXCEPTION-RECORD.
           PERFORM 0810-CHECK-EXCEPTIONS-STATUS.
           IF WS-NO-MASTER-COUNT > ZEROES
               MOVE WS-NO-MASTER-COUNT TO WS-DISPLAY-EXC-COUNT
               MOVE SPACES TO WS-EXCEPTION-RECORD
               STRING "READINGS CHECKED UNCORRECTED - NO SENSOR "
                          DELIMITED BY SIZE
                      "MASTER OFFSET: " DELIMITED BY SIZE
                      WS-DISPLAY-EXC-COUNT DELIMITED BY SIZE
                   INTO WS-EXCEPTION-RECORD
               END-STRING
               WRITE WS-EXCEPTION-RECORD
               PERFORM 0810-CHECK-EXCEPTIONS-STATUS
           END-IF.
           PERFORM 0630-CLOSE-ONE-OPEN-EPISODE
               VARYING WS-CURRENT-SENSOR-SUB FROM 1 BY 1
               UNTIL WS-CURRENT-SENSOR-SUB > WS-SENSOR-COUNT.
           PERFORM 0640-WRITE-EPISODE-SECTION.
           PERFORM 0700-WRITE-COVERAGE-SECTION.
           PERFORM 0750-WRITE-SENSOR-HISTORY.
           CLOSE SENSOR-READINGS-FILE.
           CLOSE EXCEPTIONS-REPORT-FILE.
           CLOSE ALERT-FILE.
           CLOSE AUDIT-LOG-FILE.
           IF WS-SENSMAST-OPEN
               CLOSE SENSOR-MASTER-FILE
           END-IF.

      *    End of file ends the day: any episode still open (the
      *    sensor was out of range on its last reading) is closed
           END-IF.

      *    One block per sensor: readings received, the day's
      *    minimum, maximum, average, and standard deviation in
      *    Celsius, the hours that went unreported, and a prominent
      *    line for any sensor that never reported at all.  The ovens
      *    report hourly, so a healthy sensor covers all 24 hours.
        0700-WRITE-COVERAGE-SECTION.

           MOVE SPACES TO WS-EXCEPTION-RECORD.
               WRITE WS-EXCEPTION-RECORD
               PERFORM 0810-CHECK-EXCEPTIONS-STATUS
           ELSE
               PERFORM 0715-COMPUTE-DAILY-STATISTICS
               MOVE SR-MIN-CELSIUS(WS-CURRENT-SENSOR-SUB)
                   TO WS-DISPLAY-MIN-VALUE
               MOVE SR-MAX-CELSIUS(WS-CURRENT-SENSOR-SUB)
                      WS-DISPLAY-MAX-VALUE DELIMITED BY SIZE
                      " AVG C:"        DELIMITED BY SIZE
                      WS-DISPLAY-AVG-VALUE DELIMITED BY SIZE
                      " SD C:"         DELIMITED BY SIZE
                      WS-DISPLAY-SD-VALUE DELIMITED BY SIZE
                   INTO WS-EXCEPTION-RECORD
               END-STRING
               WRITE WS-EXCEPTION-RECORD
               PERFORM 0720-WRITE-MISSING-HOURS
           END-IF.

      *    The deviation is the population standard deviation of
      *    the day's corrected readings, from the running sum and
      *    sum of squares; rounding can leave a tiny negative
      *    variance for a sensor that read the same all day.
        0715-COMPUTE-DAILY-STATISTICS.

           COMPUTE WS-AVG-CELSIUS ROUNDED =
               SR-SUM-CELSIUS(WS-CURRENT-SENSOR-SUB) /
               SR-READING-COUNT(WS-CURRENT-SENSOR-SUB).
           COMPUTE WS-VARIANCE-CELSIUS ROUNDED =
               (SR-SUMSQ-CELSIUS(WS-CURRENT-SENSOR-SUB) -
                SR-SUM-CELSIUS(WS-CURRENT-SENSOR-SUB) *
                SR-SUM-CELSIUS(WS-CURRENT-SENSOR-SUB) /
                SR-READING-COUNT(WS-CURRENT-SENSOR-SUB)) /
               SR-READING-COUNT(WS-CURRENT-SENSOR-SUB).
           IF WS-VARIANCE-CELSIUS > ZEROES
               COMPUTE WS-STD-DEV-CELSIUS ROUNDED =
                   WS-VARIANCE-CELSIUS ** 0.5
           ELSE
               MOVE ZEROES TO WS-STD-DEV-CELSIUS
           END-IF.
           MOVE WS-STD-DEV-CELSIUS TO WS-DISPLAY-SD-VALUE.

        0720-WRITE-MISSING-HOURS.

           MOVE ZEROES TO WS-MISSING-HOUR-COUNT.
               END-STRING
           END-IF.

      *    One statistics record per sensor that reported today goes
      *    on the sensor history for the drift control chart.  A
      *    rerun the same day adds nothing - the day is already on
      *    the history, and a second copy would chart it twice.  A
      *    history that cannot be read is left alone for the same
      *    reason.
        0750-WRITE-SENSOR-HISTORY.

           OPEN INPUT SENSOR-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = "35"
               IF WS-HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "*** SENSOR HISTORY OPEN FAILED - STATUS: "
                       WS-HISTORY-FILE-STATUS
                   SET WS-HISTORY-DONE TO TRUE
               ELSE
                   PERFORM 0755-CHECK-ONE-HISTORY UNTIL WS-HISTORY-EOF
                   CLOSE SENSOR-HISTORY-FILE
                   IF WS-HISTORY-DONE
                       DISPLAY "SENSOR HISTORY FOR " WS-RUN-DATE
                           " ALREADY RECORDED - NOT ADDED AGAIN."
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-HISTORY-DONE
               OPEN EXTEND SENSOR-HISTORY-FILE
               IF WS-HISTORY-FILE-STATUS = "35"
                   OPEN OUTPUT SENSOR-HISTORY-FILE
               END-IF
               IF WS-HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "*** SENSOR HISTORY OPEN FAILED - STATUS: "
                       WS-HISTORY-FILE-STATUS
               ELSE
                   PERFORM 0760-WRITE-ONE-HISTORY
                       VARYING WS-CURRENT-SENSOR-SUB FROM 1 BY 1
                       UNTIL WS-CURRENT-SENSOR-SUB > WS-SENSOR-COUNT
                   CLOSE SENSOR-HISTORY-FILE
               END-IF
           END-IF.
           MOVE WS-HISTORY-COUNT TO WS-DISPLAY-HISTORY-COUNT.
           MOVE SPACES TO WS-EXCEPTION-RECORD.
           STRING "SENSOR HISTORY RECORDS WRITTEN: " DELIMITED BY SIZE
                  WS-DISPLAY-HISTORY-COUNT         DELIMITED BY SIZE
               INTO WS-EXCEPTION-RECORD
           END-STRING.
           WRITE WS-EXCEPTION-RECORD.
           PERFORM 0810-CHECK-EXCEPTIONS-STATUS.

        0755-CHECK-ONE-HISTORY.

           READ SENSOR-HISTORY-FILE
               AT END
                   SET WS-HISTORY-EOF TO TRUE
               NOT AT END
                   IF SH-STAT-DATE = WS-RUN-DATE
                       SET WS-HISTORY-DONE TO TRUE
                       SET WS-HISTORY-EOF TO TRUE
                   END-IF
           END-READ.

        0760-WRITE-ONE-HISTORY.

           IF SR-READING-COUNT(WS-CURRENT-SENSOR-SUB) > ZEROES
               PERFORM 0715-COMPUTE-DAILY-STATISTICS
               MOVE SR-SENSOR-ID(WS-CURRENT-SENSOR-SUB)
                   TO SH-SENSOR-ID
               MOVE WS-RUN-DATE TO SH-STAT-DATE
               MOVE SR-READING-COUNT(WS-CURRENT-SENSOR-SUB)
                   TO SH-READING-COUNT
               IF WS-AVG-CELSIUS < ZEROES
                   MOVE "-" TO SH-MEAN-SIGN
                   COMPUTE SH-MEAN-CELSIUS = 0 - WS-AVG-CELSIUS
               ELSE
                   MOVE "+" TO SH-MEAN-SIGN
                   MOVE WS-AVG-CELSIUS TO SH-MEAN-CELSIUS
               END-IF
               IF SR-MIN-CELSIUS(WS-CURRENT-SENSOR-SUB) < ZEROES
                   MOVE "-" TO SH-MIN-SIGN
                   COMPUTE SH-MIN-CELSIUS =
                       0 - SR-MIN-CELSIUS(WS-CURRENT-SENSOR-SUB)
               ELSE
                   MOVE "+" TO SH-MIN-SIGN
                   MOVE SR-MIN-CELSIUS(WS-CURRENT-SENSOR-SUB)
                       TO SH-MIN-CELSIUS
               END-IF
               IF SR-MAX-CELSIUS(WS-CURRENT-SENSOR-SUB) < ZEROES
                   MOVE "-" TO SH-MAX-SIGN
                   COMPUTE SH-MAX-CELSIUS =
                       0 - SR-MAX-CELSIUS(WS-CURRENT-SENSOR-SUB)
               ELSE
                   MOVE "+" TO SH-MAX-SIGN
                   MOVE SR-MAX-CELSIUS(WS-CURRENT-SENSOR-SUB)
                       TO SH-MAX-CELSIUS
               END-IF
               MOVE WS-STD-DEV-CELSIUS TO SH-STD-DEV-CELSIUS
               WRITE SENSOR-HISTORY-RECORD
               IF WS-HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "*** SENSOR HISTORY WRITE FAILED - STATUS: "
                       WS-HISTORY-FILE-STATUS
               ELSE
                   ADD 1 TO WS-HISTORY-COUNT
               END-IF
           END-IF.

       END PROGRAM CELSIOUS-TO-FAHRENHEIT.
