      **********************************************************************************
      *     Author:      GIANNIS NOUTSIS                                               *
      *     Date:        10/15/2026                                                    *
      *     Purpose:     Sensor drift control chart from the sensor history.           *
      *     The limit checks only catch a sensor once it is out of range, by     *
      *     which time the batch is lost.  This program runs after the daily     *
      *     exceptions run and charts each sensor's daily mean Celsius against   *
      *     the days before it on the rolling sensor history.  The centre line   *
      *     is the mean of the earlier daily means and sigma their standard     *
      *     deviation; a day whose mean falls outside the centre line plus or   *
      *     minus three sigma is flagged, and so is a run of consecutive days    *
      *     each higher (or each lower) than the day before, however well       *
      *     inside the limits.  Every flag is also written as a drift alert     *
      *     record for maintenance dispatch, next to the out-of-range alerts.   *
      *     The history is then written back holding only the days inside the  *
      *     window counted back from the latest day, so a sensor that stops    *
      *     reporting ages off it.  History records read must equal records kept      *
      *     plus records rolled off plus records dropped, and records kept      *
      *     must equal records written back, or the report says so in          *
      *     capitals.                                                            *
      **********************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENSOR-DRIFT-CHART.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "DRIFTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-FILE-STATUS.

           SELECT SENSOR-HISTORY-FILE ASSIGN TO "SENSHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT DRIFT-ALERT-FILE ASSIGN TO "TEMPDRFT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.

           SELECT CONTROL-CHART-FILE ASSIGN TO "TEMPCTL.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
       01  WS-PARAMETER-RECORD.
           05  PRM-HISTORY-DAYS        PIC X(3).
           05  PRM-HISTORY-DAYS-N
               REDEFINES PRM-HISTORY-DAYS PIC 9(3).
           05  PRM-BASELINE-DAYS       PIC X(3).
           05  PRM-BASELINE-DAYS-N
               REDEFINES PRM-BASELINE-DAYS PIC 9(3).
           05  PRM-TREND-DAYS          PIC X(3).
           05  PRM-TREND-DAYS-N
               REDEFINES PRM-TREND-DAYS PIC 9(3).

       FD  SENSOR-HISTORY-FILE.
           COPY SENSHREC.

       FD  DRIFT-ALERT-FILE.
           COPY DRFTREC.

       FD  CONTROL-CHART-FILE.
       01  WS-REPORT-RECORD           PIC X(100).

       WORKING-STORAGE SECTION.
        01   WS-SWITCHES.
             05 WS-EOF-SWITCH       PIC X VALUE "N".
                88 WS-EOF                VALUE "Y".
             05 WS-INIT-ERROR-SWITCH PIC X VALUE "N".
                88 WS-INIT-ERROR         VALUE "Y".
             05 WS-TREND-BROKEN-SWITCH PIC X VALUE "N".
                88 WS-TREND-BROKEN       VALUE "Y".
             05 WS-HISTORY-WRITTEN-SWITCH PIC X VALUE "N".
                88 WS-HISTORY-WRITTEN    VALUE "Y".
             05 WS-RECORD-VALID-SWITCH PIC X VALUE "N".
                88 WS-RECORD-VALID       VALUE "Y".
        01   WS-FILE-STATUSES.
             05 WS-PARAMETER-FILE-STATUS PIC X(2) VALUE SPACES.
             05 WS-HISTORY-FILE-STATUS PIC X(2) VALUE SPACES.
             05 WS-ALERT-FILE-STATUS   PIC X(2) VALUE SPACES.
             05 WS-REPORT-FILE-STATUS  PIC X(2) VALUE SPACES.
        01   WS-RUN-DATE            PIC 9(8) VALUE ZEROES.
      *    How many days each sensor keeps on the history, how many
      *    earlier days a centre line needs before it means anything,
      *    and how many days in a row must rise (or fall) to count
      *    as a trend.  The parameter file can change any of them.
        01   WS-CHART-PARAMETERS.
             05 WS-HISTORY-DAYS     PIC 9(3) VALUE 030.
             05 WS-BASELINE-DAYS    PIC 9(3) VALUE 010.
             05 WS-TREND-DAYS       PIC 9(3) VALUE 006.
        01   WS-COUNTS.
             05 WS-READ-COUNT       PIC 9(6) VALUE ZEROES.
             05 WS-KEPT-COUNT       PIC 9(6) VALUE ZEROES.
             05 WS-ROLLED-OFF-COUNT PIC 9(6) VALUE ZEROES.
             05 WS-DROPPED-COUNT    PIC 9(6) VALUE ZEROES.
             05 WS-WRITTEN-COUNT    PIC 9(6) VALUE ZEROES.
             05 WS-CHARTED-COUNT    PIC 9(6) VALUE ZEROES.
             05 WS-SHORT-HISTORY-COUNT PIC 9(6) VALUE ZEROES.
             05 WS-NOT-REPORTED-COUNT PIC 9(6) VALUE ZEROES.
             05 WS-OUTSIDE-COUNT    PIC 9(6) VALUE ZEROES.
             05 WS-TREND-COUNT      PIC 9(6) VALUE ZEROES.
             05 WS-ALERT-COUNT      PIC 9(6) VALUE ZEROES.
      *    The history, one row per sensor in the order first seen,
      *    each holding that sensor's days oldest first.  A day older
      *    than the window, counted back from the latest day on the
      *    history, is rolled off as it is read, so a retired or
      *    replaced probe drops off the history altogether once its
      *    last day passes out of the window.  A history with more
      *    sensors than the table holds is not charted or rolled at
      *    all: writing it back would lose the extra sensors.
        01   WS-HISTORY-TABLE.
             05 WS-SENSOR-COUNT     PIC 9(3) VALUE ZEROES.
             05 WS-SENSOR-SUB       PIC 9(3) VALUE ZEROES.
             05 WS-FOUND-SENSOR-SUB PIC 9(3) VALUE ZEROES.
             05 WS-DAY-SUB          PIC 9(3) VALUE ZEROES.
             05 WS-LAST-DAY-SUB     PIC 9(3) VALUE ZEROES.
             05 WS-SENSOR-ENTRY OCCURS 60 TIMES.
                10 HT-SENSOR-ID     PIC X(8).
                10 HT-DAY-COUNT     PIC 9(3).
                10 HT-DAY-ENTRY OCCURS 60 TIMES.
                   15 HT-HISTORY-IMAGE PIC X(51).
                   15 HT-STAT-DATE  PIC 9(8).
                   15 HT-DAILY-MEAN PIC S9(5)V9(2).
        01   WS-LATEST-DATE         PIC 9(8) VALUE ZEROES.
        01   WS-CUTOFF-DATE         PIC 9(8) VALUE ZEROES.
        01   WS-DAY-INTEGER         PIC 9(8) VALUE ZEROES.
        01   WS-DAILY-MEAN          PIC S9(5)V9(2) VALUE ZEROES.
      *    The control chart for the sensor being charted.
        01   WS-CHART-FIELDS.
             05 WS-BASELINE-COUNT   PIC 9(3) VALUE ZEROES.
             05 WS-BASELINE-DIVISOR PIC 9(3) VALUE ZEROES.
             05 WS-BASELINE-SUM     PIC S9(9)V9(2) VALUE ZEROES.
             05 WS-CENTER-LINE      PIC S9(5)V9(4) VALUE ZEROES.
             05 WS-DEVIATION        PIC S9(6)V9(4) VALUE ZEROES.
             05 WS-DEVIATION-SQ-SUM PIC S9(13)V9(6) VALUE ZEROES.
             05 WS-VARIANCE         PIC S9(11)V9(6) VALUE ZEROES.
             05 WS-SIGMA            PIC S9(5)V9(4) VALUE ZEROES.
             05 WS-THREE-SIGMA      PIC S9(6)V9(4) VALUE ZEROES.
             05 WS-UPPER-LIMIT      PIC S9(6)V9(4) VALUE ZEROES.
             05 WS-LOWER-LIMIT      PIC S9(6)V9(4) VALUE ZEROES.
             05 WS-TODAY-MEAN       PIC S9(5)V9(2) VALUE ZEROES.
             05 WS-RUN-DAYS         PIC 9(3) VALUE ZEROES.
             05 WS-RUN-DIRECTION    PIC X VALUE SPACES.
                88 WS-RUN-RISING         VALUE "U".
                88 WS-RUN-FALLING        VALUE "D".
             05 WS-ALERT-TYPE       PIC X VALUE SPACES.
             05 WS-ALERT-DIRECTION  PIC X VALUE SPACES.
             05 WS-ALERT-VALUE      PIC S9(6)V9(4) VALUE ZEROES.
        01   WS-DISPLAY-FIELDS.
             05 WS-DISPLAY-COUNT    PIC ZZZZZ9.
             05 WS-DISPLAY-DAYS     PIC ZZ9.
             05 WS-DISPLAY-READINGS PIC ZZZ9.
             05 WS-DISPLAY-MEAN     PIC -ZZZZ9.99.
             05 WS-DISPLAY-CENTER   PIC -ZZZZ9.99.
             05 WS-DISPLAY-LOWER    PIC -ZZZZ9.99.
             05 WS-DISPLAY-UPPER    PIC -ZZZZ9.99.
             05 WS-DISPLAY-SIGMA    PIC ZZZZ9.99.
             05 WS-DISPLAY-MIN      PIC -ZZZZ9.99.
             05 WS-DISPLAY-MAX      PIC -ZZZZ9.99.
             05 WS-DISPLAY-SD       PIC ZZZZ9.99.
             05 WS-SIGN-VALUE       PIC S9(5)V9(2) VALUE ZEROES.
        01   WS-REPORT-HEADER-1     PIC X(80) VALUE
             "SENSOR DRIFT CONTROL CHART - DAILY MEAN CELSIUS".
        01   WS-REPORT-HEADER-2.
             05 FILLER              PIC X(18) VALUE
                "STATISTICS DATE: ".
             05 WS-HDR-STAT-DATE    PIC 9(8).
             05 FILLER              PIC X(13) VALUE "  RUN DATE: ".
             05 WS-HDR-RUN-DATE     PIC 9(8).
        01   WS-REPORT-HEADER-3.
             05 FILLER              PIC X(17) VALUE "HISTORY DAYS: ".
             05 WS-HDR-HISTORY-DAYS PIC ZZ9.
             05 FILLER              PIC X(19) VALUE
                "  BASELINE DAYS: ".
             05 WS-HDR-BASELINE-DAYS PIC ZZ9.
             05 FILLER              PIC X(16) VALUE "  TREND DAYS: ".
             05 WS-HDR-TREND-DAYS   PIC ZZ9.

       PROCEDURE DIVISION.

        0000-MAIN-CONTROL.

           PERFORM 0050-INITIALIZE
           IF NOT WS-INIT-ERROR
               PERFORM 0200-CHART-ONE-SENSOR
                   VARYING WS-SENSOR-SUB FROM 1 BY 1
                   UNTIL WS-SENSOR-SUB > WS-SENSOR-COUNT
               PERFORM 0900-TERMINATE
           END-IF
           STOP RUN.

        0050-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM 0052-READ-PARAMETER-FILE.
           PERFORM 0060-LOAD-HISTORY.
           IF NOT WS-INIT-ERROR
               OPEN OUTPUT DRIFT-ALERT-FILE
               IF WS-ALERT-FILE-STATUS NOT = "00"
                   DISPLAY "*** DRIFT ALERT FILE OPEN FAILED - "
                       "STATUS: " WS-ALERT-FILE-STATUS
                   SET WS-INIT-ERROR TO TRUE
               ELSE
                   OPEN OUTPUT CONTROL-CHART-FILE
                   IF WS-REPORT-FILE-STATUS NOT = "00"
                       DISPLAY "*** CONTROL CHART OPEN FAILED - "
                           "STATUS: " WS-REPORT-FILE-STATUS
                       CLOSE DRIFT-ALERT-FILE
                       SET WS-INIT-ERROR TO TRUE
                   ELSE
                       MOVE WS-LATEST-DATE   TO WS-HDR-STAT-DATE
                       MOVE WS-RUN-DATE      TO WS-HDR-RUN-DATE
                       MOVE WS-HISTORY-DAYS  TO WS-HDR-HISTORY-DAYS
                       MOVE WS-BASELINE-DAYS TO WS-HDR-BASELINE-DAYS
                       MOVE WS-TREND-DAYS    TO WS-HDR-TREND-DAYS
                       WRITE WS-REPORT-RECORD
                           FROM WS-REPORT-HEADER-1
                       PERFORM 0810-CHECK-REPORT-STATUS
                       WRITE WS-REPORT-RECORD
                           FROM WS-REPORT-HEADER-2
                       PERFORM 0810-CHECK-REPORT-STATUS
                       WRITE WS-REPORT-RECORD
                           FROM WS-REPORT-HEADER-3
                       PERFORM 0810-CHECK-REPORT-STATUS
                       MOVE SPACES TO WS-REPORT-RECORD
                       WRITE WS-REPORT-RECORD
                       PERFORM 0810-CHECK-REPORT-STATUS
                   END-IF
               END-IF
           END-IF.

      *    A missing parameter file or a bad field leaves the hard
      *    default in force.  The window must leave room for the
      *    baseline and today, and the table holds 60 days.
        0052-READ-PARAMETER-FILE.

           OPEN INPUT PARAMETER-FILE.
           IF WS-PARAMETER-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-PARAMETER-FILE-STATUS NOT = "00"
                   DISPLAY "*** PARAMETER FILE OPEN FAILED - STATUS: "
                       WS-PARAMETER-FILE-STATUS
               ELSE
                   READ PARAMETER-FILE
                       AT END
                           DISPLAY "*** PARAMETER FILE IS EMPTY - "
                               "DEFAULTS USED."
                       NOT AT END
                           PERFORM 0053-APPLY-PARAMETERS
                   END-READ
                   CLOSE PARAMETER-FILE
               END-IF
           END-IF.

        0053-APPLY-PARAMETERS.

           IF PRM-HISTORY-DAYS IS NUMERIC AND
              PRM-HISTORY-DAYS-N > 2 AND
              PRM-HISTORY-DAYS-N NOT > 60
               MOVE PRM-HISTORY-DAYS-N TO WS-HISTORY-DAYS
           ELSE
               DISPLAY "*** HISTORY DAYS PARAMETER INVALID - "
                   "DEFAULT USED."
           END-IF.
           IF PRM-BASELINE-DAYS IS NUMERIC AND
              PRM-BASELINE-DAYS-N > 1 AND
              PRM-BASELINE-DAYS-N < WS-HISTORY-DAYS
               MOVE PRM-BASELINE-DAYS-N TO WS-BASELINE-DAYS
           ELSE
               DISPLAY "*** BASELINE DAYS PARAMETER INVALID - "
                   "DEFAULT USED."
           END-IF.
           IF PRM-TREND-DAYS IS NUMERIC AND
              PRM-TREND-DAYS-N > 2 AND
              PRM-TREND-DAYS-N NOT > WS-HISTORY-DAYS
               MOVE PRM-TREND-DAYS-N TO WS-TREND-DAYS
           ELSE
               DISPLAY "*** TREND DAYS PARAMETER INVALID - "
                   "DEFAULT USED."
           END-IF.
           IF WS-BASELINE-DAYS NOT < WS-HISTORY-DAYS
               DISPLAY "*** BASELINE DAYS NOT BELOW HISTORY DAYS - "
                   "DEFAULTS USED."
               MOVE 030 TO WS-HISTORY-DAYS
               MOVE 010 TO WS-BASELINE-DAYS
           END-IF.
           IF WS-TREND-DAYS > WS-HISTORY-DAYS
               DISPLAY "*** TREND DAYS ABOVE HISTORY DAYS - "
                   "DEFAULT USED."
               MOVE 006 TO WS-TREND-DAYS
           END-IF.

      *    The exceptions run writes the history, so no history just
      *    means it has not run since the history began.  The file is
      *    read twice: once for the latest day, which fixes where the
      *    window starts, and once to load the days inside it.
        0060-LOAD-HISTORY.

           OPEN INPUT SENSOR-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS = "35"
               DISPLAY "NO SENSOR HISTORY ON FILE - RUN THE "
                   "TEMPERATURE EXCEPTIONS FIRST."
               SET WS-INIT-ERROR TO TRUE
           ELSE
               IF WS-HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "*** SENSOR HISTORY OPEN FAILED - STATUS: "
                       WS-HISTORY-FILE-STATUS
                   SET WS-INIT-ERROR TO TRUE
               ELSE
                   PERFORM 0062-FIND-LATEST-DATE UNTIL WS-EOF
                   CLOSE SENSOR-HISTORY-FILE
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM 0064-SET-CUTOFF-DATE
                   OPEN INPUT SENSOR-HISTORY-FILE
                   IF WS-HISTORY-FILE-STATUS NOT = "00"
                       DISPLAY "*** SENSOR HISTORY OPEN FAILED - "
                           "STATUS: " WS-HISTORY-FILE-STATUS
                       SET WS-INIT-ERROR TO TRUE
                   ELSE
                       PERFORM 0070-LOAD-ONE-HISTORY UNTIL WS-EOF
                       CLOSE SENSOR-HISTORY-FILE
                   END-IF
               END-IF
           END-IF.

        0062-FIND-LATEST-DATE.

           READ SENSOR-HISTORY-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM 0075-CHECK-HISTORY-RECORD
                   IF WS-RECORD-VALID AND
                      SH-STAT-DATE > WS-LATEST-DATE
                       MOVE SH-STAT-DATE TO WS-LATEST-DATE
                   END-IF
           END-READ.

      *    The window is the latest day and the days before it, as
      *    many as the history keeps.
        0064-SET-CUTOFF-DATE.

           MOVE ZEROES TO WS-CUTOFF-DATE.
           IF WS-LATEST-DATE > ZEROES
               COMPUTE WS-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-LATEST-DATE)
                   - WS-HISTORY-DAYS + 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
                   TO WS-CUTOFF-DATE
           END-IF.

      *    An unreadable record, or a day no later than the last day
      *    already held for the sensor, is dropped and named: the
      *    chart must not count a day twice or out of order.  A day
      *    before the window is rolled off without taking a row.
        0070-LOAD-ONE-HISTORY.

           READ SENSOR-HISTORY-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 0075-CHECK-HISTORY-RECORD
                   IF NOT WS-RECORD-VALID
                       DISPLAY "*** BAD SENSOR HISTORY RECORD "
                           "DROPPED: " SH-SENSOR-ID " " SH-STAT-DATE
                       ADD 1 TO WS-DROPPED-COUNT
                   ELSE
                       IF SH-STAT-DATE < WS-CUTOFF-DATE
                           ADD 1 TO WS-ROLLED-OFF-COUNT
                       ELSE
                           PERFORM 0080-FIND-SENSOR-ROW
                           IF WS-FOUND-SENSOR-SUB > ZEROES
                               PERFORM 0090-ADD-ONE-DAY
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *    A date the calendar cannot convert is as unreadable as a
      *    date that is not numeric.
        0075-CHECK-HISTORY-RECORD.

           MOVE "N" TO WS-RECORD-VALID-SWITCH.
           IF SH-STAT-DATE IS NUMERIC AND
              SH-READING-COUNT IS NUMERIC AND
              SH-MEAN-CELSIUS IS NUMERIC AND
              (SH-MEAN-SIGN = "+" OR SH-MEAN-SIGN = "-" OR
               SH-MEAN-SIGN = SPACE)
               MOVE FUNCTION INTEGER-OF-DATE(SH-STAT-DATE)
                   TO WS-DAY-INTEGER
               IF WS-DAY-INTEGER > ZEROES
                   SET WS-RECORD-VALID TO TRUE
               END-IF
           END-IF.

        0080-FIND-SENSOR-ROW.

           MOVE ZEROES TO WS-FOUND-SENSOR-SUB.
           PERFORM 0085-CHECK-ONE-SENSOR-ROW
               VARYING WS-SENSOR-SUB FROM 1 BY 1
               UNTIL WS-SENSOR-SUB > WS-SENSOR-COUNT
                  OR WS-FOUND-SENSOR-SUB > ZEROES.
           IF WS-FOUND-SENSOR-SUB = ZEROES
               IF WS-SENSOR-COUNT >= 60
                   DISPLAY "*** MORE THAN 60 SENSORS ON THE HISTORY - "
                       "NOTHING CHARTED."
                   MOVE 8 TO RETURN-CODE
                   SET WS-INIT-ERROR TO TRUE
                   SET WS-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-SENSOR-COUNT
                   MOVE WS-SENSOR-COUNT TO WS-FOUND-SENSOR-SUB
                   MOVE SH-SENSOR-ID
                       TO HT-SENSOR-ID(WS-FOUND-SENSOR-SUB)
                   MOVE ZEROES TO HT-DAY-COUNT(WS-FOUND-SENSOR-SUB)
               END-IF
           END-IF.

        0085-CHECK-ONE-SENSOR-ROW.

           IF HT-SENSOR-ID(WS-SENSOR-SUB) = SH-SENSOR-ID
               MOVE WS-SENSOR-SUB TO WS-FOUND-SENSOR-SUB
           END-IF.

        0090-ADD-ONE-DAY.

           MOVE HT-DAY-COUNT(WS-FOUND-SENSOR-SUB) TO WS-LAST-DAY-SUB.
           IF WS-LAST-DAY-SUB > ZEROES AND
              SH-STAT-DATE NOT >
                  HT-STAT-DATE(WS-FOUND-SENSOR-SUB WS-LAST-DAY-SUB)
               DISPLAY "*** DUPLICATE OR OUT-OF-ORDER HISTORY DAY "
                   "DROPPED: " SH-SENSOR-ID " " SH-STAT-DATE
               ADD 1 TO WS-DROPPED-COUNT
           ELSE
               IF WS-LAST-DAY-SUB >= WS-HISTORY-DAYS
                   PERFORM 0095-SHIFT-ONE-DAY
                       VARYING WS-DAY-SUB FROM 2 BY 1
                       UNTIL WS-DAY-SUB > WS-LAST-DAY-SUB
                   SUBTRACT 1 FROM WS-LAST-DAY-SUB
                   ADD 1 TO WS-ROLLED-OFF-COUNT
                   SUBTRACT 1 FROM WS-KEPT-COUNT
               END-IF
               ADD 1 TO WS-LAST-DAY-SUB
               MOVE WS-LAST-DAY-SUB
                   TO HT-DAY-COUNT(WS-FOUND-SENSOR-SUB)
               MOVE SENSOR-HISTORY-RECORD TO HT-HISTORY-IMAGE
                   (WS-FOUND-SENSOR-SUB WS-LAST-DAY-SUB)
               MOVE SH-STAT-DATE TO HT-STAT-DATE
                   (WS-FOUND-SENSOR-SUB WS-LAST-DAY-SUB)
               MOVE SH-MEAN-CELSIUS TO WS-DAILY-MEAN
               IF SH-MEAN-SIGN = "-"
                   COMPUTE WS-DAILY-MEAN = 0 - SH-MEAN-CELSIUS
               END-IF
               MOVE WS-DAILY-MEAN TO HT-DAILY-MEAN
                   (WS-FOUND-SENSOR-SUB WS-LAST-DAY-SUB)
               ADD 1 TO WS-KEPT-COUNT
           END-IF.

        0095-SHIFT-ONE-DAY.

           MOVE HT-DAY-ENTRY(WS-FOUND-SENSOR-SUB WS-DAY-SUB)
               TO HT-DAY-ENTRY(WS-FOUND-SENSOR-SUB WS-DAY-SUB - 1).

      *    Only sensors with statistics for the latest day on the
      *    history are charted; the rest are listed as not reporting,
      *    since the exceptions run already lists a silent sensor.
        0200-CHART-ONE-SENSOR.

           MOVE HT-DAY-COUNT(WS-SENSOR-SUB) TO WS-LAST-DAY-SUB.
           MOVE HT-HISTORY-IMAGE(WS-SENSOR-SUB WS-LAST-DAY-SUB)
               TO SENSOR-HISTORY-RECORD.
           IF HT-STAT-DATE(WS-SENSOR-SUB WS-LAST-DAY-SUB) NOT =
              WS-LATEST-DATE
               ADD 1 TO WS-NOT-REPORTED-COUNT
               MOVE SPACES TO WS-REPORT-RECORD
               STRING "SENSOR: "        DELIMITED BY SIZE
                      HT-SENSOR-ID(WS-SENSOR-SUB) DELIMITED BY SIZE
                      " NO STATISTICS FOR " DELIMITED BY SIZE
                      WS-LATEST-DATE    DELIMITED BY SIZE
                      " - LAST DAY ON HISTORY " DELIMITED BY SIZE
                      SH-STAT-DATE      DELIMITED BY SIZE
                   INTO WS-REPORT-RECORD
               END-STRING
               WRITE WS-REPORT-RECORD
               PERFORM 0810-CHECK-REPORT-STATUS
           ELSE
               ADD 1 TO WS-CHARTED-COUNT
               MOVE HT-DAILY-MEAN(WS-SENSOR-SUB WS-LAST-DAY-SUB)
                   TO WS-TODAY-MEAN
               COMPUTE WS-BASELINE-COUNT = WS-LAST-DAY-SUB - 1
               PERFORM 0230-MEASURE-TREND-RUN
               IF WS-BASELINE-COUNT < WS-BASELINE-DAYS
                   ADD 1 TO WS-SHORT-HISTORY-COUNT
                   PERFORM 0300-WRITE-SHORT-HISTORY-LINE
               ELSE
                   PERFORM 0210-COMPUTE-CONTROL-LIMITS
                   PERFORM 0310-WRITE-CHART-LINE
                   PERFORM 0250-CHECK-CONTROL-LIMITS
               END-IF
               PERFORM 0260-CHECK-TREND-RUN
           END-IF.

      *    The centre line and sigma come from the days before the
      *    latest one - the day being judged is not part of its own
      *    yardstick.  Sigma is the sample standard deviation of the
      *    earlier daily means.
        0210-COMPUTE-CONTROL-LIMITS.

           MOVE ZEROES TO WS-BASELINE-SUM.
           PERFORM 0215-ADD-ONE-BASELINE-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-BASELINE-COUNT.
           COMPUTE WS-CENTER-LINE ROUNDED =
               WS-BASELINE-SUM / WS-BASELINE-COUNT.
           MOVE ZEROES TO WS-DEVIATION-SQ-SUM.
           SUBTRACT 1 FROM WS-BASELINE-COUNT
               GIVING WS-BASELINE-DIVISOR.
           PERFORM 0220-ADD-ONE-DEVIATION
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-BASELINE-COUNT.
           COMPUTE WS-VARIANCE ROUNDED =
               WS-DEVIATION-SQ-SUM / WS-BASELINE-DIVISOR.
           IF WS-VARIANCE > ZEROES
               COMPUTE WS-SIGMA ROUNDED = WS-VARIANCE ** 0.5
           ELSE
               MOVE ZEROES TO WS-SIGMA
           END-IF.
           MULTIPLY WS-SIGMA BY 3 GIVING WS-THREE-SIGMA.
           COMPUTE WS-UPPER-LIMIT = WS-CENTER-LINE + WS-THREE-SIGMA.
           COMPUTE WS-LOWER-LIMIT = WS-CENTER-LINE - WS-THREE-SIGMA.

        0215-ADD-ONE-BASELINE-DAY.

           ADD HT-DAILY-MEAN(WS-SENSOR-SUB WS-DAY-SUB)
               TO WS-BASELINE-SUM.

        0220-ADD-ONE-DEVIATION.

           COMPUTE WS-DEVIATION =
               HT-DAILY-MEAN(WS-SENSOR-SUB WS-DAY-SUB) -
               WS-CENTER-LINE.
           COMPUTE WS-DEVIATION-SQ-SUM =
               WS-DEVIATION-SQ-SUM + WS-DEVIATION * WS-DEVIATION.

      *    Counts back from the latest day while each day is higher
      *    (or each lower) than the day before it.  The run is in
      *    days, the latest day included; a day equal to the one
      *    before ends the run.
        0230-MEASURE-TREND-RUN.

           MOVE 1 TO WS-RUN-DAYS.
           MOVE SPACES TO WS-RUN-DIRECTION.
           MOVE "N" TO WS-TREND-BROKEN-SWITCH.
           PERFORM 0235-CHECK-ONE-TREND-DAY
               VARYING WS-DAY-SUB FROM WS-LAST-DAY-SUB BY -1
               UNTIL WS-DAY-SUB < 2 OR WS-TREND-BROKEN.

        0235-CHECK-ONE-TREND-DAY.

           EVALUATE TRUE
               WHEN HT-DAILY-MEAN(WS-SENSOR-SUB WS-DAY-SUB) >
                    HT-DAILY-MEAN(WS-SENSOR-SUB WS-DAY-SUB - 1)
                    AND NOT WS-RUN-FALLING
                   SET WS-RUN-RISING TO TRUE
                   ADD 1 TO WS-RUN-DAYS
               WHEN HT-DAILY-MEAN(WS-SENSOR-SUB WS-DAY-SUB) <
                    HT-DAILY-MEAN(WS-SENSOR-SUB WS-DAY-SUB - 1)
                    AND NOT WS-RUN-RISING
                   SET WS-RUN-FALLING TO TRUE
                   ADD 1 TO WS-RUN-DAYS
               WHEN OTHER
                   SET WS-TREND-BROKEN TO TRUE
           END-EVALUATE.

        0250-CHECK-CONTROL-LIMITS.

           IF WS-TODAY-MEAN > WS-UPPER-LIMIT OR
              WS-TODAY-MEAN < WS-LOWER-LIMIT
               ADD 1 TO WS-OUTSIDE-COUNT
               MOVE "M" TO WS-ALERT-TYPE
               MOVE SPACES TO WS-REPORT-RECORD
               IF WS-TODAY-MEAN > WS-UPPER-LIMIT
                   MOVE "U" TO WS-ALERT-DIRECTION
                   MOVE WS-UPPER-LIMIT TO WS-ALERT-VALUE
                   MOVE "  *** DAILY MEAN ABOVE UPPER CONTROL LIMIT ***"
                       TO WS-REPORT-RECORD
               ELSE
                   MOVE "D" TO WS-ALERT-DIRECTION
                   MOVE WS-LOWER-LIMIT TO WS-ALERT-VALUE
                   MOVE "  *** DAILY MEAN BELOW LOWER CONTROL LIMIT ***"
                       TO WS-REPORT-RECORD
               END-IF
               WRITE WS-REPORT-RECORD
               PERFORM 0810-CHECK-REPORT-STATUS
               PERFORM 0400-WRITE-DRIFT-ALERT
           END-IF.

      *    A trend is flagged whether or not the sensor has enough
      *    history for control limits - a steady climb needs no
      *    centre line to be seen.
        0260-CHECK-TREND-RUN.

           IF WS-RUN-DAYS NOT < WS-TREND-DAYS
               ADD 1 TO WS-TREND-COUNT
               MOVE "T" TO WS-ALERT-TYPE
               MOVE WS-RUN-DAYS TO WS-DISPLAY-DAYS
               MOVE SPACES TO WS-REPORT-RECORD
               IF WS-RUN-RISING
                   MOVE "U" TO WS-ALERT-DIRECTION
                   MOVE WS-UPPER-LIMIT TO WS-ALERT-VALUE
                   STRING "  *** DAILY MEAN RISING "  DELIMITED BY SIZE
                          WS-DISPLAY-DAYS            DELIMITED BY SIZE
                          " DAYS RUNNING ***"        DELIMITED BY SIZE
                       INTO WS-REPORT-RECORD
                   END-STRING
               ELSE
                   MOVE "D" TO WS-ALERT-DIRECTION
                   MOVE WS-LOWER-LIMIT TO WS-ALERT-VALUE
                   STRING "  *** DAILY MEAN FALLING " DELIMITED BY SIZE
                          WS-DISPLAY-DAYS            DELIMITED BY SIZE
                          " DAYS RUNNING ***"        DELIMITED BY SIZE
                       INTO WS-REPORT-RECORD
                   END-STRING
               END-IF
               IF WS-BASELINE-COUNT < WS-BASELINE-DAYS
                   MOVE ZEROES TO WS-ALERT-VALUE
               END-IF
               WRITE WS-REPORT-RECORD
               PERFORM 0810-CHECK-REPORT-STATUS
               PERFORM 0400-WRITE-DRIFT-ALERT
           END-IF.

        0300-WRITE-SHORT-HISTORY-LINE.

           MOVE WS-LAST-DAY-SUB TO WS-DISPLAY-DAYS.
           MOVE WS-TODAY-MEAN   TO WS-DISPLAY-MEAN.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "SENSOR: "        DELIMITED BY SIZE
                  HT-SENSOR-ID(WS-SENSOR-SUB) DELIMITED BY SIZE
                  " DAYS: "         DELIMITED BY SIZE
                  WS-DISPLAY-DAYS   DELIMITED BY SIZE
                  " MEAN C:"        DELIMITED BY SIZE
                  WS-DISPLAY-MEAN   DELIMITED BY SIZE
                  "  TOO LITTLE HISTORY FOR CONTROL LIMITS"
                                    DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE ZEROES TO WS-CENTER-LINE WS-SIGMA
               WS-UPPER-LIMIT WS-LOWER-LIMIT.
           PERFORM 0320-WRITE-DAY-STATISTICS.

        0310-WRITE-CHART-LINE.

           MOVE WS-LAST-DAY-SUB TO WS-DISPLAY-DAYS.
           MOVE WS-TODAY-MEAN   TO WS-DISPLAY-MEAN.
           MOVE WS-CENTER-LINE  TO WS-DISPLAY-CENTER.
           MOVE WS-LOWER-LIMIT  TO WS-DISPLAY-LOWER.
           MOVE WS-UPPER-LIMIT  TO WS-DISPLAY-UPPER.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "SENSOR: "        DELIMITED BY SIZE
                  HT-SENSOR-ID(WS-SENSOR-SUB) DELIMITED BY SIZE
                  " DAYS: "         DELIMITED BY SIZE
                  WS-DISPLAY-DAYS   DELIMITED BY SIZE
                  " MEAN C:"        DELIMITED BY SIZE
                  WS-DISPLAY-MEAN   DELIMITED BY SIZE
                  " CL:"            DELIMITED BY SIZE
                  WS-DISPLAY-CENTER DELIMITED BY SIZE
                  " LCL:"           DELIMITED BY SIZE
                  WS-DISPLAY-LOWER  DELIMITED BY SIZE
                  " UCL:"           DELIMITED BY SIZE
                  WS-DISPLAY-UPPER  DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           PERFORM 0320-WRITE-DAY-STATISTICS.

        0320-WRITE-DAY-STATISTICS.

           MOVE SH-READING-COUNT TO WS-DISPLAY-READINGS.
           MOVE SH-MIN-CELSIUS TO WS-SIGN-VALUE.
           IF SH-MIN-SIGN = "-"
               COMPUTE WS-SIGN-VALUE = 0 - SH-MIN-CELSIUS
           END-IF.
           MOVE WS-SIGN-VALUE TO WS-DISPLAY-MIN.
           MOVE SH-MAX-CELSIUS TO WS-SIGN-VALUE.
           IF SH-MAX-SIGN = "-"
               COMPUTE WS-SIGN-VALUE = 0 - SH-MAX-CELSIUS
           END-IF.
           MOVE WS-SIGN-VALUE TO WS-DISPLAY-MAX.
           MOVE SH-STD-DEV-CELSIUS TO WS-DISPLAY-SD.
           MOVE WS-SIGMA TO WS-DISPLAY-SIGMA.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "  READINGS: "    DELIMITED BY SIZE
                  WS-DISPLAY-READINGS DELIMITED BY SIZE
                  " MIN C:"         DELIMITED BY SIZE
                  WS-DISPLAY-MIN    DELIMITED BY SIZE
                  " MAX C:"         DELIMITED BY SIZE
                  WS-DISPLAY-MAX    DELIMITED BY SIZE
                  " SD C:"          DELIMITED BY SIZE
                  WS-DISPLAY-SD     DELIMITED BY SIZE
                  " SIGMA:"         DELIMITED BY SIZE
                  WS-DISPLAY-SIGMA  DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.

        0400-WRITE-DRIFT-ALERT.

           MOVE HT-SENSOR-ID(WS-SENSOR-SUB) TO DA-SENSOR-ID.
           MOVE WS-LATEST-DATE     TO DA-STAT-DATE.
           MOVE WS-ALERT-TYPE      TO DA-ALERT-TYPE.
           MOVE WS-ALERT-DIRECTION TO DA-DIRECTION.
           IF WS-TODAY-MEAN < ZEROES
               MOVE "-" TO DA-MEAN-SIGN
               COMPUTE DA-DAILY-MEAN = 0 - WS-TODAY-MEAN
           ELSE
               MOVE "+" TO DA-MEAN-SIGN
               MOVE WS-TODAY-MEAN TO DA-DAILY-MEAN
           END-IF.
           IF WS-CENTER-LINE < ZEROES
               MOVE "-" TO DA-CENTER-SIGN
               COMPUTE DA-CENTER-LINE ROUNDED = 0 - WS-CENTER-LINE
           ELSE
               MOVE "+" TO DA-CENTER-SIGN
               COMPUTE DA-CENTER-LINE ROUNDED = WS-CENTER-LINE
           END-IF.
           IF WS-ALERT-VALUE < ZEROES
               MOVE "-" TO DA-LIMIT-SIGN
               COMPUTE DA-CONTROL-LIMIT ROUNDED = 0 - WS-ALERT-VALUE
           ELSE
               MOVE "+" TO DA-LIMIT-SIGN
               COMPUTE DA-CONTROL-LIMIT ROUNDED = WS-ALERT-VALUE
           END-IF.
           COMPUTE DA-SIGMA ROUNDED = WS-SIGMA.
           IF WS-RUN-DIRECTION = WS-ALERT-DIRECTION
               MOVE WS-RUN-DAYS TO DA-RUN-DAYS
           ELSE
               MOVE 1 TO DA-RUN-DAYS
           END-IF.
           MOVE WS-BASELINE-COUNT TO DA-HISTORY-DAYS.
           WRITE DRIFT-ALERT-RECORD.
           IF WS-ALERT-FILE-STATUS NOT = "00"
               DISPLAY "*** DRIFT ALERT FILE ERROR - STATUS: "
                   WS-ALERT-FILE-STATUS
           ELSE
               ADD 1 TO WS-ALERT-COUNT
           END-IF.

        0810-CHECK-REPORT-STATUS.

           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "*** CONTROL CHART ERROR - STATUS: "
                   WS-REPORT-FILE-STATUS
           END-IF.

        0900-TERMINATE.

           IF WS-SENSOR-COUNT = ZEROES
               MOVE "NO SENSOR STATISTICS ON THE HISTORY."
                   TO WS-REPORT-RECORD
               WRITE WS-REPORT-RECORD
               PERFORM 0810-CHECK-REPORT-STATUS
           END-IF.
           PERFORM 0920-REWRITE-HISTORY.
           PERFORM 0930-WRITE-CONTROL-TOTALS.
           CLOSE DRIFT-ALERT-FILE.
           CLOSE CONTROL-CHART-FILE.

      *    The kept days go back in sensor order, each sensor's days
      *    oldest first, which is the order the loader expects; the
      *    exceptions run appends the next day after them.
        0920-REWRITE-HISTORY.

           OPEN OUTPUT SENSOR-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "*** SENSOR HISTORY REWRITE FAILED - STATUS: "
                   WS-HISTORY-FILE-STATUS
           ELSE
               SET WS-HISTORY-WRITTEN TO TRUE
               PERFORM 0925-REWRITE-ONE-SENSOR
                   VARYING WS-SENSOR-SUB FROM 1 BY 1
                   UNTIL WS-SENSOR-SUB > WS-SENSOR-COUNT
               CLOSE SENSOR-HISTORY-FILE
           END-IF.

        0925-REWRITE-ONE-SENSOR.

           PERFORM 0927-REWRITE-ONE-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > HT-DAY-COUNT(WS-SENSOR-SUB).

        0927-REWRITE-ONE-DAY.

           MOVE HT-HISTORY-IMAGE(WS-SENSOR-SUB WS-DAY-SUB)
               TO SENSOR-HISTORY-RECORD.
           WRITE SENSOR-HISTORY-RECORD.
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "*** SENSOR HISTORY WRITE FAILED - STATUS: "
                   WS-HISTORY-FILE-STATUS
           ELSE
               ADD 1 TO WS-WRITTEN-COUNT
           END-IF.

        0930-WRITE-CONTROL-TOTALS.

           MOVE SPACES TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-CHARTED-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "SENSORS CHARTED: "  DELIMITED BY SIZE
                  WS-DISPLAY-COUNT     DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-SHORT-HISTORY-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "TOO LITTLE HISTORY: " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT       DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-NOT-REPORTED-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "NO STATISTICS FOR THE DAY: " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT              DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-OUTSIDE-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "OUTSIDE CONTROL LIMITS: " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT           DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-TREND-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "TRENDING: "       DELIMITED BY SIZE
                  WS-DISPLAY-COUNT   DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-ALERT-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "DRIFT ALERTS WRITTEN: " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT         DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE SPACES TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "HISTORY RECORDS READ: " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT         DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-KEPT-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "KEPT: "           DELIMITED BY SIZE
                  WS-DISPLAY-COUNT   DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-ROLLED-OFF-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "ROLLED OFF: "     DELIMITED BY SIZE
                  WS-DISPLAY-COUNT   DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           IF WS-DROPPED-COUNT > ZEROES
               MOVE WS-DROPPED-COUNT TO WS-DISPLAY-COUNT
               MOVE SPACES TO WS-REPORT-RECORD
               STRING "DROPPED - UNREADABLE OR DUPLICATE: "
                                        DELIMITED BY SIZE
                      WS-DISPLAY-COUNT  DELIMITED BY SIZE
                   INTO WS-REPORT-RECORD
               END-STRING
               WRITE WS-REPORT-RECORD
               PERFORM 0810-CHECK-REPORT-STATUS
           END-IF.
           MOVE WS-WRITTEN-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "WRITTEN BACK: "   DELIMITED BY SIZE
                  WS-DISPLAY-COUNT   DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           IF WS-READ-COUNT = WS-KEPT-COUNT +
                              WS-ROLLED-OFF-COUNT +
                              WS-DROPPED-COUNT AND
              WS-WRITTEN-COUNT = WS-KEPT-COUNT AND
              WS-HISTORY-WRITTEN
               MOVE "CONTROL TOTALS BALANCE" TO WS-REPORT-RECORD
           ELSE
               MOVE "*** CONTROL TOTALS DO NOT BALANCE ***"
                   TO WS-REPORT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.

       END PROGRAM SENSOR-DRIFT-CHART.
