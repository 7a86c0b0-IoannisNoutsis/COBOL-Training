      *****************************************************************
      *    Drift alert record layout.  The drift control chart        *
      *    writes one fixed-layout record per drift flag, for the     *
      *    maintenance dispatch system to poll beside the out-of-     *
      *    range alerts: the sensor and statistics date, the alert    *
      *    type (M = daily mean outside the control limits, T = a     *
      *    run of days trending one way), the direction, the day's    *
      *    mean, the historical centre line and the control limit     *
      *    on the side it is drifting toward, the sigma, the days     *
      *    in the current run and the days of history behind the      *
      *    centre line.  Signs travel in their own bytes.             *
      *****************************************************************
       01  DRIFT-ALERT-RECORD.
           05  DA-SENSOR-ID           PIC X(8).
           05  DA-STAT-DATE           PIC 9(8).
           05  DA-ALERT-TYPE          PIC X(1).
               88  DA-MEAN-OUTSIDE-LIMITS VALUE "M".
               88  DA-TREND-RUN           VALUE "T".
           05  DA-DIRECTION           PIC X(1).
               88  DA-DRIFTING-UP         VALUE "U".
               88  DA-DRIFTING-DOWN       VALUE "D".
           05  DA-MEAN-SIGN           PIC X(1).
           05  DA-DAILY-MEAN          PIC 9(5)V9(2).
           05  DA-CENTER-SIGN         PIC X(1).
           05  DA-CENTER-LINE         PIC 9(5)V9(2).
           05  DA-LIMIT-SIGN          PIC X(1).
           05  DA-CONTROL-LIMIT       PIC 9(5)V9(2).
           05  DA-SIGMA               PIC 9(5)V9(2).
           05  DA-RUN-DAYS            PIC 9(3).
           05  DA-HISTORY-DAYS        PIC 9(3).
