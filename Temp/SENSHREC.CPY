      *****************************************************************
      *    Sensor daily statistics history record layout.  The        *
      *    exceptions run appends one record per sensor that reported *
      *    that day: the readings received and their mean, minimum,   *
      *    maximum and standard deviation, all in corrected Celsius.  *
      *    The drift control chart keeps the file rolling - only the  *
      *    most recent days for each sensor are carried - and charts  *
      *    each day's mean against the days before it.  Signs travel  *
      *    in their own bytes, the same convention the sensor and     *
      *    limit files use; the deviation is never negative.          *
      *****************************************************************
       01  SENSOR-HISTORY-RECORD.
           05  SH-SENSOR-ID           PIC X(8).
           05  SH-STAT-DATE           PIC 9(8).
           05  SH-READING-COUNT       PIC 9(4).
           05  SH-MEAN-SIGN           PIC X(1).
           05  SH-MEAN-CELSIUS        PIC 9(5)V9(2).
           05  SH-MIN-SIGN            PIC X(1).
           05  SH-MIN-CELSIUS         PIC 9(5)V9(2).
           05  SH-MAX-SIGN            PIC X(1).
           05  SH-MAX-CELSIUS         PIC 9(5)V9(2).
           05  SH-STD-DEV-CELSIUS     PIC 9(5)V9(2).
