      *****************************************************************
      *    Sensor master record layout.  One record per shop-floor   *
      *    temperature sensor, keyed by sensor id: where the probe   *
      *    is mounted (oven or curing room, and the plant), the      *
      *    calibration offset found at its last calibration, the     *
      *    date of that calibration, and how many days may pass      *
      *    before it is due again.  The offset is in CELSIUS and is  *
      *    ADDED to the converted reading, so a probe that reads     *
      *    1.25 low carries +0125.  Signs travel in their own bytes, *
      *    the same convention the sensor and limit files use.       *
      *****************************************************************
       01  SENSOR-MASTER-RECORD.
           05  SM-SENSOR-ID           PIC X(8).
           05  SM-LOCATION            PIC X(20).
           05  SM-PLANT-ID            PIC X(4).
           05  SM-OFFSET-SIGN         PIC X(1).
           05  SM-CAL-OFFSET          PIC X(4).
           05  SM-CAL-OFFSET-NUM REDEFINES SM-CAL-OFFSET
                                      PIC 9(2)V9(2).
           05  SM-LAST-CAL-DATE       PIC 9(8).
           05  SM-CAL-INTERVAL-DAYS   PIC 9(3).
