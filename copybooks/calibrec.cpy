      *****************************************************************
      * CALIBREC - sensor head calibration register record layout.
      *
      * One row per calibration the yard issues for a head, keyed on
      * the 8-byte head id (as on SENSREC-ID) and the date from which
      * the calibration is in force.  a reading is corrected by the
      * row with the latest effective date not after the reading's
      * date: calibrated depth = depth in meters * scale + offset,
      * rounded to the meter.  a head with no row in force is taken
      * as read.  day1.calib is ORGANIZATION INDEXED on calibrec-key,
      * maintained through the AOC-2021-DAY-1-CAL operator screen.
      *
      * Include with a program-specific prefix for the record and its
      * fields, e.g.
      *     copy calibrec replacing leading ==calibrec== by ==calib==.
      *****************************************************************
       01 calibrec-record.
           05 calibrec-key.
               10 calibrec-head-id        pic is x(8).
               10 calibrec-effective-date pic is 9(8).
           05 calibrec-offset             pic is s9(3)v9(2)
                                          sign is leading separate.
           05 calibrec-scale              pic is 9(1)v9(5).
           05 calibrec-entered-date       pic is 9(8).
