      *****************************************************************
      * HAZDREC - shoal hazard record layout.
      *
      * One row per accepted reading, or unbroken run of one head's
      * consecutive readings, shallower than the vessel's draft plus
      * required under-keel clearance.  AOC-2021-DAY-1 writes
      * day1.hazard as LINE SEQUENTIAL in this layout; the
      * AOC-2021-DAY-1-SHOAL notice of shoaling is printed from it.
      * depths are whole meters as observed - not reduced to chart
      * datum even where the feed has a tide station, since it is the
      * water under the boat at the time that makes the hazard.  an
      * untimestamped feed carries zero stamps.
      *
      * Include with a program-specific prefix for the record and its
      * fields, e.g.
      *     copy hazdrec replacing leading ==hazdrec== by ==hazard==.
      *****************************************************************
       01 hazdrec-record.
           05 hazdrec-run-date        pic is 9(8).
           05 hazdrec-run-time        pic is 9(8).
           05 hazdrec-slot            pic is 9(1).
           05 hazdrec-sensor-id       pic is x(8).
           05 hazdrec-vessel          pic is x(20).
           05 hazdrec-from-timestamp  pic is 9(14).
           05 hazdrec-to-timestamp    pic is 9(14).
           05 hazdrec-shoalest        pic is 9(4).
           05 hazdrec-shoal-timestamp pic is 9(14).
           05 hazdrec-readings        pic is 9(6).
           05 hazdrec-draft           pic is 9(2)v9(2).
           05 hazdrec-clearance       pic is 9(2)v9(2).
