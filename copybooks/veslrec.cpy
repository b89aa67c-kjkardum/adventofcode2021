      *****************************************************************
      * VESLREC - vessel master record layout.
      *
      * One row per survey vessel, keyed on the vessel name exactly
      * as it is keyed on SENSREC-VESSEL (and on the feed profile for
      * an untagged feed), carrying the vessel's draft and the under-
      * keel clearance her master requires, both in meters to the
      * centimeter.  a reading shallower than draft plus clearance is
      * a shoal hazard for that vessel.  day1.vessels is ORGANIZATION
      * INDEXED on veslrec-key, maintained through the
      * AOC-2021-DAY-1-VESL operator screen.
      *
      * Include with a program-specific prefix for the record and its
      * fields, e.g.
      *     copy veslrec replacing leading ==veslrec== by ==vessel==.
      *****************************************************************
       01 veslrec-record.
           05 veslrec-key.
               10 veslrec-name        pic is x(20).
           05 veslrec-draft           pic is 9(2)v9(2).
           05 veslrec-clearance       pic is 9(2)v9(2).
