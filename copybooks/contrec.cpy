      *****************************************************************
      * CONTREC - charter contract master record layout.
      *
      * One row per charter, keyed on the contract id the office
      * quotes on its paperwork.  a charter is for a vessel or, with
      * the vessel left blank, for the feed slots flagged 1 in slots.
      * a vessel charter bills, day by day, the feeds her heads ran
      * on - the per-head history rows of the survey day name the
      * heads, and the day1.sensors master names each head's vessel.
      * a feed with no head rows that day, an untagged feed, bills to
      * the vessel day1.feedprof puts on it.  a vessel charter that
      * comes to no feed at all in an invoice period is refused.
      * only survey days inside the contract's from and to dates are
      * billed: the day rate per survey day, plus the rate per
      * thousand accepted readings, and never less than the minimum
      * charge for any invoice period the contract is in force.
      * money is in the charter currency to two places.
      * day1.contracts is ORGANIZATION INDEXED on contrec-key,
      * maintained through the AOC-2021-DAY-1-CONT operator screen.
      *
      * Include with a program-specific prefix for the record and its
      * fields, e.g.
      *     copy contrec replacing leading ==contrec== by ==contract==.
      *****************************************************************
       01 contrec-record.
           05 contrec-key.
               10 contrec-id              pic is x(8).
           05 contrec-client              pic is x(30).
           05 contrec-vessel              pic is x(20).
           05 contrec-slots.
               10 contrec-slot-flag       pic is x(1) occurs 3.
           05 contrec-from-date           pic is 9(8).
           05 contrec-to-date             pic is 9(8).
           05 contrec-day-rate            pic is 9(6)v9(2).
           05 contrec-thousand-rate       pic is 9(6)v9(2).
           05 contrec-minimum             pic is 9(6)v9(2).
