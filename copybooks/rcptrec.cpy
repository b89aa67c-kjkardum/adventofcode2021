      *****************************************************************
      * RCPTREC - feed receipt register record layout.
      *
      * One row per framed boat transmission AOC-2021-DAY-1 receives,
      * whatever became of it, keyed on the header's vessel,
      * transmission date and sequence number plus the run date, run
      * time and feed slot that received it - so a drop sent twice
      * is logged twice.  disposition is A (accepted and counted),
      * Q (quarantined: header or trailer missing, or the trailer's
      * record count or hash total does not match the drop), D
      * (refused, a duplicate of an accepted transmission) or S
      * (refused, out of sequence).  declared figures are the
      * trailer's, counted figures what actually arrived.  a drop with
      * no readable header is logged under a blank vessel.
      * day1.receipts is ORGANIZATION INDEXED on rcptrec-key.
      *
      * Include with a program-specific prefix for the record and its
      * fields, e.g.
      *     copy rcptrec replacing leading ==rcptrec== by ==receipt==.
      *****************************************************************
       01 rcptrec-record.
           05 rcptrec-key.
               10 rcptrec-vessel          pic is x(20).
               10 rcptrec-trans-date      pic is 9(8).
               10 rcptrec-sequence        pic is 9(6).
               10 rcptrec-run-date        pic is 9(8).
               10 rcptrec-run-time        pic is 9(8).
               10 rcptrec-slot            pic is 9(1).
           05 rcptrec-disposition         pic is x(1).
           05 rcptrec-reason              pic is x(20).
           05 rcptrec-declared-count      pic is 9(6).
           05 rcptrec-declared-hash       pic is 9(10).
           05 rcptrec-counted-count       pic is 9(6).
           05 rcptrec-counted-hash        pic is 9(10).
