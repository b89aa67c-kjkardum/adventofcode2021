      *****************************************************************
      * QUALREC - data-quality ledger record layout.
      *
      * AOC-2021-DAY-1 posts one row per feed per run, under a blank
      * head id, and one row per head seen in the feed, keyed on the
      * run date, run time, feed slot and head id.  day1.reject,
      * day1.gaps, day1.excpt and day1.recon are rewritten every
      * run; these counts are what is kept of them.  rejects are
      * broken out by the status the reading was quarantined under -
      * 91 garbled stamp, 92 replayed stamp, 93 depth out of range,
      * non-numeric depth, and any other read status.  gaps are the
      * uplink's, so they are counted on the feed row only; total gap
      * size is in stamp units, as day1.gaps shows them.  unknown and
      * retired head readings are readings accepted from a head the
      * day1.sensors master does not know, or has retired.
      * reconciliation pairs and divergences go on the redundant
      * feed's row, slot 2 or 3.  on a feed row the vessel is the
      * feed's own, from day1.feedprof or the transmission header;
      * a feed with neither takes the vessel of the head that sent
      * most of its accepted readings, and is left blank only when
      * none of its heads has one.  on a head row it is the head's,
      * from the master.  head status is the master's verdict
      * on the head - A, R or U - or blank when it was not judged.
      * day1.qledger is ORGANIZATION INDEXED on qualrec-key.
      *
      * Include with a program-specific prefix for the record and its
      * fields, e.g.
      *     copy qualrec replacing leading ==qualrec== by ==qledger==.
      *****************************************************************
       01 qualrec-record.
           05 qualrec-key.
               10 qualrec-run-date        pic is 9(8).
               10 qualrec-run-time        pic is 9(8).
               10 qualrec-slot            pic is 9(1).
               10 qualrec-head-id         pic is x(8).
           05 qualrec-vessel              pic is x(20).
           05 qualrec-head-status         pic is x(1).
           05 qualrec-readings            pic is 9(6).
           05 qualrec-accepted            pic is 9(6).
           05 qualrec-rejects-91          pic is 9(6).
           05 qualrec-rejects-92          pic is 9(6).
           05 qualrec-rejects-93          pic is 9(6).
           05 qualrec-rejects-nonnum      pic is 9(6).
           05 qualrec-rejects-other       pic is 9(6).
           05 qualrec-gap-count           pic is 9(6).
           05 qualrec-gap-total           pic is 9(14).
           05 qualrec-unknown-readings    pic is 9(6).
           05 qualrec-retired-readings    pic is 9(6).
           05 qualrec-recon-pairs         pic is 9(6).
           05 qualrec-recon-diverged      pic is 9(6).
