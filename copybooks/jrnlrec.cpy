      *****************************************************************
      * JRNLREC - maintenance journal record layout.
      *
      * One line per change an operator makes to data the auditors
      * care about: a head added, updated, retired or reactivated on
      * day1.sensors by AOC-2021-DAY-1-SENS, a rejected reading
      * corrected into day1.supp or written off by AOC-2021-DAY-1-FIX,
      * an amended HISTREC row written by AOC-2021-DAY-1-RST, a month
      * closed or reopened on day1.periods by AOC-2021-DAY-1-CLOSE
      * (actions CLOSE and REOPEN).  the operator id is the one keyed
      * at the screen or on the batch input; date and time are when
      * the change was made.  head-id is the sensor head the change
      * concerns (blank where it concerns no one head) so the journal
      * listing can select on it.  the before and after images are
      * the changed record exactly as it stood - blank before on an
      * add, blank after on a write-off.  day1.journal is LINE
      * SEQUENTIAL and only ever opened EXTEND, so nothing once
      * journalled is rewritten.
      *
      * Include with a program-specific prefix for the record and its
      * fields, e.g.
      *     copy jrnlrec replacing leading ==jrnlrec== by ==journal==.
      *****************************************************************
       01 jrnlrec-record.
           05 jrnlrec-operator        pic is x(8).
           05 jrnlrec-date            pic is 9(8).
           05 jrnlrec-time            pic is 9(8).
           05 jrnlrec-program         pic is x(20).
           05 jrnlrec-action          pic is x(8).
           05 jrnlrec-head-id         pic is x(8).
           05 jrnlrec-before          pic is x(90).
           05 jrnlrec-after           pic is x(90).
