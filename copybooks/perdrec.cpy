      *****************************************************************
      * PERDREC - accounting period master record layout.
      *
      * One row per calendar month AOC-2021-DAY-1-CLOSE has ever
      * closed, keyed on the month, yyyymm.  state C is a closed
      * month: its figures have gone to the clients and the shore
      * dashboard, AOC-2021-DAY-1-RST will not write an amended row
      * into it and AOC-2021-DAY-1-ARCH may purge it.  state O is a
      * month formally reopened after a close - the reopen date,
      * operator and reason stay on the row until the month is
      * closed again, and the journal keeps every one.  a month with
      * no row has never been closed and is open.
      * day1.periods is ORGANIZATION INDEXED on perdrec-key.
      *
      * Include with a program-specific prefix for the record and its
      * fields, e.g.
      *     copy perdrec replacing leading ==perdrec== by ==period==.
      *****************************************************************
       01 perdrec-record.
           05 perdrec-key.
               10 perdrec-month           pic is 9(6).
           05 perdrec-state               pic is x(1).
           05 perdrec-closed-date         pic is 9(8).
           05 perdrec-closed-time         pic is 9(8).
           05 perdrec-closed-by           pic is x(8).
           05 perdrec-reopened-date       pic is 9(8).
           05 perdrec-reopened-by         pic is x(8).
           05 perdrec-reopen-reason       pic is x(40).
