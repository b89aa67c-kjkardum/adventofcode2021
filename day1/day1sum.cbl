      * which is what a restatement is for.  reject counts come from
      * day1.audit, which carries them per run only, so they appear
      * on the day lines and totals but cannot be split by feed.
      *
      * the provisional rows AOC-2021-DAY-1 writes for an intraday
      * drop (marked "*P* " on the input-file field) are passed over:
      * the run that closes the survey day writes its figures whole.
      *****************************************************************

       environment division.
           if history-input-file(1:4) = "*R* " then
                     move 1 to row-restated
           end-if.
           if history-run-sensor = spaces
                   and history-input-file(1:4) not = "*P* " then
                     perform 02-50-fold-in-row
           end-if.

                       if arch-input-file(1:4) = "*R* " then
                                 move 1 to row-restated
                       end-if
                       if arch-run-sensor = spaces
                               and arch-input-file(1:4)
                                   not = "*P* " then
                                 perform 02-50-fold-in-row
                       end-if
           end-read.
