      * AOC-2021-DAY-1-ACK job can reconcile their acknowledgment
      * against what left this side.  every other interface this shop
      * runs carries control totals; now this one does too.
      *
      * the provisional rows AOC-2021-DAY-1 writes for an intraday
      * drop (marked "*P* " on the input-file field) are passed over:
      * the run that closes the survey day writes its figures whole.
      *****************************************************************

       environment division.
       02-01-emit-if-wanted.
           if history-run-sensor = spaces
                   and history-input-file(1:4) not = "*R* "
                   and history-input-file(1:4) not = "*P* "
                   and history-run-date not < from-date
                   and history-run-date not > to-date then
                     move spaces to extract-out-line
