      * purge ran) and deletes it from the live file, so day1.history
      * stays small while the full record is kept for the auditors.
      * counts moved and kept go to the day1.archrpt control report.
      *
      * only a month AOC-2021-DAY-1-CLOSE has closed on the
      * day1.periods master is purged: a record past the cutoff in a
      * month still open, or reopened, stays on the live file until
      * the month has been signed off, and is counted as held.
      *****************************************************************

       environment division.
           organization is line sequential
           file status is archdir-status.

           select period-file assign to "day1.periods"
           organization is indexed
           access mode is dynamic
           record key is period-key
           file status is period-status.

       data division.
       file section.
           fd archparm-file.
               05 filler              pic is x(1).
               05 dir-high-date       pic is 9(8).

           fd period-file.
           copy perdrec replacing leading ==perdrec== by ==period==.

       working-storage section.
           01 archparm-status     pic is x(2) value "00".
           01 history-status      pic is x(2) value "00".
           01 archdir-status      pic is x(2) value "00".
           01 moved-low-date      pic is 9(8) value 99999999.
           01 moved-high-date     pic is 9(8) value 0.
           01 period-status       pic is x(2) value "00".
           01 periods-open        pic is 9(1) value 0.
           01 records-held        pic is 9(6) value 0.
           01 record-date         pic is 9(8) value 0.
           01 record-date-split redefines record-date.
               05 record-month    pic is 9(6).
               05 filler          pic is 9(2).
           01 judged-month        pic is 9(6) value 0.
           01 judged-closed       pic is 9(1) value 0.

       procedure division.

           perform 04-write-control-report.
           display "Archived " records-moved " history records"
                   " older than " cutoff-date
                   ", kept " records-kept
                   " (held " records-held ").".
           stop run.

       00-load-parameters.
                     if archive-status not = "00" then
                               open output archive-file
                     end-if
                     perform 03-02-open-periods
                     move 1 to more-history
                     perform until more-history = 0
                              read history-file next record
                     end-perform
                     close archive-file
                     close history-file
                     if periods-open = 1 then
                               close period-file
                     end-if
           end-if.

       03-01-judge-record.
           if history-run-date < cutoff-date then
                     perform 03-03-judge-period
                     if judged-closed = 0 then
                               add 1 to records-held
                     end-if
           end-if.
           if history-run-date < cutoff-date
                   and judged-closed = 1 then
                     move history-record to arch-record
                     write arch-record
                     delete history-file record
                     add 1 to records-kept
           end-if.

      * no day1.periods master means no month has been closed yet,
      * so nothing is purged; any other failure holds everything too,
      * since a purge cannot be taken back.
       03-02-open-periods.
           move 0 to periods-open.
           move 0 to judged-month.
           open input period-file.
           if period-status = "00" then
                     move 1 to periods-open
           else
             if period-status not = "35" then
                       display "WARNING - cannot open day1.periods"
                               " status " period-status
                               ", nothing purged"
             end-if
           end-if.

      * history is in run-date order, so the master is read once per
      * month, not once per record.
       03-03-judge-period.
           move history-run-date to record-date.
           if record-month not = judged-month then
                     move record-month to judged-month
                     move 0 to judged-closed
                     if periods-open = 1 then
                               move record-month to period-month
                               read period-file record
                                       invalid key
                                           continue
                                       not invalid key
                                           if period-state = "C" then
                                                     move 1
                                                       to judged-closed
                                           end-if
                               end-read
                     end-if
           end-if.

      * day1.archdir is the catalog the inquiry screen and the
      * restore job use to find which dated archive holds a given
      * run date: one appended line per purge that actually moved
                  "  ARCHIVE " archive-file-name
                  delimited by size into control-out-line.
           write control-line from control-out-line.
           move spaces to control-out-line.
           string "OF THOSE KEPT, PAST CUTOFF BUT HELD IN PERIODS"
                  " NOT CLOSED " records-held
                  delimited by size into control-out-line.
           write control-line from control-out-line.
           close control-file.
