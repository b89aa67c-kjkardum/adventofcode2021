       identification division.
       program-id. AOC-2021-DAY-1-CLOSE.
       author. Karlo Josip Kardum.
       date-written. 2026-09-23.

      *****************************************************************
      * period-close companion to AOC-2021-DAY-1: once a month's
      * figures have gone to the clients and the shore dashboard they
      * must stay put.  given a month in day1.closparm, this job
      * closes it on the day1.periods master - but only after
      * checking it: every feed day1.schedule flagged for a date in
      * the month produced a run on day1.history (live, or archived
      * through day1.archdir), day1.ackrpt shows the last
      * AOC-2021-DAY-1-ACK reconciliation came back clean and the
      * day1.ack it reconciled takes in every run date of the month,
      * and no gap on the day1.gapreq register whose stamps fall in
      * the month is still open.  every check, and the month's
      * control totals drawn by the AOC-2021-DAY-1-SUM rules - per
      * feed, survey days, accepted readings, part-1 and part-2 with
      * restatements superseding first runs, and the day1.audit runs
      * and rejects - go on the day1.closrpt close certificate.  a
      * month with any finding is not closed and the job ends with
      * return code 8; the certificate lists what has to be cleared.
      *
      * a closed month is locked: AOC-2021-DAY-1-RST refuses to write
      * an amended row into it, and AOC-2021-DAY-1-ARCH purges
      * nothing that is not in a closed month.  to restate a closed
      * month it must be formally reopened here, with a reason; the
      * reopen is kept on the master and journalled to day1.journal
      * with the master row before and after, and the month is then
      * closed again, with a fresh certificate, once the restatement
      * is out.
      *
      * day1.closparm, fixed columns: action in column 1 (C = close,
      * R = reopen), month yyyymm in 2-7, operator id in 8-15 and,
      * for a reopen, the reason in 16-55.  a month still running
      * cannot be closed.  a parm keyed without an operator is
      * journalled as UNKEYED.
      *
      * the provisional rows AOC-2021-DAY-1 writes for an intraday
      * drop (marked "*P* " on the input-file field) are passed over:
      * the run that closes the survey day writes its figures whole.
      *****************************************************************

       environment division.
       input-output section.
       file-control.
           select closparm-file assign to "day1.closparm"
           organization is line sequential
           file status is closparm-status.

           select period-file assign to "day1.periods"
           organization is indexed
           access mode is dynamic
           record key is period-key
           file status is period-status.

           select optional schedule-file assign to "day1.schedule"
           organization is line sequential
           file status is schedule-status.

           select history-file assign to "day1.history"
           organization is indexed
           access mode is dynamic
           record key is history-key
           file status is history-status.

           select optional archdir-file assign to "day1.archdir"
           organization is line sequential
           file status is archdir-status.

           select archive-file assign to dynamic archive-file-name
           organization is line sequential
           file status is archive-status.

           select optional ackrpt-file assign to "day1.ackrpt"
           organization is line sequential
           file status is ackrpt-status.

           select optional ack-file assign to "day1.ack"
           organization is line sequential
           file status is ack-status.

           select optional gapreq-file assign to "day1.gapreq"
           organization is line sequential
           file status is gapreq-status.

           select optional audit-file assign to "day1.audit"
           organization is line sequential
           file status is audit-status.

           select journal-file assign to "day1.journal"
           organization is line sequential
           file status is journal-status.

           select closrpt-file assign to "day1.closrpt"
           organization is line sequential.

       data division.
       file section.
           fd closparm-file.
           01 closparm-record.
               05 closparm-action     pic is x(1).
               05 closparm-month      pic is 9(6).
               05 closparm-operator   pic is x(8).
               05 closparm-reason     pic is x(40).

           fd period-file.
           copy perdrec replacing leading ==perdrec== by ==period==.

           fd schedule-file.
           01 schedule-record.
               05 sched-date.
                   10 sched-month     pic is 9(6).
                   10 sched-day       pic is 9(2).
               05 sched-feed          pic is x(1) occurs 3.

           fd history-file.
           copy histrec replacing leading ==histrec== by ==history==.

           fd archdir-file.
           01 archdir-record.
               05 dir-archive-name    pic is x(21).
               05 filler              pic is x(1).
               05 dir-low-date        pic is 9(8).
               05 filler              pic is x(1).
               05 dir-high-date       pic is 9(8).

           fd archive-file.
           copy histrec replacing leading ==histrec== by ==arch==.

           fd ackrpt-file.
           01 ackrpt-line         pic is x(80).

           fd ack-file.
           01 ack-record.
               05 ack-rows            pic is 9(6).
               05 filler              pic is x(1).
               05 ack-part-1          pic is 9(10).
               05 filler              pic is x(1).
               05 ack-part-2          pic is 9(10).
               05 filler              pic is x(1).
               05 ack-records         pic is 9(10).
               05 filler              pic is x(1).
               05 ack-low-date        pic is 9(8).
               05 filler              pic is x(1).
               05 ack-high-date       pic is 9(8).

           fd gapreq-file.
           01 gapreq-record.
               05 req-feed            pic is 9(1).
               05 filler              pic is x(1).
               05 req-from-ts.
                   10 req-from-month  pic is 9(6).
                   10 filler          pic is 9(8).
               05 filler              pic is x(1).
               05 req-to-ts.
                   10 req-to-month    pic is 9(6).
                   10 filler          pic is 9(8).
               05 filler              pic is x(1).
               05 req-size            pic is 9(14).
               05 filler              pic is x(1).
               05 req-date            pic is 9(8).
               05 filler              pic is x(1).
               05 req-status          pic is x(1).
               05 filler              pic is x(1).
               05 req-closed-date     pic is 9(8).
               05 filler              pic is x(1).
               05 req-covered         pic is 9(14).
               05 filler              pic is x(1).
               05 req-high-stamp      pic is 9(14).

           fd audit-file.
           01 audit-record.
               05 audit-run-date.
                   10 audit-run-month pic is 9(6).
                   10 filler          pic is 9(2).
               05 audit-start-time        pic is 9(8).
               05 audit-end-time          pic is 9(8).
               05 audit-records-read      pic is 9(6).
               05 audit-records-rejected  pic is 9(6).
               05 audit-part-1-sum        pic is 9(6).
               05 audit-part-2-sum        pic is 9(6).

           fd journal-file.
           copy jrnlrec replacing leading ==jrnlrec== by ==journal==.

           fd closrpt-file.
           01 closrpt-line        pic is x(80).

       working-storage section.
           01 closparm-status     pic is x(2) value "00".
           01 period-status       pic is x(2) value "00".
           01 schedule-status     pic is x(2) value "00".
           01 history-status      pic is x(2) value "00".
           01 archdir-status      pic is x(2) value "00".
           01 archive-status      pic is x(2) value "00".
           01 ackrpt-status       pic is x(2) value "00".
           01 ack-status          pic is x(2) value "00".
           01 gapreq-status       pic is x(2) value "00".
           01 audit-status        pic is x(2) value "00".
           01 journal-status      pic is x(2) value "00".
           01 archive-file-name   pic is x(21) value spaces.
           01 close-run-date      pic is 9(8) value 0.
           01 close-run-split redefines close-run-date.
               05 close-run-month pic is 9(6).
               05 filler          pic is 9(2).
           01 close-run-time      pic is 9(8) value 0.
           01 close-action        pic is x(1) value space.
           01 close-month         pic is 9(6) value 0.
           01 close-month-split redefines close-month.
               05 close-year      pic is 9(4).
               05 close-mm        pic is 9(2).
           01 close-operator      pic is x(8) value spaces.
           01 close-reason        pic is x(40) value spaces.
           01 period-found        pic is 9(1) value 0.
           01 period-image        pic is x(90) value spaces.
           01 period-action       pic is x(8) value spaces.
           01 period-first-date   pic is 9(8) value 0.
           01 period-last-date    pic is 9(8) value 0.
           01 finding-count       pic is 9(4) value 0.
           01 more-history        pic is 9(1) value 0.
           01 reading-schedule    pic is 9(1) value 0.
           01 reading-dir         pic is 9(1) value 0.
           01 reading-arch        pic is 9(1) value 0.
           01 reading-ackrpt      pic is 9(1) value 0.
           01 reading-gapreq      pic is 9(1) value 0.
           01 reading-audit       pic is 9(1) value 0.

      * one entry per day of the month: the feeds day1.schedule
      * expected, and the figure each feed stands at by the SUM rules.
           01 day-table.
               05 day-entry occurs 31.
                   10 day-expected        pic is x(1) occurs 3.
                   10 day-cell occurs 3.
                       15 cell-present    pic is 9(1).
                       15 cell-time       pic is 9(8).
                       15 cell-restated   pic is 9(1).
                       15 cell-records    pic is 9(6).
                       15 cell-part-1     pic is 9(6).
                       15 cell-part-2     pic is 9(6).

           01 row-date            pic is 9(8) value 0.
           01 row-date-split redefines row-date.
               05 row-month       pic is 9(6).
               05 row-day         pic is 9(2).
           01 row-time            pic is 9(8) value 0.
           01 row-slot            pic is 9(1) value 0.
           01 row-restated        pic is 9(1) value 0.
           01 row-records         pic is 9(6) value 0.
           01 row-part-1          pic is 9(6) value 0.
           01 row-part-2          pic is 9(6) value 0.
           01 find-date           pic is 9(8) value 0.
           01 find-date-split redefines find-date.
               05 find-month      pic is 9(6).
               05 find-day        pic is 9(2).

           01 schedule-on-file    pic is 9(1) value 0.
           01 feeds-expected      pic is 9(4) value 0.
           01 feeds-arrived       pic is 9(4) value 0.
           01 month-low-date      pic is 9(8) value 0.
           01 month-high-date     pic is 9(8) value 0.
           01 ackrpt-lines        pic is 9(6) value 0.
           01 ackrpt-last         pic is x(80) value spaces.
           01 gaps-open           pic is 9(4) value 0.
           01 audit-runs          pic is 9(6) value 0.
           01 audit-rejected      pic is 9(9) value 0.

           01 feed-totals.
               05 feed-total occurs 3.
                   10 tot-days            pic is 9(3).
                   10 tot-records         pic is 9(9).
                   10 tot-part-1          pic is 9(10).
                   10 tot-part-2          pic is 9(10).
                   10 tot-restated        pic is 9(3).
           01 all-days            pic is 9(3) value 0.
           01 all-records         pic is 9(9) value 0.
           01 all-part-1          pic is 9(10) value 0.
           01 all-part-2          pic is 9(10) value 0.
           01 all-restated        pic is 9(3) value 0.
           01 slot-shown          pic is 9(1) value 0.
           01 closrpt-out-line    pic is x(80).

       local-storage section.
           01 d usage unsigned-int value 0.
           01 s usage unsigned-int value 0.

       procedure division.

       01-main.
           accept close-run-date from date yyyymmdd.
           accept close-run-time from time.
           perform 00-load-parameters.
           perform 00-open-periods.
           open output closrpt-file.
           if close-action = "R" then
                     perform 09-reopen-period
           else
                     perform 02-close-period
           end-if.
           close closrpt-file.
           close period-file.
           stop run.

      * like day1.rstparm this parm is not optional: a month closed
      * or reopened that nobody asked for would lock, or unlock, the
      * clients' figures behind the desk's back.
       00-load-parameters.
           open input closparm-file.
           if closparm-status not = "00" then
                     display "Cannot open day1.closparm, status "
                             closparm-status
                     move 8 to return-code
                     stop run
           end-if.
           read closparm-file
                   at end
                       display "day1.closparm is empty"
                       move 8 to return-code
                       stop run
                   not at end
                       move closparm-month to close-month
                       if (closparm-action not = "C"
                               and closparm-action not = "R")
                               or closparm-month is not numeric
                               or close-mm < 1 or close-mm > 12 then
                                 display "Bad close parm: action "
                                         closparm-action " month "
                                         closparm-month
                                 move 8 to return-code
                                 stop run
                       end-if
                       move closparm-action to close-action
                       move closparm-operator to close-operator
                       move closparm-reason to close-reason
                       if close-operator = spaces then
                                 move "UNKEYED" to close-operator
                       end-if
           end-read.
           close closparm-file.

       00-open-periods.
           open i-o period-file.
           if period-status = "35" then
                     open output period-file
                     close period-file
                     open i-o period-file
           end-if.
           if period-status not = "00" then
                     display "Cannot open day1.periods, status "
                             period-status
                     move 8 to return-code
                     stop run
           end-if.
           move 0 to period-found.
           move spaces to period-image.
           move close-month to period-month.
           read period-file record
                   invalid key
                       continue
                   not invalid key
                       move 1 to period-found
                       move period-record to period-image
           end-read.


      * a month already closed is not certified twice, and a month
      * still running has nothing yet to certify.
       02-close-period.
           move spaces to closrpt-out-line.
           string "AOC-2021-DAY-1-CLOSE PERIOD CLOSE CERTIFICATE"
                  "   RUN DATE: " close-run-date
                  delimited by size into closrpt-out-line.
           write closrpt-line from closrpt-out-line.
           move spaces to closrpt-out-line.
           string "PERIOD " close-month
                  "  OPERATOR " close-operator
                  delimited by size into closrpt-out-line.
           write closrpt-line from closrpt-out-line.
           move spaces to closrpt-out-line.
           evaluate true
                   when period-found = 1 and period-state = "C"
                             string "PERIOD ALREADY CLOSED "
                                    period-closed-date
                                    " BY " period-closed-by
                                    " - NOTHING DONE"
                                    delimited by size
                                    into closrpt-out-line
                             write closrpt-line from closrpt-out-line
                             display "Period " close-month
                                     " already closed"
                             move 8 to return-code
                   when close-month not < close-run-month
                             string "PERIOD NOT YET ENDED"
                                    " - NOTHING DONE"
                                    delimited by size
                                    into closrpt-out-line
                             write closrpt-line from closrpt-out-line
                             display "Period " close-month
                                     " has not ended, not closed"
                             move 8 to return-code
                   when other
                             perform 02-10-certify-period
           end-evaluate.

       02-10-certify-period.
           compute period-first-date = close-month * 100 + 1.
           compute period-last-date = close-month * 100 + 31.
           perform varying d from 1 by 1 until d > 31
                   perform varying s from 1 by 1 until s > 3
                           move "0" to day-expected(d, s)
                           move 0 to cell-present(d, s)
                           move 0 to cell-time(d, s)
                           move 0 to cell-restated(d, s)
                           move 0 to cell-records(d, s)
                           move 0 to cell-part-1(d, s)
                           move 0 to cell-part-2(d, s)
                   end-perform
           end-perform.
           perform 03-collect-live-history.
           perform 03-20-collect-archives.
           perform 04-check-schedule.
           perform 05-total-period.
           perform 06-check-acknowledgment.
           perform 07-check-gaps.
           perform 08-collect-audit.
           perform 08-50-write-totals.
           if finding-count = 0 then
                     perform 10-mark-closed
           end-if.
           move spaces to closrpt-out-line.
           if finding-count = 0 then
                     string "PERIOD " close-month " CLOSED BY "
                            close-operator " ON " close-run-date
                            " - RESTATEMENTS NOW REFUSED"
                            delimited by size into closrpt-out-line
                     write closrpt-line from closrpt-out-line
                     display "Period " close-month " closed, "
                             all-days " feed-days certified."
           else
                     string "PERIOD " close-month " NOT CLOSED - "
                            finding-count " FINDING(S) ABOVE"
                            delimited by size into closrpt-out-line
                     write closrpt-line from closrpt-out-line
                     display "WARNING - period " close-month
                             " not closed, " finding-count
                             " finding(s), see day1.closrpt"
                     move 8 to return-code
           end-if.

       03-collect-live-history.
           open input history-file.
           if history-status not = "00" then
                     display "WARNING - cannot open day1.history"
                             " status " history-status
           else
                     move 1 to more-history
                     perform until more-history = 0
                              read history-file next record
                                      at end move 0 to more-history
                                      not at end
                                          perform 03-10-take-live-row
                              end-read
                     end-perform
                     close history-file
           end-if.

       03-10-take-live-row.
           move history-run-date to row-date.
           move history-run-time to row-time.
           move history-run-slot to row-slot.
           move history-record-count to row-records.
           move history-part-1-sum to row-part-1.
           move history-part-2-sum to row-part-2.
           move 0 to row-restated.
           if history-input-file(1:4) = "*R* " then
                     move 1 to row-restated
           end-if.
           if history-run-sensor = spaces
                   and history-input-file(1:4) not = "*P* " then
                     perform 03-50-fold-in-row
           end-if.

      * a month reopened after a purge has part of its history in
      * the dated archives; the catalog says which ones to read.
       03-20-collect-archives.
           open input archdir-file.
           if archdir-status = "00" then
                     move 1 to reading-dir
                     perform 03-21-read-archdir
                             until reading-dir = 0
                     close archdir-file
           end-if.

       03-21-read-archdir.
           read archdir-file
                   at end move 0 to reading-dir
                   not at end
                       if dir-low-date is numeric
                               and dir-high-date is numeric
                               and dir-low-date not > period-last-date
                               and dir-high-date
                                   not < period-first-date then
                                 move dir-archive-name
                                      to archive-file-name
                                 perform 03-22-scan-archive
                       end-if
           end-read.

       03-22-scan-archive.
           open input archive-file.
           if archive-status not = "00" then
                     display "WARNING - cannot open "
                             archive-file-name
                             " status " archive-status
           else
                     move 1 to reading-arch
                     perform 03-23-read-archive
                             until reading-arch = 0
                     close archive-file
           end-if.

       03-23-read-archive.
           read archive-file
                   at end move 0 to reading-arch
                   not at end
                       move arch-run-date to row-date
                       move arch-run-time to row-time
                       move arch-run-slot to row-slot
                       move arch-record-count to row-records
                       move arch-part-1-sum to row-part-1
                       move arch-part-2-sum to row-part-2
                       move 0 to row-restated
                       if arch-input-file(1:4) = "*R* " then
                                 move 1 to row-restated
                       end-if
                       if arch-run-sensor = spaces
                               and arch-input-file(1:4)
                                   not = "*P* " then
                                 perform 03-50-fold-in-row
                       end-if
           end-read.

      * one figure per run date and feed, by the rule
      * AOC-2021-DAY-1-SUM applies: a restated row beats a first-run
      * row outright, and within the same class the later run time
      * wins.
       03-50-fold-in-row.
           if row-month not = close-month
                   or row-day < 1 or row-day > 31
                   or row-slot < 1 or row-slot > 3 then
                     continue
           else
             move row-day to d
             if cell-present(d, row-slot) = 0
                     or (row-restated = 1
                         and cell-restated(d, row-slot) = 0)
                     or (row-restated = cell-restated(d, row-slot)
                         and row-time > cell-time(d, row-slot)) then
                       move 1 to cell-present(d, row-slot)
                       move row-time to cell-time(d, row-slot)
                       move row-restated to cell-restated(d, row-slot)
                       move row-records to cell-records(d, row-slot)
                       move row-part-1 to cell-part-1(d, row-slot)
                       move row-part-2 to cell-part-2(d, row-slot)
             end-if
           end-if.

      * the last day1.schedule line for a date wins, as it does for
      * the main job; no schedule, or no line for a date, means no
      * feed was expected that day.  a quarantined drop left no run
      * on history, so it counts here as not arrived.
       04-check-schedule.
           move 0 to schedule-on-file.
           open input schedule-file.
           if schedule-status = "00" then
                     move 1 to schedule-on-file
                     move 1 to reading-schedule
                     perform 04-01-read-schedule
                             until reading-schedule = 0
                     close schedule-file
           else
             if schedule-status = "05" then
                       close schedule-file
             end-if
           end-if.
           perform varying d from 1 by 1 until d > 31
                   perform 04-02-judge-day
           end-perform.
           move spaces to closrpt-out-line.
           if schedule-on-file = 0 then
                     string "SCHEDULE: NO day1.schedule,"
                            " NO FEEDS EXPECTED"
                            delimited by size into closrpt-out-line
           else
                     string "SCHEDULE: " feeds-expected
                            " FEED-DAYS EXPECTED, " feeds-arrived
                            " ARRIVED"
                            delimited by size into closrpt-out-line
           end-if.
           write closrpt-line from closrpt-out-line.

       04-01-read-schedule.
           read schedule-file
                   at end move 0 to reading-schedule
                   not at end
                       if sched-date is numeric
                               and sched-month = close-month
                               and sched-day > 0
                               and sched-day < 32 then
                                 move sched-day to d
                                 move sched-feed(1)
                                      to day-expected(d, 1)
                                 move sched-feed(2)
                                      to day-expected(d, 2)
                                 move sched-feed(3)
                                      to day-expected(d, 3)
                       end-if
           end-read.

       04-02-judge-day.
           move close-month to find-month.
           move d to find-day.
           perform varying s from 1 by 1 until s > 3
                   if day-expected(d, s) = "1" then
                             add 1 to feeds-expected
                             if cell-present(d, s) = 1 then
                                       add 1 to feeds-arrived
                             else
                                       move s to slot-shown
                                       move spaces to closrpt-out-line
                                       string "  " find-date
                                              " FEED " slot-shown
                                              " SCHEDULED, NO RUN"
                                              " ON FILE"
                                              delimited by size
                                              into closrpt-out-line
                                       write closrpt-line
                                             from closrpt-out-line
                                       add 1 to finding-count
                             end-if
                   end-if
           end-perform.

       05-total-period.
           move 0 to month-low-date.
           move 0 to month-high-date.
           perform varying s from 1 by 1 until s > 3
                   move 0 to tot-days(s)
                   move 0 to tot-records(s)
                   move 0 to tot-part-1(s)
                   move 0 to tot-part-2(s)
                   move 0 to tot-restated(s)
           end-perform.
           perform varying d from 1 by 1 until d > 31
                   perform 05-01-total-day
           end-perform.

       05-01-total-day.
           move close-month to find-month.
           move d to find-day.
           perform varying s from 1 by 1 until s > 3
                   if cell-present(d, s) = 1 then
                             add 1 to tot-days(s)
                             add cell-records(d, s) to tot-records(s)
                             add cell-part-1(d, s) to tot-part-1(s)
                             add cell-part-2(d, s) to tot-part-2(s)
                             if cell-restated(d, s) = 1 then
                                       add 1 to tot-restated(s)
                             end-if
                             if month-low-date = 0 then
                                       move find-date to month-low-date
                             end-if
                             move find-date to month-high-date
                   end-if
           end-perform.

      * the last line AOC-2021-DAY-1-ACK writes is its verdict; the
      * day1.ack it reconciled must also take in every run date of
      * the month, or the clean verdict was for some other range.
       06-check-acknowledgment.
           move 0 to ackrpt-lines.
           move spaces to ackrpt-last.
           open input ackrpt-file.
           if ackrpt-status = "00" then
                     move 1 to reading-ackrpt
                     perform 06-01-read-ackrpt
                             until reading-ackrpt = 0
                     close ackrpt-file
           else
             if ackrpt-status = "05" then
                       close ackrpt-file
             end-if
           end-if.
           move spaces to closrpt-out-line.
           if ackrpt-lines = 0 then
                     string "ACK: NO RECONCILIATION ON day1.ackrpt"
                            delimited by size into closrpt-out-line
                     add 1 to finding-count
           else
             if ackrpt-last(1:36)
                     = "EXTRACT AND ACKNOWLEDGMENT RECONCILE" then
                       string "ACK: day1.ackrpt RECONCILED"
                              delimited by size into closrpt-out-line
             else
                       string "ACK: NOT RECONCILED - "
                              ackrpt-last(1:50)
                              delimited by size into closrpt-out-line
                       add 1 to finding-count
             end-if
           end-if.
           write closrpt-line from closrpt-out-line.
           if month-high-date > 0 then
                     perform 06-02-check-ack-range
           end-if.

       06-01-read-ackrpt.
           read ackrpt-file
                   at end move 0 to reading-ackrpt
                   not at end
                       if ackrpt-line not = spaces then
                                 add 1 to ackrpt-lines
                                 move ackrpt-line to ackrpt-last
                       end-if
           end-read.

       06-02-check-ack-range.
           move spaces to closrpt-out-line.
           open input ack-file.
           if ack-status not = "00" then
                     if ack-status = "05" then
                               close ack-file
                     end-if
                     string "ACK: NO day1.ack FROM SHORE"
                            delimited by size into closrpt-out-line
                     add 1 to finding-count
           else
                     read ack-file
                             at end
                                 string "ACK: day1.ack IS EMPTY"
                                        delimited by size
                                        into closrpt-out-line
                                 add 1 to finding-count
                             not at end
                                 perform 06-03-judge-ack-range
                     end-read
                     close ack-file
           end-if.
           write closrpt-line from closrpt-out-line.

       06-03-judge-ack-range.
           if ack-low-date is numeric
                   and ack-high-date is numeric
                   and ack-low-date not > month-low-date
                   and ack-high-date not < month-high-date then
                     string "ACK: RANGE " ack-low-date
                            " TO " ack-high-date
                            " TAKES IN THE PERIOD"
                            delimited by size into closrpt-out-line
           else
                     string "ACK: RANGE " ack-low-date
                            " TO " ack-high-date
                            " MISSES RUNS " month-low-date
                            " TO " month-high-date
                            delimited by size into closrpt-out-line
                     add 1 to finding-count
           end-if.

      * a gap is in the month when its stamp range touches it; one
      * still open is a hole in figures about to be locked.
       07-check-gaps.
           move 0 to gaps-open.
           open input gapreq-file.
           if gapreq-status = "00" then
                     move 1 to reading-gapreq
                     perform 07-01-read-gapreq
                             until reading-gapreq = 0
                     close gapreq-file
           else
             if gapreq-status = "05" then
                       close gapreq-file
             end-if
           end-if.
           move spaces to closrpt-out-line.
           if gaps-open = 0 then
                     string "GAPS: NONE OPEN IN PERIOD"
                            delimited by size into closrpt-out-line
           else
                     string "GAPS: " gaps-open
                            " STILL OPEN IN PERIOD"
                            delimited by size into closrpt-out-line
                     add gaps-open to finding-count
           end-if.
           write closrpt-line from closrpt-out-line.

       07-01-read-gapreq.
           read gapreq-file
                   at end move 0 to reading-gapreq
                   not at end
                       if req-status = "O"
                               and req-from-month is numeric
                               and req-to-month is numeric
                               and req-from-month not > close-month
                               and req-to-month not < close-month then
                                 add 1 to gaps-open
                                 move spaces to closrpt-out-line
                                 string "  FEED " req-feed " "
                                        req-from-ts "-" req-to-ts
                                        " SIZE " req-size
                                        " OPEN SINCE " req-date
                                        delimited by size
                                        into closrpt-out-line
                                 write closrpt-line
                                       from closrpt-out-line
                       end-if
           end-read.

       08-collect-audit.
           move 0 to audit-runs.
           move 0 to audit-rejected.
           open input audit-file.
           if audit-status = "00" then
                     move 1 to reading-audit
                     perform 08-01-read-audit
                             until reading-audit = 0
                     close audit-file
           else
             if audit-status = "05" then
                       close audit-file
             end-if
           end-if.

       08-01-read-audit.
           read audit-file
                   at end move 0 to reading-audit
                   not at end
                       if audit-run-date is numeric
                               and audit-run-month = close-month then
                                 add 1 to audit-runs
                                 add audit-records-rejected
                                     to audit-rejected
                       end-if
           end-read.

       08-50-write-totals.
           move spaces to closrpt-out-line.
           write closrpt-line from closrpt-out-line.
           move "CONTROL TOTALS" to closrpt-out-line.
           write closrpt-line from closrpt-out-line.
           move spaces to closrpt-out-line.
           string "FEED  DAY    RECORDS      PART-1      PART-2"
                  "  RESTATED"
                  delimited by size into closrpt-out-line.
           write closrpt-line from closrpt-out-line.
           move 0 to all-days.
           move 0 to all-records.
           move 0 to all-part-1.
           move 0 to all-part-2.
           move 0 to all-restated.
           perform varying s from 1 by 1 until s > 3
                   move s to slot-shown
                   move spaces to closrpt-out-line
                   string "   " slot-shown "  " tot-days(s)
                          "  " tot-records(s)
                          "  " tot-part-1(s)
                          "  " tot-part-2(s)
                          "     " tot-restated(s)
                          delimited by size into closrpt-out-line
                   write closrpt-line from closrpt-out-line
                   add tot-days(s) to all-days
                   add tot-records(s) to all-records
                   add tot-part-1(s) to all-part-1
                   add tot-part-2(s) to all-part-2
                   add tot-restated(s) to all-restated
           end-perform.
           move spaces to closrpt-out-line.
           string "TOTAL " all-days
                  "  " all-records
                  "  " all-part-1
                  "  " all-part-2
                  "     " all-restated
                  delimited by size into closrpt-out-line.
           write closrpt-line from closrpt-out-line.
           move spaces to closrpt-out-line.
           string "AUDIT RUNS " audit-runs
                  "  READINGS REJECTED " audit-rejected
                  delimited by size into closrpt-out-line.
           write closrpt-line from closrpt-out-line.
           move spaces to closrpt-out-line.
           write closrpt-line from closrpt-out-line.

      * a reopen is only for a month that is closed, and never
      * without a reason: the reason is what the auditors read.
       09-reopen-period.
           move spaces to closrpt-out-line.
           string "AOC-2021-DAY-1-CLOSE PERIOD REOPEN"
                  "   RUN DATE: " close-run-date
                  delimited by size into closrpt-out-line.
           write closrpt-line from closrpt-out-line.
           move spaces to closrpt-out-line.
           evaluate true
                   when close-reason = spaces
                             string "REOPEN OF " close-month
                                    " REFUSED - NO REASON ON"
                                    " day1.closparm"
                                    delimited by size
                                    into closrpt-out-line
                             write closrpt-line from closrpt-out-line
                             display "Reopen of " close-month
                                     " refused, no reason given"
                             move 8 to return-code
                   when period-found = 0 or period-state not = "C"
                             string "REOPEN OF " close-month
                                    " REFUSED - PERIOD IS NOT CLOSED"
                                    delimited by size
                                    into closrpt-out-line
                             write closrpt-line from closrpt-out-line
                             display "Reopen of " close-month
                                     " refused, period not closed"
                             move 8 to return-code
                   when other
                             perform 09-10-mark-reopened
           end-evaluate.

       09-10-mark-reopened.
           move "O" to period-state.
           move close-run-date to period-reopened-date.
           move close-operator to period-reopened-by.
           move close-reason to period-reopen-reason.
           rewrite period-record
                   invalid key
                       display "WARNING - day1.periods rewrite"
                               " failed, status " period-status
                       move spaces to closrpt-out-line
                       string "REOPEN OF " close-month
                              " FAILED - day1.periods NOT UPDATED,"
                              " STATUS " period-status
                              delimited by size into closrpt-out-line
                       write closrpt-line from closrpt-out-line
                       move 8 to return-code
                   not invalid key
                       move "REOPEN" to period-action
                       perform 11-journal-period
                       perform 09-11-write-reopened
           end-rewrite.

       09-11-write-reopened.
           move spaces to closrpt-out-line.
           string "PERIOD " close-month " REOPENED BY "
                  close-operator " ON " close-run-date
                  delimited by size into closrpt-out-line.
           write closrpt-line from closrpt-out-line.
           move spaces to closrpt-out-line.
           string "REASON: " close-reason
                  delimited by size into closrpt-out-line.
           write closrpt-line from closrpt-out-line.
           move spaces to closrpt-out-line.
           string "CLOSED " period-closed-date " BY "
                  period-closed-by
                  " - RESTATEMENTS ACCEPTED UNTIL CLOSED AGAIN"
                  delimited by size into closrpt-out-line.
           write closrpt-line from closrpt-out-line.
           display "Period " close-month " reopened by "
                   close-operator ".".

      * a month closed before keeps its last reopen on the row, so
      * the master always shows why it was last opened up.
       10-mark-closed.
           if period-found = 0 then
                     move spaces to period-record
                     move close-month to period-month
                     move 0 to period-reopened-date
           end-if.
           move "C" to period-state.
           move close-run-date to period-closed-date.
           move close-run-time to period-closed-time.
           move close-operator to period-closed-by.
           move "CLOSE" to period-action.
           if period-found = 0 then
                     write period-record
                             invalid key
                                 display "WARNING - day1.periods"
                                         " write failed, status "
                                         period-status
                                 perform 10-01-note-master-failed
                             not invalid key
                                 perform 11-journal-period
                     end-write
           else
                     rewrite period-record
                             invalid key
                                 display "WARNING - day1.periods"
                                         " rewrite failed, status "
                                         period-status
                                 perform 10-01-note-master-failed
                             not invalid key
                                 perform 11-journal-period
                     end-rewrite
           end-if.

      * a month the master could not be updated for is not locked,
      * and the certificate says so rather than calling it closed.
       10-01-note-master-failed.
           add 1 to finding-count.
           move spaces to closrpt-out-line.
           string "MASTER: day1.periods NOT UPDATED, STATUS "
                  period-status
                  delimited by size into closrpt-out-line.
           write closrpt-line from closrpt-out-line.

       11-journal-period.
           open extend journal-file.
           if journal-status not = "00" then
                     open output journal-file
           end-if.
           move close-operator to journal-operator.
           accept journal-date from date yyyymmdd.
           accept journal-time from time.
           move "AOC-2021-DAY-1-CLOSE" to journal-program.
           move period-action to journal-action.
           move spaces to journal-head-id.
           move period-image to journal-before.
           move period-record to journal-after.
           write journal-record.
           close journal-file.
