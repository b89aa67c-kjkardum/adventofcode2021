      * being restated first, so day1.supp holds only that feed's
      * corrections; the per-sensor diagnostic rows are not restated -
      * the amended deliverable is the per-file figures.
      *
      * the working file also holds calibrated depths, so each keyed
      * correction from a head with a day1.calib calibration in force
      * on its ping date (the restated run's date, if unstamped) is
      * calibrated exactly as intake would have calibrated it.
      *
      * the working file already holds chart-datum depths for a feed
      * with a tide station, so the keyed corrections are reduced by
      * the same day1.tide heights before they are merged; one the
      * tide entries do not cover goes in as observed and is counted
      * on the report.
      *
      * day1.rstparm carries, after the date and slot, the id of the
      * operator ordering the restatement in columns 10-17; the
      * amended row goes to the shared day1.journal under that id,
      * with the original total row as the before image and the
      * amended row as the after.  a parm keyed without an operator
      * is journalled as UNKEYED.
      *
      * a run that AOC-2021-DAY-1-INV has already invoiced (any
      * invoice on the day1.invreg register whose period takes in
      * the run date and whose feeds take in the slot) is not
      * re-priced here: the report names the invoice, and the invoice
      * run repeated for that invoice's period issues the credit or
      * debit note for whatever the restatement has moved.
      *
      * a run in a month AOC-2021-DAY-1-CLOSE has closed on the
      * day1.periods master is refused outright, return code 8 and
      * nothing written: those figures are signed off.  the month is
      * reopened there first, with a reason, and closed again once
      * the restatement is out.
      *****************************************************************

       environment division.
           organization is line sequential
           file status is feedprof-status.

           select optional tide-file assign to "day1.tide"
           organization is line sequential
           file status is tide-status.

           select feed-file assign to dynamic feed-file-name
           organization is line sequential
           file status is feed-status.
           record key is history-key
           file status is history-status.

           select calib-file assign to "day1.calib"
           organization is indexed
           access mode is dynamic
           record key is calib-key
           file status is calib-status.

           select rstrpt-file assign to "day1.rstrpt"
           organization is line sequential.

           select journal-file assign to "day1.journal"
           organization is line sequential
           file status is journal-status.

           select optional register-file assign to "day1.invreg"
           organization is line sequential
           file status is register-status.

           select period-file assign to "day1.periods"
           organization is indexed
           access mode is dynamic
           record key is period-key
           file status is period-status.

       data division.
       file section.
           fd rstparm-file.
           01 rstparm-record.
               05 rstparm-date    pic is 9(8).
               05 rstparm-slot    pic is 9(1).
               05 rstparm-operator pic is x(8).

           fd parm-file.
           01 parm-record.
           01 feedprof-record.
               05 profile-slot    pic is 9(1).
               05 profile-unit    pic is x(1).
               05 profile-station pic is x(8).

           fd tide-file.
           01 tide-record.
               05 tide-station    pic is x(8).
               05 filler          pic is x(1).
               05 tide-timestamp  pic is 9(14).
               05 filler          pic is x(1).
               05 tide-height     pic is s9(2)v9(2)
                                  sign is leading separate.

           fd feed-file.
           copy depthrec replacing leading ==depthrec== by ==feedline==.
           fd history-file.
           copy histrec replacing leading ==histrec== by ==history==.

           fd calib-file.
           copy calibrec replacing leading ==calibrec== by ==calib==.

           fd register-file.
           copy invrec replacing leading ==invrec== by ==register==.

           fd period-file.
           copy perdrec replacing leading ==perdrec== by ==period==.

           fd rstrpt-file.
           01 rstrpt-line         pic is x(80).

           fd journal-file.
           copy jrnlrec replacing leading ==jrnlrec== by ==journal==.

       working-storage section.
           01 rstparm-status      pic is x(2) value "00".
           01 parm-status         pic is x(2) value "00".
           01 rst-run-date        pic is 9(8) value 0.
           01 rst-run-time        pic is 9(8) value 0.
           01 rst-date            pic is 9(8) value 0.
           01 rst-date-split redefines rst-date.
               05 rst-month       pic is 9(6).
               05 filler          pic is 9(2).
           01 rst-slot            pic is 9(1) value 0.
           01 rst-operator        pic is x(8) value spaces.
           01 journal-status      pic is x(2) value "00".
           01 feed-file-name      pic is x(40) value spaces.
           01 window-size         pic is 9(4) value 3.
           01 reading-profile     pic is 9(1) value 1.
           01 feed-unit           pic is x(1) value "M".
           01 conv-work           pic is 9(9) value 0.

      * the calibration register, held and indexed by head exactly as
      * the main job holds it.
           01 calib-status        pic is x(2) value "00".
           01 reading-calib       pic is 9(1) value 0.
           01 calib-limit         pic is 9(4) value 2000.
           01 calib-count         pic is 9(4) value 0.
           01 calib-overflowed    pic is 9(1) value 0.
           01 calib-table.
               05 calib-entry occurs 2000.
                   10 calib-tab-head      pic is x(8).
                   10 calib-tab-date      pic is 9(8).
                   10 calib-tab-offset    pic is s9(3)v9(2).
                   10 calib-tab-scale     pic is 9(1)v9(5).
           01 cal-head-limit      pic is 9(3) value 500.
           01 cal-head-count      pic is 9(3) value 0.
           01 cal-heads.
               05 cal-head-entry occurs 500.
                   10 cal-head-key        pic is x(8).
                   10 cal-head-first      pic is 9(4).
                   10 cal-head-last       pic is 9(4).
           01 cal-head-ix         pic is 9(3) value 0.
           01 calib-ix            pic is 9(4) value 0.
           01 calib-in-force      pic is 9(4) value 0.
           01 calib-date          pic is 9(8) value 0.
           01 calib-result        pic is s9(6) value 0.
           01 current-sensor-id   pic is x(8) value spaces.
           01 supp-calibrated     pic is 9(6) value 0.

      * the feed's tide station and its day1.tide entries, in stamp
      * order, for reducing the corrections to chart datum.
           01 feed-station        pic is x(8) value spaces.
           01 tide-status         pic is x(2) value "00".
           01 reading-tide        pic is 9(1) value 0.
           01 tide-limit          pic is 9(4) value 3000.
           01 tide-count          pic is 9(4) value 0.
           01 tide-out-of-order   pic is 9(4) value 0.
           01 tide-table.
               05 tide-entry occurs 3000.
                   10 tide-tab-seconds    pic is 9(14).
                   10 tide-tab-height     pic is s9(2)v9(2).
           01 tide-cursor         pic is 9(4) value 0.
           01 tide-next           pic is 9(4) value 0.
           01 tide-covered        pic is 9(1) value 0.
           01 tide-now            pic is s9(2)v9(2) value 0.
           01 tide-reduced        pic is s9(5) value 0.
           01 tide-seconds        pic is 9(14) value 0.
           01 supp-reduced        pic is 9(6) value 0.
           01 supp-unreduced      pic is 9(6) value 0.
           01 conv-stamp          pic is 9(14) value 0.
           01 conv-split redefines conv-stamp.
               05 conv-year       pic is 9(4).
               05 conv-month      pic is 9(2).
               05 conv-day        pic is 9(2).
               05 conv-hour       pic is 9(2).
               05 conv-minute     pic is 9(2).
               05 conv-second     pic is 9(2).
           01 conv-seconds        pic is 9(14) value 0.
           01 conv-y              pic is 9(4) value 0.
           01 conv-m              pic is 9(2) value 0.
           01 conv-era            pic is 9(2) value 0.
           01 conv-yoe            pic is 9(3) value 0.
           01 conv-doy            pic is 9(3) value 0.
           01 conv-doe            pic is 9(6) value 0.
           01 conv-days           pic is 9(8) value 0.
           01 conv-day-work       pic is 9(8) value 0.

           01 original-found      pic is 9(1) value 0.
           01 original-time       pic is 9(8) value 0.
           01 original-part-1     pic is 9(6) value 0.
           01 original-part-2     pic is 9(6) value 0.
           01 original-records    pic is 9(6) value 0.
           01 original-input-file pic is x(40) value spaces.
           01 original-image      pic is x(90) value spaces.
           01 more-history        pic is 9(1) value 0.
           01 register-status     pic is x(2) value "00".
           01 reading-register    pic is 9(1) value 0.
           01 invoiced-number     pic is 9(6) value 0.
           01 period-status       pic is x(2) value "00".

           01 current-inputline   pic is 9(4).
           01 current-inputline-raw redefines current-inputline
           accept rst-run-date from date yyyymmdd.
           accept rst-run-time from time.
           perform 00-load-parameters.
           perform 00-10-check-period.
           perform 02-find-original-run.
           if original-found = 0 then
                     display "No history total row for " rst-date
           end-if.
           perform 03-recompute-run.
           perform 05-write-restated-history.
           perform 02-50-find-invoice.
           perform 06-write-restatement-report.
           if invoiced-number > 0 then
                     display "Run already invoiced on invoice "
                             invoiced-number ", rerun the invoice"
                             " period for the note"
           end-if.
           display "Restated " rst-date " slot " rst-slot
                   ": part-1 " original-part-1 " to " part-1-sum
                   ", part-2 " original-part-2 " to " part-2-sum ".".
                       end-if
                       move rstparm-date to rst-date
                       move rstparm-slot to rst-slot
                       move rstparm-operator to rst-operator
                       if rst-operator = spaces then
                                 move "UNKEYED" to rst-operator
                       end-if
           end-read.
           close rstparm-file.
           evaluate rst-slot
                             until reading-profile = 0
                     close feedprof-file
           end-if.
           if feed-station not = spaces then
                     perform 00-02-load-tide-table
           end-if.
           perform 00-05-load-calibrations.

       00-01-read-feed-profile.
           read feedprof-file
                                   or profile-unit = "T") then
                                 move profile-unit to feed-unit
                       end-if
                       if profile-slot is numeric
                               and profile-slot = rst-slot then
                                 move profile-station to feed-station
                       end-if
           end-read.

      * only the feed's own station is kept, and only in stamp order,
      * by the same rule the main job loads the table.
       00-02-load-tide-table.
           open input tide-file.
           if tide-status = "00" then
                     move 1 to reading-tide
                     perform 00-03-read-tide-entry
                             until reading-tide = 0
                     close tide-file
           else
                     display "WARNING - cannot open day1.tide status "
                             tide-status
                             ", corrections not reduced"
           end-if.
           if tide-out-of-order > 0 then
                     display "WARNING - " tide-out-of-order
                             " day1.tide entries out of order,"
                             " passed over"
           end-if.

       00-03-read-tide-entry.
           read tide-file
                   at end move 0 to reading-tide
                   not at end
                       if tide-station = feed-station
                               and tide-timestamp is numeric
                               and tide-height is numeric then
                                 perform 00-04-keep-tide-entry
                       end-if
           end-read.

       00-04-keep-tide-entry.
           move tide-timestamp to conv-stamp.
           perform 07-stamp-to-seconds.
           if tide-count > 0 and conv-seconds
                   not > tide-tab-seconds(tide-count) then
                     add 1 to tide-out-of-order
           else
             if tide-count < tide-limit then
                       add 1 to tide-count
                       move conv-seconds to tide-tab-seconds(tide-count)
                       move tide-height to tide-tab-height(tide-count)
             end-if
           end-if.

       00-05-load-calibrations.
           open input calib-file.
           if calib-status = "00" then
                     move 1 to reading-calib
                     perform 00-06-read-calibration
                             until reading-calib = 0
                     close calib-file
           else
             if calib-status not = "35" then
                       display "WARNING - cannot open day1.calib"
                               " status " calib-status
                               ", corrections not calibrated"
             end-if
           end-if.

       00-06-read-calibration.
           read calib-file next record
                   at end move 0 to reading-calib
                   not at end
                       if calib-count < calib-limit
                               and (cal-head-count < cal-head-limit
                                   or cal-head-key(cal-head-count)
                                      = calib-head-id) then
                                 perform 00-07-keep-calibration
                       else
                         if calib-overflowed = 0 then
                                   display "WARNING - day1.calib"
                                           " too large, remaining"
                                           " calibrations ignored"
                                   move 1 to calib-overflowed
                         end-if
                       end-if
           end-read.

       00-07-keep-calibration.
           add 1 to calib-count.
           move calib-head-id to calib-tab-head(calib-count).
           move calib-effective-date to calib-tab-date(calib-count).
           move calib-offset to calib-tab-offset(calib-count).
           move calib-scale to calib-tab-scale(calib-count).
           if cal-head-count = 0 then
                     add 1 to cal-head-count
                     move calib-head-id
                          to cal-head-key(cal-head-count)
                     move calib-count
                          to cal-head-first(cal-head-count)
           else
             if cal-head-key(cal-head-count) not = calib-head-id then
                       add 1 to cal-head-count
                       move calib-head-id
                            to cal-head-key(cal-head-count)
                       move calib-count
                            to cal-head-first(cal-head-count)
             end-if
           end-if.
           move calib-count to cal-head-last(cal-head-count).

      * no day1.periods master means no month has ever been closed.
       00-10-check-period.
           open input period-file.
           if period-status = "00" then
                     move rst-month to period-month
                     read period-file record
                             invalid key
                                 continue
                             not invalid key
                                 if period-state = "C" then
                                           display "Period "
                                                   rst-month
                                                   " closed "
                                                   period-closed-date
                                                   " by "
                                                   period-closed-by
                                                   ", reopen it with"
                                                   " AOC-2021-DAY-1-"
                                                   "CLOSE first"
                                           close period-file
                                           move 8 to return-code
                                           stop run
                                 end-if
                     end-read
                     close period-file
           else
             if period-status not = "35" then
                       display "Cannot open day1.periods, status "
                               period-status
                       move 8 to return-code
                       stop run
             end-if
           end-if.

      * the before figures come from the original per-file total row
      * (blank sensor) for the restated date and slot; earlier
      * restatements of the same run carry the "*R* " marker and are
      * passed over, as are the provisional "*P* " rows of intraday
      * drops, and of the first-run rows the latest time wins -
      * the same rerun-wins rule the rest of the suite applies.
       02-find-original-run.
           move 0 to original-found.
           if history-run-date = rst-date
                   and history-run-slot = rst-slot
                   and history-run-sensor = spaces
                   and history-input-file(1:4) not = "*R* "
                   and history-input-file(1:4) not = "*P* " then
                     if original-found = 0
                             or history-run-time > original-time then
                               move 1 to original-found
                                    to original-records
                               move history-input-file
                                    to original-input-file
                               move history-record to original-image
                     end-if
           end-if.

      * the last invoice on the register covering the run wins; a
      * credit or debit note is never itself the invoice to rerun.
       02-50-find-invoice.
           move 0 to invoiced-number.
           open input register-file.
           if register-status = "00" then
                     move 1 to reading-register
                     perform 02-51-read-register-line
                             until reading-register = 0
                     close register-file
           end-if.

       02-51-read-register-line.
           read register-file
                   at end move 0 to reading-register
                   not at end
                       if register-type = "I"
                               and register-period-from not > rst-date
                               and register-period-to not < rst-date
                               and register-slots(rst-slot:1) = "1" then
                                 move register-number
                                      to invoiced-number
                       end-if
           end-read.

      * merge the original run's accepted readings and the
      * corrections into one stream ordered by ping timestamp and
      * run the main job's counting over it.  the working file is
                                    to current-inputline-raw
                               move suppline-raw(13:14)
                                    to current-timestamp-raw
                               move suppline-raw(5:8)
                                    to current-sensor-id
                               perform 04-judge-record
                               if record-valid = 1 then
                                         move current-inputline
                   and current-timestamp is numeric then
                     perform 04-02-convert-depth-unit
           end-if.
           if record-valid = 1 and calib-count > 0
                   and current-sensor-id not = spaces then
                     perform 04-05-calibrate-depth
           end-if.
           if record-valid = 1 and feed-station not = spaces then
                     perform 04-03-reduce-to-datum
           end-if.

       04-01-normalize-reading.
           if current-inputline-raw(4:1) not = space then
                             continue
           end-evaluate.

      * the main job's calibration: meters times scale plus offset,
      * rounded, with a result outside the depth field refused.
       04-05-calibrate-depth.
           move 0 to calib-in-force.
           if current-timestamp not = 0 then
                     move current-timestamp-raw(1:8) to calib-date
           else
                     move rst-date to calib-date
           end-if.
           move 0 to cal-head-ix.
           perform varying calib-ix from 1 by 1
                   until calib-ix > cal-head-count or cal-head-ix > 0
                   if cal-head-key(calib-ix) = current-sensor-id then
                             move calib-ix to cal-head-ix
                   end-if
           end-perform.
           if cal-head-ix > 0 then
                     perform varying calib-ix
                             from cal-head-first(cal-head-ix) by 1
                             until calib-ix
                                   > cal-head-last(cal-head-ix)
                             if calib-tab-date(calib-ix)
                                     not > calib-date then
                                       move calib-ix to calib-in-force
                             end-if
                     end-perform
           end-if.
           if calib-in-force > 0 then
                     compute calib-result rounded
                             = current-inputline
                               * calib-tab-scale(calib-in-force)
                               + calib-tab-offset(calib-in-force)
                     if calib-result < 0 or calib-result > 9999 then
                               move 0 to record-valid
                     else
                               move calib-result to current-inputline
                               add 1 to supp-calibrated
                     end-if
           end-if.

      * the main job's reduction: observed depth less the height of
      * tide interpolated between the entries either side of the
      * stamp, rounded, and held at zero where the ground dries.
       04-03-reduce-to-datum.
           move 0 to tide-covered.
           if current-timestamp not = 0 then
                     move current-timestamp to conv-stamp
                     perform 07-stamp-to-seconds
                     move conv-seconds to tide-seconds
                     perform 04-04-find-tide-height
           end-if.
           if tide-covered = 1 then
                     compute tide-reduced rounded
                             = current-inputline - tide-now
                     if tide-reduced < 0 then
                               move 0 to tide-reduced
                     end-if
                     move tide-reduced to current-inputline
                     add 1 to supp-reduced
           else
                     add 1 to supp-unreduced
           end-if.

       04-04-find-tide-height.
           move 0 to tide-cursor.
           perform varying tide-next from 1 by 1
                   until tide-next > tide-count
                   if tide-tab-seconds(tide-next) not > tide-seconds
                             move tide-next to tide-cursor
                   end-if
           end-perform.
           if tide-cursor > 0 then
                     add tide-cursor 1 giving tide-next
                     if tide-tab-seconds(tide-cursor)
                             = tide-seconds then
                               move 1 to tide-covered
                               move tide-tab-height(tide-cursor)
                                    to tide-now
                     else
                       if tide-cursor < tide-count then
                                 move 1 to tide-covered
                                 compute tide-now rounded
                                     = tide-tab-height(tide-cursor)
                                       + (tide-tab-height(tide-next)
                                        - tide-tab-height(tide-cursor))
                                       * (tide-seconds
                                        - tide-tab-seconds(tide-cursor))
                                       / (tide-tab-seconds(tide-next)
                                        - tide-tab-seconds(tide-cursor))
                       end-if
                     end-if
           end-if.

      * the main job's window algebra, over the merged stream: part-1
      * against the previous reading, part-2 against the reading
      * window-size back held in the ring, and the depth analytics
                                         history-run-time
                                         " already exists,"
                                         " not recorded"
                             not invalid key
                                 perform 05-01-journal-restatement
                     end-write
                     close history-file
           end-if.

       05-01-journal-restatement.
           open extend journal-file.
           if journal-status not = "00" then
                     open output journal-file
           end-if.
           move rst-operator to journal-operator.
           accept journal-date from date yyyymmdd.
           accept journal-time from time.
           move "AOC-2021-DAY-1-RST" to journal-program.
           move "RESTATE" to journal-action.
           move spaces to journal-head-id.
           move original-image to journal-before.
           move history-record to journal-after.
           write journal-record.
           close journal-file.

       06-write-restatement-report.
           open output rstrpt-file.
           move spaces to rstrpt-out-line.
                  "  CORRECTION REJECTS " supp-rejected
                  delimited by size into rstrpt-out-line.
           write rstrpt-line from rstrpt-out-line.
           if supp-calibrated > 0 then
                     move spaces to rstrpt-out-line
                     string "CORRECTIONS CALIBRATED " supp-calibrated
                            " FROM day1.calib"
                            delimited by size into rstrpt-out-line
                     write rstrpt-line from rstrpt-out-line
           end-if.
           if feed-station not = spaces then
                     move spaces to rstrpt-out-line
                     string "TIDE " feed-station
                            "  CORRECTIONS REDUCED " supp-reduced
                            "  OUTSIDE COVERAGE " supp-unreduced
                            delimited by size into rstrpt-out-line
                     write rstrpt-line from rstrpt-out-line
           end-if.
           move spaces to moved-tag.
           if part-1-sum not = original-part-1 then
                     move "  MOVED" to moved-tag
                  "  AFTER " accepted-count moved-tag
                  delimited by size into rstrpt-out-line.
           write rstrpt-line from rstrpt-out-line.
           if invoiced-number > 0 then
                     move spaces to rstrpt-out-line
                     string "RUN ALREADY INVOICED ON INVOICE "
                            invoiced-number
                            " - RERUN AOC-2021-DAY-1-INV FOR"
                            delimited by size into rstrpt-out-line
                     write rstrpt-line from rstrpt-out-line
                     move spaces to rstrpt-out-line
                     string "  THAT INVOICE'S PERIOD TO ISSUE THE"
                            " CREDIT OR DEBIT NOTE"
                            delimited by size into rstrpt-out-line
                     write rstrpt-line from rstrpt-out-line
           end-if.
           move spaces to rstrpt-out-line.
           string "RESTATED DEPTH PROFILE  MIN " ana-min
                  "  MAX " ana-max
                   end-if
           end-perform.
           close rstrpt-file.

      * days counted from 0000-03-01, as in the main job.
       07-stamp-to-seconds.
           if conv-month < 1 or conv-month > 12
                   or conv-day < 1 or conv-day > 31
                   or conv-hour > 23 or conv-minute > 59
                   or conv-second > 59 then
                     move conv-stamp to conv-seconds
           else
                     move conv-year to conv-y
                     if conv-month > 2 then
                               compute conv-m = conv-month - 3
                     else
                               compute conv-m = conv-month + 9
                               subtract 1 from conv-y
                     end-if
                     divide conv-y by 400 giving conv-era
                     compute conv-yoe = conv-y - conv-era * 400
                     compute conv-day-work = 153 * conv-m + 2
                     divide conv-day-work by 5 giving conv-doy
                     compute conv-doy = conv-doy + conv-day - 1
                     compute conv-doe = conv-yoe * 365 + conv-doy
                     divide conv-yoe by 4 giving conv-day-work
                     add conv-day-work to conv-doe
                     divide conv-yoe by 100 giving conv-day-work
                     subtract conv-day-work from conv-doe
                     compute conv-days = conv-era * 146097 + conv-doe
                     compute conv-seconds = conv-days * 86400
                             + conv-hour * 3600
                             + conv-minute * 60
                             + conv-second
           end-if.
