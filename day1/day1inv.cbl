       identification division.
       program-id. AOC-2021-DAY-1-INV.
       author. Karlo Josip Kardum.
       date-written. 2026-09-21.

      *****************************************************************
      * invoice companion to AOC-2021-DAY-1: billing used to be done
      * by hand from day1.sumrpt printouts.  given an invoice period
      * in day1.invparm (from and to run date, both yyyymmdd
      * inclusive, same layout as day1.sumparm), this job prices
      * every charter on the day1.contracts master that is in force
      * in the period and writes the numbered invoices to
      * day1.invoice and one line per invoice to the day1.invreg
      * register.
      *
      * the figures are drawn exactly as AOC-2021-DAY-1-SUM draws
      * them: per-file total rows from the live day1.history and,
      * through the day1.archdir catalog, from the dated
      * day1.archive.YYYYMMDD files; one figure per run date and
      * feed, a same-day rerun superseding the earlier run and an
      * AOC-2021-DAY-1-RST restatement superseding the first run
      * outright.  a survey day is a run date inside both the period
      * and the contract's dates on which a chartered feed produced
      * a figure.  the charge is the day rate per survey day plus
      * the rate per thousand on the accepted readings, never less
      * than the contract's minimum.  history counts accepted
      * readings only; the day1.audit reject counts for the billed
      * days are shown on the invoice as not billed - they are per
      * run, not per feed, so they cannot be split between charters.
      * a charter of a vessel bills, day by day, the feeds her heads
      * ran on: the per-head history rows of each survey day name the
      * heads, and the day1.sensors master names each head's vessel.
      * a feed with no head rows that day - an untagged feed - bills
      * to the vessel day1.feedprof puts on it.  a vessel charter
      * that comes to no feed at all in the period is refused, not
      * billed at the minimum.
      *
      * a period is invoiced once per contract.  pricing it again -
      * after AOC-2021-DAY-1-RST has restated a run in it - issues a
      * credit or a debit note against the invoice for the
      * difference, never a second invoice and never a silent
      * re-price; an unchanged figure issues nothing.  a period that
      * overlaps, but does not match, one already invoiced for the
      * contract is refused: price it under the dates first used.
      *
      * the provisional rows AOC-2021-DAY-1 writes for an intraday
      * drop (marked "*P* " on the input-file field) are passed over:
      * the run that closes the survey day writes its figures whole.
      *****************************************************************

       environment division.
       input-output section.
       file-control.
           select invparm-file assign to "day1.invparm"
           organization is line sequential
           file status is invparm-status.

           select optional feedprof-file assign to "day1.feedprof"
           organization is line sequential
           file status is feedprof-status.

           select sensor-file assign to "day1.sensors"
           organization is indexed
           access mode is dynamic
           record key is master-key
           file status is sensor-status.

           select contract-file assign to "day1.contracts"
           organization is indexed
           access mode is dynamic
           record key is contract-key
           file status is contract-status.

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

           select optional audit-file assign to "day1.audit"
           organization is line sequential
           file status is audit-status.

           select optional register-file assign to "day1.invreg"
           organization is line sequential
           file status is register-status.

           select invoice-file assign to "day1.invoice"
           organization is line sequential.

       data division.
       file section.
           fd invparm-file.
           01 invparm-record.
               05 invparm-from    pic is 9(8).
               05 invparm-to      pic is 9(8).

           fd feedprof-file.
           01 feedprof-record.
               05 profile-slot    pic is 9(1).
               05 profile-unit    pic is x(1).
               05 profile-station pic is x(8).
               05 profile-vessel  pic is x(20).

           fd sensor-file.
           copy sensrec replacing leading ==sensrec== by ==master==.

           fd contract-file.
           copy contrec replacing leading ==contrec== by ==contract==.

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

           fd audit-file.
           01 audit-record.
               05 audit-run-date          pic is 9(8).
               05 audit-start-time        pic is 9(8).
               05 audit-end-time          pic is 9(8).
               05 audit-records-read      pic is 9(6).
               05 audit-records-rejected  pic is 9(6).
               05 audit-part-1-sum        pic is 9(6).
               05 audit-part-2-sum        pic is 9(6).

           fd register-file.
           copy invrec replacing leading ==invrec== by ==register==.

           fd invoice-file.
           01 invoice-line        pic is x(80).

       working-storage section.
           01 invparm-status      pic is x(2) value "00".
           01 feedprof-status     pic is x(2) value "00".
           01 sensor-status       pic is x(2) value "00".
           01 contract-status     pic is x(2) value "00".
           01 history-status      pic is x(2) value "00".
           01 archdir-status      pic is x(2) value "00".
           01 archive-status      pic is x(2) value "00".
           01 audit-status        pic is x(2) value "00".
           01 register-status     pic is x(2) value "00".
           01 archive-file-name   pic is x(21) value spaces.
           01 inv-run-date        pic is 9(8) value 0.
           01 from-date           pic is 9(8) value 0.
           01 to-date             pic is 9(8) value 99999999.
           01 reading-profile     pic is 9(1) value 1.
           01 more-contracts      pic is 9(1) value 0.
           01 more-history        pic is 9(1) value 0.
           01 reading-dir         pic is 9(1) value 0.
           01 reading-arch        pic is 9(1) value 0.
           01 reading-audit       pic is 9(1) value 0.
           01 reading-register    pic is 9(1) value 0.
           01 register-on-file    pic is 9(1) value 0.
           01 sensor-master-open  pic is 9(1) value 0.
           01 feed-vessel-values  pic is x(60) value spaces.
           01 feed-vessels redefines feed-vessel-values.
               05 feed-vessel     pic is x(20) occurs 3.

      * the contracts in force in the period, with what the register
      * says the period already stands billed at for each.
           01 contract-limit      pic is 9(3) value 200.
           01 contract-count      pic is 9(3) value 0.
           01 contract-table.
               05 contract-entry occurs 200.
                   10 ct-id               pic is x(8).
                   10 ct-client           pic is x(30).
                   10 ct-vessel           pic is x(20).
                   10 ct-slots.
                       15 ct-slot-flag    pic is x(1) occurs 3.
                   10 ct-from-date        pic is 9(8).
                   10 ct-to-date          pic is 9(8).
                   10 ct-day-rate         pic is 9(6)v9(2).
                   10 ct-thousand-rate    pic is 9(6)v9(2).
                   10 ct-minimum          pic is 9(6)v9(2).
                   10 ct-invoiced         pic is 9(1).
                   10 ct-overlap          pic is 9(6).
                   10 ct-invoice-number   pic is 9(6).
                   10 ct-net-billed       pic is s9(8)v9(2).
                   10 ct-billed-days      pic is 9(4).
                   10 ct-billed-readings  pic is 9(9).
           01 last-number         pic is 9(6) value 0.
           01 found-contract      pic is 9(3) value 0.

           01 day-limit           pic is 9(3) value 366.
           01 day-count           pic is 9(3) value 0.
           01 day-overflowed      pic is 9(1) value 0.
           01 day-table.
               05 day-entry occurs 366.
                   10 day-date            pic is 9(8).
                   10 day-rejects         pic is 9(6).
                   10 day-cell occurs 3.
                       15 cell-present    pic is 9(1).
                       15 cell-time       pic is 9(8).
                       15 cell-restated   pic is 9(1).
                       15 cell-records    pic is 9(6).
                       15 cell-head-time  pic is 9(8).
                       15 cell-vessel-count
                                          pic is 9(1).
                       15 cell-vessel     pic is x(20) occurs 3.

           01 row-date            pic is 9(8) value 0.
           01 row-time            pic is 9(8) value 0.
           01 row-slot            pic is 9(1) value 0.
           01 row-restated        pic is 9(1) value 0.
           01 row-records         pic is 9(6) value 0.
           01 row-sensor          pic is x(8) value spaces.
           01 row-vessel          pic is x(20) value spaces.
           01 vessel-noted        pic is 9(1) value 0.
           01 found-ix            pic is 9(3) value 0.

           01 window-from         pic is 9(8) value 0.
           01 window-to           pic is 9(8) value 0.
           01 bill-slots.
               05 bill-slot-flag  pic is x(1) occurs 3.
           01 day-used            pic is 9(1) value 0.
           01 slot-billed         pic is 9(1) value 0.
           01 bill-days           pic is 9(4) value 0.
           01 bill-readings       pic is 9(9) value 0.
           01 bill-rejects        pic is 9(9) value 0.
           01 bill-day-charge     pic is 9(8)v9(2) value 0.
           01 bill-reading-charge pic is 9(8)v9(2) value 0.
           01 bill-amount         pic is 9(8)v9(2) value 0.
           01 bill-minimum-used   pic is 9(1) value 0.
           01 bill-difference     pic is s9(8)v9(2) value 0.
           01 document-type       pic is x(1) value space.
           01 document-amount     pic is 9(8)v9(2) value 0.
           01 invoices-issued     pic is 9(4) value 0.
           01 notes-issued        pic is 9(4) value 0.
           01 unchanged-count     pic is 9(4) value 0.
           01 refused-count       pic is 9(4) value 0.
           01 shown-money         pic is zzzzzzz9.99.
           01 shown-rate          pic is zzzzz9.99.
           01 shown-prior         pic is zzzzzzz9.99.
           01 invoice-out-line    pic is x(80).

       local-storage section.
           01 j usage unsigned-int value 0.
           01 k usage unsigned-int value 0.
           01 s usage unsigned-int value 0.
           01 v usage unsigned-int value 0.

       procedure division.

       01-main.
           accept inv-run-date from date yyyymmdd.
           perform 00-load-parameters.
           perform 00-load-feed-profiles.
           perform 00-open-sensor-master.
           perform 02-load-contracts.
           perform 03-read-register.
           perform 04-collect-live-history.
           perform 05-collect-archives.
           if sensor-master-open = 1 then
                     close sensor-file
           end-if.
           perform 06-collect-audit-rejects.
           perform 07-price-contracts.
           display "Invoices issued " invoices-issued
                   ", notes " notes-issued
                   ", unchanged " unchanged-count
                   ", refused " refused-count ".".
           if refused-count > 0 then
                     move 8 to return-code
           end-if.
           stop run.

      * like day1.sumparm this parm is not optional: an invoice for
      * whatever happened to be on file is never what was agreed.
       00-load-parameters.
           open input invparm-file.
           if invparm-status not = "00" then
                     display "Cannot open day1.invparm, status "
                             invparm-status
                     move 8 to return-code
                     stop run
           end-if.
           read invparm-file
                   at end
                       display "day1.invparm is empty"
                       move 8 to return-code
                       stop run
                   not at end
                       if invparm-from is not numeric
                               or invparm-to is not numeric
                               or invparm-to = 0
                               or invparm-from > invparm-to then
                                 display "Bad invoice period: from "
                                         invparm-from " to "
                                         invparm-to
                                 move 8 to return-code
                                 stop run
                       end-if
                       move invparm-from to from-date
                       move invparm-to to to-date
           end-read.
           close invparm-file.

       00-load-feed-profiles.
           open input feedprof-file.
           if feedprof-status = "00" then
                     move 1 to reading-profile
                     perform 00-01-read-feed-profile
                             until reading-profile = 0
                     close feedprof-file
           end-if.

       00-01-read-feed-profile.
           read feedprof-file
                   at end move 0 to reading-profile
                   not at end
                       if profile-slot is numeric
                               and profile-slot > 0
                               and profile-slot < 4 then
                                 move profile-vessel
                                      to feed-vessel(profile-slot)
                       end-if
           end-read.

      * without the master a head cannot be put to a vessel, and
      * every feed bills to the vessel day1.feedprof puts on it.
       00-open-sensor-master.
           open input sensor-file.
           if sensor-status = "00" then
                     move 1 to sensor-master-open
           else
                     display "WARNING - cannot open day1.sensors"
                             " status " sensor-status
                             ", vessels taken from day1.feedprof"
           end-if.

       02-load-contracts.
           open input contract-file.
           if contract-status not = "00" then
                     display "Cannot open day1.contracts, status "
                             contract-status
                     move 8 to return-code
                     stop run
           end-if.
           move 1 to more-contracts.
           perform until more-contracts = 0
                    read contract-file next record
                            at end move 0 to more-contracts
                            not at end
                                perform 02-01-keep-contract
                    end-read
           end-perform.
           close contract-file.

       02-01-keep-contract.
           if contract-from-date not > to-date
                   and contract-to-date not < from-date then
                     if contract-count < contract-limit then
                               add 1 to contract-count
                               perform 02-02-fill-contract-entry
                     else
                               display "WARNING - more than "
                                       contract-limit " contracts in"
                                       " force, " contract-id
                                       " not priced"
                               add 1 to refused-count
                     end-if
           end-if.

       02-02-fill-contract-entry.
           move contract-id to ct-id(contract-count).
           move contract-client to ct-client(contract-count).
           move contract-vessel to ct-vessel(contract-count).
           move contract-slots to ct-slots(contract-count).
           move contract-from-date to ct-from-date(contract-count).
           move contract-to-date to ct-to-date(contract-count).
           move contract-day-rate to ct-day-rate(contract-count).
           move contract-thousand-rate
                to ct-thousand-rate(contract-count).
           move contract-minimum to ct-minimum(contract-count).
           move 0 to ct-invoiced(contract-count).
           move 0 to ct-overlap(contract-count).
           move 0 to ct-invoice-number(contract-count).
           move 0 to ct-net-billed(contract-count).
           move 0 to ct-billed-days(contract-count).
           move 0 to ct-billed-readings(contract-count).

      * the register is in number order, so the last document for a
      * contract's period carries the figures it now stands billed on.
      * a first invoice run finds no register (status 05) and starts
      * one.
       03-read-register.
           open input register-file.
           if register-status = "00" then
                     move 1 to register-on-file
                     move 1 to reading-register
                     perform 03-01-read-register-line
                             until reading-register = 0
                     close register-file
           else
             if register-status = "05" then
                       close register-file
             end-if
           end-if.

       03-01-read-register-line.
           read register-file
                   at end move 0 to reading-register
                   not at end
                       if register-number is numeric
                               and register-number > last-number then
                                 move register-number to last-number
                       end-if
                       perform 03-02-find-contract
                       if found-contract > 0 then
                                 perform 03-03-note-register-line
                       end-if
           end-read.

       03-02-find-contract.
           move 0 to found-contract.
           perform varying k from 1 by 1
                   until k > contract-count or found-contract > 0
                   if ct-id(k) = register-contract-id then
                             move k to found-contract
                   end-if
           end-perform.

       03-03-note-register-line.
           move found-contract to k.
           if register-period-from = from-date
                   and register-period-to = to-date then
                     evaluate register-type
                             when "I"
                                 move 1 to ct-invoiced(k)
                                 move register-number
                                      to ct-invoice-number(k)
                                 add register-amount
                                     to ct-net-billed(k)
                             when "D"
                                 add register-amount
                                     to ct-net-billed(k)
                             when "C"
                                 subtract register-amount
                                          from ct-net-billed(k)
                     end-evaluate
                     move register-days to ct-billed-days(k)
                     move register-readings to ct-billed-readings(k)
           else
             if register-type = "I"
                     and register-period-from not > to-date
                     and register-period-to not < from-date then
                       move register-number to ct-overlap(k)
             end-if
           end-if.

       04-collect-live-history.
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
                                          perform 04-10-take-live-row
                              end-read
                     end-perform
                     close history-file
           end-if.

       04-10-take-live-row.
           move history-run-date to row-date.
           move history-run-time to row-time.
           move history-run-slot to row-slot.
           move history-record-count to row-records.
           move 0 to row-restated.
           if history-input-file(1:4) = "*R* " then
                     move 1 to row-restated
           end-if.
           if history-input-file(1:4) not = "*P* " then
                     if history-run-sensor = spaces then
                               perform 04-50-fold-in-row
                     else
                               move history-run-sensor to row-sensor
                               perform 04-70-note-head-row
                     end-if
           end-if.

       05-collect-archives.
           open input archdir-file.
           if archdir-status = "00" then
                     move 1 to reading-dir
                     perform 05-01-read-archdir
                             until reading-dir = 0
                     close archdir-file
           end-if.

       05-01-read-archdir.
           read archdir-file
                   at end move 0 to reading-dir
                   not at end
                       if dir-low-date is numeric
                               and dir-high-date is numeric
                               and dir-low-date not > to-date
                               and dir-high-date not < from-date then
                                 move dir-archive-name
                                      to archive-file-name
                                 perform 05-02-scan-archive
                       end-if
           end-read.

       05-02-scan-archive.
           open input archive-file.
           if archive-status not = "00" then
                     display "WARNING - cannot open "
                             archive-file-name
                             " status " archive-status
           else
                     move 1 to reading-arch
                     perform 05-03-read-archive
                             until reading-arch = 0
                     close archive-file
           end-if.

       05-03-read-archive.
           read archive-file
                   at end move 0 to reading-arch
                   not at end
                       move arch-run-date to row-date
                       move arch-run-time to row-time
                       move arch-run-slot to row-slot
                       move arch-record-count to row-records
                       move 0 to row-restated
                       if arch-input-file(1:4) = "*R* " then
                                 move 1 to row-restated
                       end-if
                       if arch-input-file(1:4) not = "*P* " then
                                 if arch-run-sensor = spaces then
                                           perform 04-50-fold-in-row
                                 else
                                           move arch-run-sensor
                                                to row-sensor
                                           perform 04-70-note-head-row
                                 end-if
                       end-if
           end-read.

      * one figure per run date and feed, by the rule
      * AOC-2021-DAY-1-SUM applies: a restated row beats a first-run
      * row outright, and within the same class the later run time
      * wins.
       04-50-fold-in-row.
           if row-date < from-date or row-date > to-date
                   or row-slot < 1 or row-slot > 3 then
                     continue
           else
             perform 04-60-find-or-add-day
             if found-ix > 0 then
               if cell-present(found-ix, row-slot) = 0
                       or (row-restated = 1
                           and cell-restated(found-ix, row-slot) = 0)
                       or (row-restated
                               = cell-restated(found-ix, row-slot)
                           and row-time
                               > cell-time(found-ix, row-slot)) then
                         move 1 to cell-present(found-ix, row-slot)
                         move row-time
                              to cell-time(found-ix, row-slot)
                         move row-restated
                              to cell-restated(found-ix, row-slot)
                         move row-records
                              to cell-records(found-ix, row-slot)
               end-if
             end-if
           end-if.

       04-60-find-or-add-day.
           move 0 to found-ix.
           perform varying j from 1 by 1
                   until j > day-count or found-ix > 0
                   if day-date(j) = row-date then
                             move j to found-ix
                   end-if
           end-perform.
           if found-ix = 0 then
                     if day-count < day-limit then
                               add 1 to day-count
                               move row-date to day-date(day-count)
                               move 0 to day-rejects(day-count)
                               perform varying s from 1 by 1
                                       until s > 3
                                       move 0
                                         to cell-present(day-count, s)
                                       move 0
                                         to cell-time(day-count, s)
                                       move 0
                                         to cell-restated(day-count, s)
                                       move 0
                                         to cell-records(day-count, s)
                                       move 0
                                         to cell-head-time(day-count, s)
                                       move 0 to
                                         cell-vessel-count(day-count, s)
                               end-perform
                               move day-count to found-ix
                     else
                       if day-overflowed = 0 then
                                 display "WARNING - more than "
                                         day-limit " run dates in"
                                         " period, remainder not billed"
                                 move 1 to day-overflowed
                       end-if
                     end-if
           end-if.

      * a head row puts the head's vessel on its feed for the day.
      * the vessels are taken from the day's last run that wrote head
      * rows - a restatement writes the total row only - and a feed
      * whose heads belong to more than one vessel is on each of
      * them, up to three.
       04-70-note-head-row.
           if row-date < from-date or row-date > to-date
                   or row-slot < 1 or row-slot > 3 then
                     continue
           else
             perform 04-71-find-head-vessel
             if row-vessel not = spaces then
               perform 04-60-find-or-add-day
               if found-ix > 0 then
                 if row-time > cell-head-time(found-ix, row-slot) then
                           move row-time
                                to cell-head-time(found-ix, row-slot)
                           move 0
                                to cell-vessel-count(found-ix, row-slot)
                 end-if
                 if row-time = cell-head-time(found-ix, row-slot) then
                           perform 04-72-add-cell-vessel
                 end-if
               end-if
             end-if
           end-if.

       04-71-find-head-vessel.
           move spaces to row-vessel.
           if sensor-master-open = 1 then
                     move row-sensor to master-id
                     read sensor-file record
                             invalid key
                                 continue
                             not invalid key
                                 move master-vessel to row-vessel
                     end-read
           end-if.

       04-72-add-cell-vessel.
           move 0 to vessel-noted.
           perform varying v from 1 by 1
                   until v > cell-vessel-count(found-ix, row-slot)
                   if cell-vessel(found-ix, row-slot, v)
                           = row-vessel then
                             move 1 to vessel-noted
                   end-if
           end-perform.
           if vessel-noted = 0
                   and cell-vessel-count(found-ix, row-slot) < 3 then
                     add 1 to cell-vessel-count(found-ix, row-slot)
                     move row-vessel
                          to cell-vessel(found-ix, row-slot,
                             cell-vessel-count(found-ix, row-slot))
           end-if.

      * rejects are only shown against dates that produced a figure;
      * a date that only ever rejected is not a survey day.
       06-collect-audit-rejects.
           open input audit-file.
           if audit-status = "00" then
                     move 1 to reading-audit
                     perform 06-01-read-audit
                             until reading-audit = 0
                     close audit-file
           end-if.

       06-01-read-audit.
           read audit-file
                   at end move 0 to reading-audit
                   not at end
                       if audit-run-date is numeric
                               and audit-run-date not < from-date
                               and audit-run-date not > to-date then
                                 move 0 to found-ix
                                 perform varying j from 1 by 1
                                         until j > day-count
                                               or found-ix > 0
                                         if day-date(j)
                                                 = audit-run-date then
                                                   move j to found-ix
                                         end-if
                                 end-perform
                                 if found-ix > 0 then
                                           add audit-records-rejected
                                               to day-rejects(found-ix)
                                 end-if
                       end-if
           end-read.

       07-price-contracts.
           open output invoice-file.
           if register-on-file = 1 then
                     open extend register-file
           else
                     open output register-file
           end-if.
           perform varying k from 1 by 1 until k > contract-count
                   perform 07-01-price-one-contract
           end-perform.
           close register-file.
           close invoice-file.

       07-01-price-one-contract.
           if ct-overlap(k) > 0 then
                     display "WARNING - contract " ct-id(k)
                             " period overlaps invoice "
                             ct-overlap(k) ", not priced"
                     add 1 to refused-count
           else
                     perform 07-02-total-contract
                     if ct-vessel(k) not = spaces
                             and bill-slots = "000" then
                               display "WARNING - contract " ct-id(k)
                                       " vessel " ct-vessel(k)
                                       " on no feed in period,"
                                       " not priced"
                               add 1 to refused-count
                     else
                               perform 07-05-issue-for-period
                     end-if
           end-if.

      * a feed charter bills the slots flagged on the contract; a
      * vessel charter whichever feeds her heads ran on each day, and
      * the slots are flagged as they are found.
       07-02-total-contract.
           move ct-from-date(k) to window-from.
           if from-date > window-from then
                     move from-date to window-from
           end-if.
           move ct-to-date(k) to window-to.
           if to-date < window-to then
                     move to-date to window-to
           end-if.
           move ct-slots(k) to bill-slots.
           if ct-vessel(k) not = spaces then
                     move "000" to bill-slots
           end-if.
           move 0 to bill-days.
           move 0 to bill-readings.
           move 0 to bill-rejects.
           perform varying j from 1 by 1 until j > day-count
                   if day-date(j) not < window-from
                           and day-date(j) not > window-to then
                             perform 07-03-total-one-day
                   end-if
           end-perform.
           compute bill-day-charge = bill-days * ct-day-rate(k).
           compute bill-reading-charge rounded
                   = bill-readings * ct-thousand-rate(k) / 1000.
           compute bill-amount = bill-day-charge
                   + bill-reading-charge.
           move 0 to bill-minimum-used.
           if bill-amount < ct-minimum(k) then
                     move ct-minimum(k) to bill-amount
                     move 1 to bill-minimum-used
           end-if.

       07-03-total-one-day.
           move 0 to day-used.
           perform varying s from 1 by 1 until s > 3
                   perform 07-04-judge-slot
                   if slot-billed = 1
                           and cell-present(j, s) = 1 then
                             add cell-records(j, s) to bill-readings
                             move 1 to day-used
                             move "1" to bill-slot-flag(s)
                   end-if
           end-perform.
           if day-used = 1 then
                     add 1 to bill-days
                     add day-rejects(j) to bill-rejects
           end-if.

       07-04-judge-slot.
           move 0 to slot-billed.
           if ct-vessel(k) = spaces then
                     if bill-slot-flag(s) = "1" then
                               move 1 to slot-billed
                     end-if
           else
             if cell-vessel-count(j, s) > 0 then
                       perform varying v from 1 by 1
                               until v > cell-vessel-count(j, s)
                               if cell-vessel(j, s, v)
                                       = ct-vessel(k) then
                                         move 1 to slot-billed
                               end-if
                       end-perform
             else
                       if feed-vessel(s) = ct-vessel(k) then
                                 move 1 to slot-billed
                       end-if
             end-if
           end-if.

      * a first pricing of the period issues the invoice; a later
      * one a note for whatever the figures have moved by.
       07-05-issue-for-period.
           if ct-invoiced(k) = 0 then
                     move "I" to document-type
                     move bill-amount to document-amount
                     perform 08-issue-document
           else
                     compute bill-difference = bill-amount
                             - ct-net-billed(k)
                     if bill-difference = 0 then
                               add 1 to unchanged-count
                     else
                       if bill-difference > 0 then
                                 move "D" to document-type
                                 move bill-difference
                                      to document-amount
                       else
                                 move "C" to document-type
                                 compute document-amount
                                         = 0 - bill-difference
                       end-if
                       perform 08-issue-document
                     end-if
           end-if.

      * the document goes on day1.invoice and its line on the
      * register under the next number.
       08-issue-document.
           add 1 to last-number.
           move last-number to register-number.
           move document-type to register-type.
           move inv-run-date to register-issue-date.
           move ct-id(k) to register-contract-id.
           move from-date to register-period-from.
           move to-date to register-period-to.
           move bill-slots to register-slots.
           move bill-days to register-days.
           move bill-readings to register-readings.
           move document-amount to register-amount.
           move 0 to register-refers-to.
           if document-type not = "I" then
                     move ct-invoice-number(k) to register-refers-to
           end-if.
           write register-record.
           if document-type = "I" then
                     add 1 to invoices-issued
                     perform 08-10-write-invoice
           else
                     add 1 to notes-issued
                     perform 08-20-write-note
           end-if.

       08-10-write-invoice.
           move spaces to invoice-out-line.
           string "INVOICE " register-number
                  "   ISSUED " inv-run-date
                  delimited by size into invoice-out-line.
           write invoice-line from invoice-out-line.
           perform 08-30-write-contract-lines.
           move bill-day-charge to shown-money.
           move ct-day-rate(k) to shown-rate.
           move spaces to invoice-out-line.
           string "  SURVEY DAYS " bill-days
                  " AT " shown-rate
                  delimited by size into invoice-out-line.
           move shown-money to invoice-out-line(60:11).
           write invoice-line from invoice-out-line.
           move bill-reading-charge to shown-money.
           move ct-thousand-rate(k) to shown-rate.
           move spaces to invoice-out-line.
           string "  ACCEPTED READINGS " bill-readings
                  " AT " shown-rate " PER THOUSAND"
                  delimited by size into invoice-out-line.
           move shown-money to invoice-out-line(60:11).
           write invoice-line from invoice-out-line.
           if bill-minimum-used = 1 then
                     move ct-minimum(k) to shown-money
                     move spaces to invoice-out-line
                     string "  MINIMUM CHARGE FOR THE PERIOD APPLIES"
                            delimited by size into invoice-out-line
                     move shown-money to invoice-out-line(60:11)
                     write invoice-line from invoice-out-line
           end-if.
           move spaces to invoice-out-line.
           string "  REJECTED READINGS ON THESE RUNS, NOT BILLED "
                  bill-rejects
                  delimited by size into invoice-out-line.
           write invoice-line from invoice-out-line.
           move bill-amount to shown-money.
           move spaces to invoice-out-line.
           string "  TOTAL DUE"
                  delimited by size into invoice-out-line.
           move shown-money to invoice-out-line(60:11).
           write invoice-line from invoice-out-line.
           move spaces to invoice-out-line.
           write invoice-line from invoice-out-line.

       08-20-write-note.
           move spaces to invoice-out-line.
           if document-type = "C" then
                     string "CREDIT NOTE " register-number
                            "   ISSUED " inv-run-date
                            "   AGAINST INVOICE " register-refers-to
                            delimited by size into invoice-out-line
           else
                     string "DEBIT NOTE " register-number
                            "   ISSUED " inv-run-date
                            "   AGAINST INVOICE " register-refers-to
                            delimited by size into invoice-out-line
           end-if.
           write invoice-line from invoice-out-line.
           perform 08-30-write-contract-lines.
           move spaces to invoice-out-line.
           string "  RESTATED RUNS HAVE MOVED THE FIGURES INVOICED"
                  delimited by size into invoice-out-line.
           write invoice-line from invoice-out-line.
           move spaces to invoice-out-line.
           string "  INVOICED ON  SURVEY DAYS " ct-billed-days(k)
                  "  ACCEPTED READINGS " ct-billed-readings(k)
                  delimited by size into invoice-out-line.
           write invoice-line from invoice-out-line.
           move spaces to invoice-out-line.
           string "  NOW STANDS   SURVEY DAYS " bill-days
                  "  ACCEPTED READINGS " bill-readings
                  delimited by size into invoice-out-line.
           write invoice-line from invoice-out-line.
           move ct-net-billed(k) to shown-prior.
           move bill-amount to shown-money.
           move spaces to invoice-out-line.
           string "  PREVIOUSLY BILLED " shown-prior
                  "   NOW DUE " shown-money
                  delimited by size into invoice-out-line.
           write invoice-line from invoice-out-line.
           move document-amount to shown-money.
           move spaces to invoice-out-line.
           if document-type = "C" then
                     string "  CREDITED"
                            delimited by size into invoice-out-line
           else
                     string "  FURTHER AMOUNT DUE"
                            delimited by size into invoice-out-line
           end-if.
           move shown-money to invoice-out-line(60:11).
           write invoice-line from invoice-out-line.
           move spaces to invoice-out-line.
           write invoice-line from invoice-out-line.

       08-30-write-contract-lines.
           move spaces to invoice-out-line.
           string "  CONTRACT " ct-id(k)
                  "  CLIENT " ct-client(k)
                  delimited by size into invoice-out-line.
           write invoice-line from invoice-out-line.
           move spaces to invoice-out-line.
           if ct-vessel(k) not = spaces then
                     string "  PERIOD " window-from " TO " window-to
                            "  VESSEL " ct-vessel(k)
                            "  FEEDS " bill-slots
                            delimited by size into invoice-out-line
           else
                     string "  PERIOD " window-from " TO " window-to
                            "  FEEDS " bill-slots
                            delimited by size into invoice-out-line
           end-if.
           write invoice-line from invoice-out-line.
