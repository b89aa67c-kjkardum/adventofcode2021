       identification division.
       program-id. AOC-2021-DAY-1-SCORE.
       author. Karlo Josip Kardum.
       date-written. 2026-09-22.

      *****************************************************************
      * scorecard companion to AOC-2021-DAY-1: the main job posts
      * every run's reject, gap, head and reconciliation counts to the
      * day1.qledger quality ledger, per feed and per head.  given a
      * month yyyymm in columns 1-6 of day1.scoreparm, this job
      * totals the month's ledger rows and the previous month's, and
      * writes the day1.scorerpt scorecard for the fleet manager:
      * the vessels, then the heads, worst first, each with the rank
      * and rate it had the month before, so a boat whose uplink is
      * going or a head that is failing shows before a charter is put
      * at risk.
      *
      * the rate is defects per thousand readings received, a defect
      * being a rejected reading, an uplink gap, a reading accepted
      * from a head the day1.sensors master does not know or has
      * retired, or a divergent reconciliation pair.  vessels are
      * scored on the feed rows, under the vessel the ledger row
      * carries - the feed's own, or for a feed without one the
      * vessel of its lead head, the head that sent most of its
      * readings; heads on their own rows, which carry no gaps or
      * pairs - those are the uplink's and the arrays'.  a feed row
      * with no vessel, a feed with neither a vessel of its own nor a
      * head with one, scores as *NONE*.  rank 1 is the worst;
      * equal rates share a rank.  WORSE, BETTER and SAME compare the
      * rate with the month before; NEW means no readings the month
      * before.
      *****************************************************************

       environment division.
       input-output section.
       file-control.
           select scoreparm-file assign to "day1.scoreparm"
           organization is line sequential
           file status is scoreparm-status.

           select qledger-file assign to "day1.qledger"
           organization is indexed
           access mode is dynamic
           record key is qledger-key
           file status is qledger-status.

           select scorerpt-file assign to "day1.scorerpt"
           organization is line sequential.

       data division.
       file section.
           fd scoreparm-file.
           01 scoreparm-record.
               05 scoreparm-month     pic is 9(6).

           fd qledger-file.
           copy qualrec replacing leading ==qualrec== by ==qledger==.

           fd scorerpt-file.
           01 scorerpt-line       pic is x(80).

       working-storage section.
           01 scoreparm-status    pic is x(2) value "00".
           01 qledger-status      pic is x(2) value "00".
           01 score-run-date      pic is 9(8) value 0.
           01 this-month          pic is 9(6) value 0.
           01 this-month-parts redefines this-month.
               05 this-year           pic is 9(4).
               05 this-mm             pic is 9(2).
           01 last-month          pic is 9(6) value 0.
           01 last-month-parts redefines last-month.
               05 last-year           pic is 9(4).
               05 last-mm             pic is 9(2).
           01 more-ledger         pic is 9(1) value 0.
           01 rows-read           pic is 9(7) value 0.
           01 rows-used           pic is 9(7) value 0.
           01 row-period          pic is 9(1) value 0.
           01 row-kind            pic is x(1) value space.
           01 row-name            pic is x(20) value spaces.

      * one entry per vessel (kind V) and per head (kind H), with the
      * month's totals in period 1 and the month before's in period 2.
           01 score-limit         pic is 9(3) value 400.
           01 score-count         pic is 9(3) value 0.
           01 score-overflowed    pic is 9(1) value 0.
           01 score-table.
               05 score-entry occurs 400.
                   10 sc-kind             pic is x(1).
                   10 sc-name             pic is x(20).
                   10 sc-vessel           pic is x(20).
                   10 sc-printed          pic is 9(1).
                   10 sc-period occurs 2.
                       15 sc-readings     pic is 9(9).
                       15 sc-rej-91       pic is 9(7).
                       15 sc-rej-92       pic is 9(7).
                       15 sc-rej-93       pic is 9(7).
                       15 sc-rej-nonnum   pic is 9(7).
                       15 sc-rej-other    pic is 9(7).
                       15 sc-gaps         pic is 9(7).
                       15 sc-gap-total    pic is 9(14).
                       15 sc-unknown      pic is 9(7).
                       15 sc-retired      pic is 9(7).
                       15 sc-diverged     pic is 9(7).
                       15 sc-rate         pic is 9(6)v9(2).
                       15 sc-rank         pic is 9(3).
           01 found-ix            pic is 9(3) value 0.
           01 best-ix             pic is 9(3) value 0.
           01 score-defects       pic is 9(10) value 0.
           01 score-kind          pic is x(1) value space.
           01 kind-count          pic is 9(3) value 0.
           01 shown-rank          pic is zz9.
           01 shown-last-rank     pic is zz9.
           01 shown-rate          pic is zzzzz9.99.
           01 shown-last-rate     pic is zzzzz9.99.
           01 trend-word          pic is x(6) value spaces.
           01 scorerpt-out-line   pic is x(80).

       local-storage section.
           01 j usage unsigned-int value 0.
           01 k usage unsigned-int value 0.
           01 p usage unsigned-int value 0.

       procedure division.

       01-main.
           accept score-run-date from date yyyymmdd.
           perform 00-load-parameters.
           perform 02-collect-ledger.
           perform 03-rate-entries.
           open output scorerpt-file.
           perform 04-write-heading.
           move "V" to score-kind.
           perform 05-write-section.
           move "H" to score-kind.
           perform 05-write-section.
           close scorerpt-file.
           display "Scorecard " this-month " against " last-month
                   ", ledger rows used " rows-used
                   " of " rows-read ".".
           stop run.

      * like day1.sumparm this parm is not optional: a scorecard for
      * whatever month it happens to be run in is seldom the one the
      * fleet manager asked for.
       00-load-parameters.
           open input scoreparm-file.
           if scoreparm-status not = "00" then
                     display "Cannot open day1.scoreparm, status "
                             scoreparm-status
                     move 8 to return-code
                     stop run
           end-if.
           read scoreparm-file
                   at end
                       display "day1.scoreparm is empty"
                       move 8 to return-code
                       stop run
                   not at end
                       move scoreparm-month to this-month
                       if scoreparm-month is not numeric
                               or this-mm < 1 or this-mm > 12 then
                                 display "Bad scorecard month "
                                         scoreparm-month
                                 move 8 to return-code
                                 stop run
                       end-if
           end-read.
           close scoreparm-file.
           move this-month to last-month.
           if this-mm = 1 then
                     subtract 1 from last-year
                     move 12 to last-mm
           else
                     subtract 1 from last-mm
           end-if.

       02-collect-ledger.
           open input qledger-file.
           if qledger-status not = "00" then
                     display "Cannot open day1.qledger, status "
                             qledger-status
                     move 8 to return-code
                     stop run
           end-if.
           move 1 to more-ledger.
           perform until more-ledger = 0
                    read qledger-file next record
                            at end move 0 to more-ledger
                            not at end
                                add 1 to rows-read
                                perform 02-01-take-row
                    end-read
           end-perform.
           close qledger-file.

       02-01-take-row.
           move 0 to row-period.
           if qledger-run-date(1:6) = this-month then
                     move 1 to row-period
           end-if.
           if qledger-run-date(1:6) = last-month then
                     move 2 to row-period
           end-if.
           if row-period > 0 then
                     if qledger-head-id = spaces then
                               move "V" to row-kind
                               move qledger-vessel to row-name
                               if row-name = spaces then
                                         move "*NONE*" to row-name
                               end-if
                     else
                               move "H" to row-kind
                               move qledger-head-id to row-name
                     end-if
                     perform 02-02-find-or-add-entry
                     if found-ix > 0 then
                               add 1 to rows-used
                               perform 02-03-add-row
                     end-if
           end-if.

       02-02-find-or-add-entry.
           move 0 to found-ix.
           perform varying j from 1 by 1
                   until j > score-count or found-ix > 0
                   if sc-kind(j) = row-kind
                           and sc-name(j) = row-name then
                             move j to found-ix
                   end-if
           end-perform.
           if found-ix = 0 then
                     if score-count < score-limit then
                               add 1 to score-count
                               move score-count to found-ix
                               perform 02-04-clear-entry
                     else
                       if score-overflowed = 0 then
                                 display "WARNING - more than "
                                         score-limit
                                         " vessels and heads,"
                                         " remainder not scored"
                                 move 1 to score-overflowed
                       end-if
                     end-if
           end-if.

      * a head's vessel is shown as the month's rows last put it.
       02-03-add-row.
           move row-period to p.
           if row-kind = "H" and qledger-vessel not = spaces
                   and (p = 1 or sc-vessel(found-ix) = spaces) then
                     move qledger-vessel to sc-vessel(found-ix)
           end-if.
           add qledger-readings to sc-readings(found-ix, p).
           add qledger-rejects-91 to sc-rej-91(found-ix, p).
           add qledger-rejects-92 to sc-rej-92(found-ix, p).
           add qledger-rejects-93 to sc-rej-93(found-ix, p).
           add qledger-rejects-nonnum to sc-rej-nonnum(found-ix, p).
           add qledger-rejects-other to sc-rej-other(found-ix, p).
           add qledger-gap-count to sc-gaps(found-ix, p).
           add qledger-gap-total to sc-gap-total(found-ix, p).
           add qledger-unknown-readings to sc-unknown(found-ix, p).
           add qledger-retired-readings to sc-retired(found-ix, p).
           add qledger-recon-diverged to sc-diverged(found-ix, p).

       02-04-clear-entry.
           move row-kind to sc-kind(found-ix).
           move row-name to sc-name(found-ix).
           move spaces to sc-vessel(found-ix).
           move 0 to sc-printed(found-ix).
           perform varying p from 1 by 1 until p > 2
                   move 0 to sc-readings(found-ix, p)
                   move 0 to sc-rej-91(found-ix, p)
                   move 0 to sc-rej-92(found-ix, p)
                   move 0 to sc-rej-93(found-ix, p)
                   move 0 to sc-rej-nonnum(found-ix, p)
                   move 0 to sc-rej-other(found-ix, p)
                   move 0 to sc-gaps(found-ix, p)
                   move 0 to sc-gap-total(found-ix, p)
                   move 0 to sc-unknown(found-ix, p)
                   move 0 to sc-retired(found-ix, p)
                   move 0 to sc-diverged(found-ix, p)
                   move 0 to sc-rate(found-ix, p)
                   move 0 to sc-rank(found-ix, p)
           end-perform.

      * rates first, then ranks - a rank needs every rate of its kind
      * and month.  an entry with no readings in a month has no rate
      * and no rank in it.
       03-rate-entries.
           perform varying k from 1 by 1 until k > score-count
                   perform varying p from 1 by 1 until p > 2
                           perform 03-01-rate-one
                   end-perform
           end-perform.
           perform varying k from 1 by 1 until k > score-count
                   perform varying p from 1 by 1 until p > 2
                           perform 03-02-rank-one
                   end-perform
           end-perform.

       03-01-rate-one.
           move 0 to sc-rate(k, p).
           if sc-readings(k, p) > 0 then
                     compute score-defects = sc-rej-91(k, p)
                             + sc-rej-92(k, p) + sc-rej-93(k, p)
                             + sc-rej-nonnum(k, p) + sc-rej-other(k, p)
                             + sc-gaps(k, p) + sc-unknown(k, p)
                             + sc-retired(k, p) + sc-diverged(k, p)
                     compute sc-rate(k, p) rounded
                             = score-defects * 1000 / sc-readings(k, p)
           end-if.

       03-02-rank-one.
           move 0 to sc-rank(k, p).
           if sc-readings(k, p) > 0 then
                     move 1 to sc-rank(k, p)
                     perform varying j from 1 by 1
                             until j > score-count
                             if sc-kind(j) = sc-kind(k)
                                     and sc-readings(j, p) > 0
                                     and sc-rate(j, p) > sc-rate(k, p)
                                       add 1 to sc-rank(k, p)
                             end-if
                     end-perform
           end-if.

       04-write-heading.
           move spaces to scorerpt-out-line.
           string "AOC-2021-DAY-1-SCORE QUALITY SCORECARD"
                  "   RUN DATE: " score-run-date
                  delimited by size into scorerpt-out-line.
           write scorerpt-line from scorerpt-out-line.
           move spaces to scorerpt-out-line.
           string "MONTH " this-month "  AGAINST " last-month
                  delimited by size into scorerpt-out-line.
           write scorerpt-line from scorerpt-out-line.
           move spaces to scorerpt-out-line.
           string "RATE = REJECTS + GAPS + UNKNOWN/RETIRED HEAD"
                  " READINGS + DIVERGENT PAIRS"
                  delimited by size into scorerpt-out-line.
           write scorerpt-line from scorerpt-out-line.
           move spaces to scorerpt-out-line.
           string "       PER THOUSAND READINGS RECEIVED;"
                  " RANK 1 IS THE WORST"
                  delimited by size into scorerpt-out-line.
           write scorerpt-line from scorerpt-out-line.

      * the month's entries worst first, then the ones that ran only
      * the month before.
       05-write-section.
           move spaces to scorerpt-out-line.
           write scorerpt-line from scorerpt-out-line.
           move spaces to scorerpt-out-line.
           if score-kind = "V" then
                     string "VESSELS"
                            delimited by size into scorerpt-out-line
           else
                     string "SENSOR HEADS"
                            delimited by size into scorerpt-out-line
           end-if.
           write scorerpt-line from scorerpt-out-line.
           move 0 to kind-count.
           move 1 to best-ix.
           perform until best-ix = 0
                   move 0 to best-ix
                   perform varying k from 1 by 1 until k > score-count
                           if sc-kind(k) = score-kind
                                   and sc-printed(k) = 0
                                   and sc-readings(k, 1) > 0 then
                                     if best-ix = 0 then
                                               move k to best-ix
                                     else
                                       if sc-rate(k, 1)
                                               > sc-rate(best-ix, 1)
                                                 move k to best-ix
                                       end-if
                                     end-if
                           end-if
                   end-perform
                   if best-ix > 0 then
                             move best-ix to k
                             perform 05-01-write-entry
                   end-if
           end-perform.
           perform varying k from 1 by 1 until k > score-count
                   if sc-kind(k) = score-kind
                           and sc-printed(k) = 0 then
                             perform 05-02-write-idle-entry
                   end-if
           end-perform.
           if kind-count = 0 then
                     move spaces to scorerpt-out-line
                     string "  NO LEDGER ROWS FOR EITHER MONTH"
                            delimited by size into scorerpt-out-line
                     write scorerpt-line from scorerpt-out-line
           end-if.

       05-01-write-entry.
           add 1 to kind-count.
           move 1 to sc-printed(k).
           move sc-rank(k, 1) to shown-rank.
           move sc-rate(k, 1) to shown-rate.
           move sc-rate(k, 2) to shown-last-rate.
           move sc-rank(k, 2) to shown-last-rank.
           if sc-readings(k, 2) = 0 then
                     move "NEW" to trend-word
           else
             if sc-rate(k, 1) > sc-rate(k, 2) then
                       move "WORSE" to trend-word
             else
               if sc-rate(k, 1) < sc-rate(k, 2) then
                         move "BETTER" to trend-word
               else
                         move "SAME" to trend-word
               end-if
             end-if
           end-if.
           move spaces to scorerpt-out-line.
           if sc-readings(k, 2) = 0 then
                     string " " shown-rank " (---) "
                            delimited by size into scorerpt-out-line
           else
                     string " " shown-rank " (" shown-last-rank ") "
                            delimited by size into scorerpt-out-line
           end-if.
           if score-kind = "V" then
                     move sc-name(k) to scorerpt-out-line(13:20)
           else
                     move sc-name(k)(1:8) to scorerpt-out-line(13:8)
                     move sc-vessel(k) to scorerpt-out-line(22:20)
           end-if.
           move "RATE" to scorerpt-out-line(43:4).
           move shown-rate to scorerpt-out-line(48:9).
           move "LAST" to scorerpt-out-line(58:4).
           move shown-last-rate to scorerpt-out-line(63:9).
           move trend-word to scorerpt-out-line(74:6).
           write scorerpt-line from scorerpt-out-line.
           perform 05-03-write-counts.

       05-02-write-idle-entry.
           add 1 to kind-count.
           move 1 to sc-printed(k).
           move sc-rank(k, 2) to shown-last-rank.
           move sc-rate(k, 2) to shown-last-rate.
           move spaces to scorerpt-out-line.
           string "   -  (" shown-last-rank ") "
                  delimited by size into scorerpt-out-line.
           if score-kind = "V" then
                     move sc-name(k) to scorerpt-out-line(13:20)
           else
                     move sc-name(k)(1:8) to scorerpt-out-line(13:8)
                     move sc-vessel(k) to scorerpt-out-line(22:20)
           end-if.
           move "NO READINGS" to scorerpt-out-line(43:11).
           move "LAST" to scorerpt-out-line(58:4).
           move shown-last-rate to scorerpt-out-line(63:9).
           write scorerpt-line from scorerpt-out-line.

      * the month's counts behind the rate, beneath it.
       05-03-write-counts.
           move spaces to scorerpt-out-line.
           string "     READ " sc-readings(k, 1)
                  " REJ 91 " sc-rej-91(k, 1)
                  " 92 " sc-rej-92(k, 1)
                  " 93 " sc-rej-93(k, 1)
                  " NN " sc-rej-nonnum(k, 1)
                  " OT " sc-rej-other(k, 1)
                  delimited by size into scorerpt-out-line.
           write scorerpt-line from scorerpt-out-line.
           move spaces to scorerpt-out-line.
           if score-kind = "V" then
                     string "     GAPS " sc-gaps(k, 1)
                            " SIZE " sc-gap-total(k, 1)
                            " UNKN " sc-unknown(k, 1)
                            " RETD " sc-retired(k, 1)
                            " DIVG " sc-diverged(k, 1)
                            delimited by size into scorerpt-out-line
           else
                     string "     UNKNOWN HEAD READINGS "
                            sc-unknown(k, 1)
                            "  RETIRED HEAD READINGS "
                            sc-retired(k, 1)
                            delimited by size into scorerpt-out-line
           end-if.
           write scorerpt-line from scorerpt-out-line.
