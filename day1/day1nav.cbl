       identification division.
       program-id. AOC-2021-DAY-1-NAV.
       author. Karlo Josip Kardum.
       date-written. 2026-09-14.

      *****************************************************************
      * positioning companion to AOC-2021-DAY-1: every accepted
      * reading lands in the day1.validN working files with its ping
      * timestamp, but a depth with no position cannot go into a
      * chart deliverable, and the clients have been merging our
      * soundings with the boats' GPS logs by hand.  the boats'
      * navigation fixes come in as day1.nav - one line per fix,
      * fixed columns with a space between each field: timestamp
      * 9(14), latitude and longitude in signed decimal degrees
      * (sign, 2 or 3 whole digits, six implied decimals) - in stamp
      * order.
      *
      * run straight after the main job, while the working files
      * still hold the day's readings.  each feed's working file is
      * walked against the fixes in stamp order: a reading between
      * two fixes gets a position interpolated along the line
      * joining them, and a reading before the first fix or after
      * the last takes the nearest fix outright - provided, either
      * way, the nearest fix is no further away in time than the fix
      * tolerance.  a reading further than that from any fix, or one
      * with no stamp at all, is written unpositioned and flagged,
      * never given a guessed position.  every reading goes to the
      * day1.posn positioned-soundings file with its flag:
      *     I  interpolated between two fixes (or on a fix)
      *     N  nearest single fix, before the first or after the last
      *     X  no fix within tolerance - unpositioned
      *     U  untimestamped reading - unpositioned
      *
      * the positioned soundings are then binned into a square grid
      * of operator-set cell size, and day1.gridrpt carries the
      * minimum, maximum and mean depth and the sounding count for
      * every cell that holds a sounding.
      *
      * day1.navparm (optional) carries the cell size in millionths
      * of a degree 9(7) and the fix tolerance in seconds 9(4) -
      * defaults 0001000 (0.001 degree) and 0030.
      *****************************************************************

       environment division.
       input-output section.
       file-control.
           select optional navparm-file assign to "day1.navparm"
           organization is line sequential
           file status is navparm-status.

           select nav-file assign to "day1.nav"
           organization is line sequential
           file status is nav-status.

           select valid-file assign to dynamic valid-file-name
           organization is line sequential
           file status is valid-status.

           select posn-file assign to "day1.posn"
           organization is line sequential.

           select gridrpt-file assign to "day1.gridrpt"
           organization is line sequential.

       data division.
       file section.
           fd navparm-file.
           01 navparm-record.
               05 navparm-cell-size   pic is 9(7).
               05 navparm-tolerance   pic is 9(4).

           fd nav-file.
           01 nav-record.
               05 nav-timestamp       pic is 9(14).
               05 filler              pic is x(1).
               05 nav-latitude        pic is s9(2)v9(6)
                                      sign is leading separate.
               05 filler              pic is x(1).
               05 nav-longitude       pic is s9(3)v9(6)
                                      sign is leading separate.

           fd valid-file.
           copy depthrec replacing leading ==depthrec== by ==sounding==.

           fd posn-file.
           01 posn-record.
               05 posn-feed           pic is 9(1).
               05 filler              pic is x(1).
               05 posn-depth          pic is 9(4).
               05 filler              pic is x(1).
               05 posn-sensor-id      pic is x(8).
               05 filler              pic is x(1).
               05 posn-timestamp      pic is 9(14).
               05 filler              pic is x(1).
               05 posn-latitude       pic is s9(2)v9(6)
                                      sign is leading separate.
               05 filler              pic is x(1).
               05 posn-longitude      pic is s9(3)v9(6)
                                      sign is leading separate.
               05 filler              pic is x(1).
               05 posn-fix-flag       pic is x(1).

           fd gridrpt-file.
           01 gridrpt-line        pic is x(100).

       working-storage section.
           01 navparm-status      pic is x(2) value "00".
           01 nav-status          pic is x(2) value "00".
           01 valid-status        pic is x(2) value "00".
           01 valid-file-name     pic is x(40) value spaces.
           01 nav-run-date        pic is 9(8) value 0.
           01 cell-size           pic is 9(7) value 1000.
           01 fix-tolerance       pic is 9(4) value 30.
           01 feed-slot           pic is 9(1) value 0.
           01 reading-valid       pic is 9(1) value 0.

           01 fix-a-present       pic is 9(1) value 0.
           01 fix-a-seconds       pic is 9(14) value 0.
           01 fix-a-latitude      pic is s9(2)v9(6) value 0.
           01 fix-a-longitude     pic is s9(3)v9(6) value 0.
           01 fix-b-present       pic is 9(1) value 0.
           01 fix-b-seconds       pic is 9(14) value 0.
           01 fix-b-latitude      pic is s9(2)v9(6) value 0.
           01 fix-b-longitude     pic is s9(3)v9(6) value 0.
           01 nav-eof             pic is 9(1) value 0.
           01 nav-prev-stamp      pic is 9(14) value 0.
           01 fixes-read          pic is 9(6) value 0.
           01 fixes-rejected      pic is 9(6) value 0.

           01 reading-seconds     pic is 9(14) value 0.
           01 gap-before          pic is 9(14) value 0.
           01 gap-after           pic is 9(14) value 0.
           01 work-latitude       pic is s9(2)v9(6) value 0.
           01 work-longitude      pic is s9(3)v9(6) value 0.
           01 fix-flag            pic is x(1) value space.

      * a stamp is yyyymmddhhmmss; it is turned into a running count
      * of seconds so that fixes and readings either side of a
      * midnight or a month end still interpolate correctly.  a
      * stamp whose digits are not a calendar date and time is a
      * counter-stamped feed, and its value is taken as the count.
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
           01 conv-work           pic is 9(8) value 0.

           01 feed-counts.
               05 feed-count-entry occurs 3.
                   10 feed-present        pic is 9(1).
                   10 feed-soundings      pic is 9(6).
                   10 feed-interpolated   pic is 9(6).
                   10 feed-nearest        pic is 9(6).
                   10 feed-outside        pic is 9(6).
                   10 feed-untimed        pic is 9(6).
           01 unpositioned-total  pic is 9(6) value 0.

           01 cell-limit          pic is 9(4) value 2000.
           01 cell-count          pic is 9(4) value 0.
           01 cell-overflowed     pic is 9(1) value 0.
           01 cell-last           pic is 9(4) value 0.
           01 found-ix            pic is 9(4) value 0.
           01 cell-table.
               05 cell-entry occurs 2000.
                   10 cell-row            pic is 9(9).
                   10 cell-col            pic is 9(9).
                   10 cell-soundings      pic is 9(6).
                   10 cell-min            pic is 9(4).
                   10 cell-max            pic is 9(4).
                   10 cell-sum            pic is 9(10).
           01 swap-entry          pic is x(42).
           01 sorted-flag         pic is 9(1) value 0.
           01 grid-row            pic is 9(9) value 0.
           01 grid-col            pic is 9(9) value 0.
           01 grid-micro          pic is 9(9) value 0.
           01 grid-depth          pic is 9(4) value 0.
           01 corner-latitude     pic is s9(2)v9(6) value 0.
           01 corner-longitude    pic is s9(3)v9(6) value 0.
           01 cell-mean           pic is 9(4) value 0.
           01 latitude-shown      pic is -99.999999.
           01 longitude-shown     pic is -999.999999.
           01 cell-size-shown     pic is 9.999999.
           01 gridrpt-out-line    pic is x(100).

       local-storage section.
           01 j usage unsigned-int value 0.
           01 k usage unsigned-int value 0.

       procedure division.

       01-main.
           accept nav-run-date from date yyyymmdd.
           perform 00-load-parameters.
           open input nav-file.
           if nav-status not = "00" then
                     display "Cannot open day1.nav, status "
                             nav-status ", nothing positioned"
                     move 8 to return-code
                     stop run
           end-if.
           perform 01-10-count-fixes.
           close nav-file.
           open output posn-file.
           perform 02-position-one-feed
                   varying feed-slot from 1 by 1
                   until feed-slot > 3.
           close posn-file.
           perform 05-sort-cells.
           perform 06-write-grid-report.
           display "Positioned soundings written, " cell-count
                   " grid cells, " unpositioned-total
                   " soundings unpositioned.".
           stop run.

       00-load-parameters.
           open input navparm-file.
           if navparm-status = "00" then
                     read navparm-file
                             not at end
                                 if navparm-cell-size is numeric
                                         and navparm-cell-size > 0 then
                                           move navparm-cell-size
                                                to cell-size
                                 else
                                           display "Invalid cell size "
                                                   navparm-cell-size
                                                   ", using default"
                                                   " of 0001000"
                                 end-if
                                 if navparm-tolerance is numeric then
                                           move navparm-tolerance
                                                to fix-tolerance
                                 end-if
                     end-read
                     close navparm-file
           end-if.

      * the fixes are counted once, read through to the end, before
      * any feed is positioned - a feed's pass only reads the fixes
      * as far as its own last reading.
       01-10-count-fixes.
           move 0 to nav-eof.
           move 0 to nav-prev-stamp.
           perform 01-11-count-one-fix until nav-eof = 1.

       01-11-count-one-fix.
           read nav-file
                   at end move 1 to nav-eof
                   not at end
                       move 0 to fix-b-present
                       perform 03-01-judge-fix
                       if fix-b-present = 1 then
                                 add 1 to fixes-read
                       else
                                 add 1 to fixes-rejected
                       end-if
           end-read.

      * each working file is read once against a fresh pass of the
      * fixes - both are in stamp order, so the two advance together
      * and neither is ever held whole in core.  a feed whose
      * working file is not on disk did not run and is skipped.
       02-position-one-feed.
           move 0 to feed-present(feed-slot).
           move 0 to feed-soundings(feed-slot).
           move 0 to feed-interpolated(feed-slot).
           move 0 to feed-nearest(feed-slot).
           move 0 to feed-outside(feed-slot).
           move 0 to feed-untimed(feed-slot).
           move spaces to valid-file-name.
           string "day1.valid" feed-slot
                  delimited by size into valid-file-name.
           open input valid-file.
           if valid-status = "00" then
                     move 1 to feed-present(feed-slot)
                     perform 02-01-start-nav-pass
                     move 1 to reading-valid
                     perform 02-10-read-valid
                             until reading-valid = 0
                     close valid-file
                     close nav-file
           end-if.

       02-01-start-nav-pass.
           move 0 to fix-a-present.
           move 0 to fix-b-present.
           move 0 to nav-eof.
           move 0 to nav-prev-stamp.
           open input nav-file.
           perform 03-fetch-next-fix.

       02-10-read-valid.
           read valid-file
                   at end move 0 to reading-valid
                   not at end perform 02-11-position-reading
           end-read.

       02-11-position-reading.
           add 1 to feed-soundings(feed-slot).
           move 0 to work-latitude.
           move 0 to work-longitude.
           if sounding-timestamp is not numeric then
                     move 0 to sounding-timestamp
           end-if.
           if sounding-timestamp = 0 then
                     move "U" to fix-flag
           else
                     move sounding-timestamp to conv-stamp
                     perform 08-stamp-to-seconds
                     move conv-seconds to reading-seconds
                     perform 04-locate-position
           end-if.
           evaluate fix-flag
                   when "I" add 1 to feed-interpolated(feed-slot)
                   when "N" add 1 to feed-nearest(feed-slot)
                   when "X" add 1 to feed-outside(feed-slot)
                   when other add 1 to feed-untimed(feed-slot)
           end-evaluate.
           move spaces to posn-record.
           move feed-slot to posn-feed.
           move sounding-depth to posn-depth.
           move sounding-sensor-id to posn-sensor-id.
           move sounding-timestamp to posn-timestamp.
           move work-latitude to posn-latitude.
           move work-longitude to posn-longitude.
           move fix-flag to posn-fix-flag.
           write posn-record.
           if fix-flag = "I" or fix-flag = "N" then
                     move sounding-depth to grid-depth
                     perform 05-50-bin-sounding
           else
                     add 1 to unpositioned-total
           end-if.

      * fixes whose fields do not parse, or whose stamp does not
      * advance, cannot be placed in the track and are passed over.
      * they are counted in 01-10-count-fixes, not here, since every
      * feed re-reads the same fixes.
       03-fetch-next-fix.
           if fix-b-present = 1 then
                     move 1 to fix-a-present
                     move fix-b-seconds to fix-a-seconds
                     move fix-b-latitude to fix-a-latitude
                     move fix-b-longitude to fix-a-longitude
           end-if.
           move 0 to fix-b-present.
           perform until fix-b-present = 1 or nav-eof = 1
                   read nav-file
                           at end move 1 to nav-eof
                           not at end perform 03-01-judge-fix
                   end-read
           end-perform.

       03-01-judge-fix.
           if nav-timestamp is numeric
                   and nav-latitude is numeric
                   and nav-longitude is numeric
                   and nav-timestamp > nav-prev-stamp
                   and nav-latitude not > 90
                   and nav-latitude not < -90
                   and nav-longitude not > 180
                   and nav-longitude not < -180 then
                     move nav-timestamp to nav-prev-stamp
                     move nav-timestamp to conv-stamp
                     perform 08-stamp-to-seconds
                     move conv-seconds to fix-b-seconds
                     move nav-latitude to fix-b-latitude
                     move nav-longitude to fix-b-longitude
                     move 1 to fix-b-present
           end-if.

      * bring the fix pair up to the reading: fix-a is the last fix
      * at or before it, fix-b the first fix after it.  whichever of
      * the two is nearer in time decides whether the reading is
      * within tolerance at all.
       04-locate-position.
           perform until fix-b-present = 0
                         or fix-b-seconds > reading-seconds
                   perform 03-fetch-next-fix
           end-perform.
           move "X" to fix-flag.
           if fix-a-present = 1 and fix-b-present = 1 then
                     compute gap-before
                             = reading-seconds - fix-a-seconds
                     compute gap-after
                             = fix-b-seconds - reading-seconds
                     if gap-before not > fix-tolerance
                             or gap-after not > fix-tolerance then
                               move "I" to fix-flag
                               compute work-latitude rounded
                                   = fix-a-latitude
                                     + (fix-b-latitude - fix-a-latitude)
                                     * gap-before
                                     / (fix-b-seconds - fix-a-seconds)
                               compute work-longitude rounded
                                   = fix-a-longitude
                                     + (fix-b-longitude
                                        - fix-a-longitude)
                                     * gap-before
                                     / (fix-b-seconds - fix-a-seconds)
                     end-if
           else
             if fix-a-present = 1 then
                       compute gap-before
                               = reading-seconds - fix-a-seconds
                       if gap-before = 0 then
                                 move "I" to fix-flag
                                 move fix-a-latitude to work-latitude
                                 move fix-a-longitude to work-longitude
                       else
                         if gap-before not > fix-tolerance then
                                   move "N" to fix-flag
                                   move fix-a-latitude
                                        to work-latitude
                                   move fix-a-longitude
                                        to work-longitude
                         end-if
                       end-if
             else
               if fix-b-present = 1 then
                         compute gap-after
                                 = fix-b-seconds - reading-seconds
                         if gap-after not > fix-tolerance then
                                   move "N" to fix-flag
                                   move fix-b-latitude
                                        to work-latitude
                                   move fix-b-longitude
                                        to work-longitude
                         end-if
               end-if
             end-if
           end-if.

      * the grid is anchored at 90 south, 180 west, so every cell
      * index is a plain unsigned count of cells from that corner.
      * soundings arrive along a track, so the cell the last sounding
      * went to is tried before the table is searched.
       05-50-bin-sounding.
           compute grid-micro = (work-latitude + 90) * 1000000.
           divide grid-micro by cell-size giving grid-row.
           compute grid-micro = (work-longitude + 180) * 1000000.
           divide grid-micro by cell-size giving grid-col.
           move 0 to found-ix.
           if cell-last > 0 then
                     if cell-row(cell-last) = grid-row
                             and cell-col(cell-last) = grid-col then
                               move cell-last to found-ix
                     end-if
           end-if.
           if found-ix = 0 then
                     perform varying j from 1 by 1
                             until j > cell-count or found-ix > 0
                             if cell-row(j) = grid-row
                                     and cell-col(j) = grid-col then
                                       move j to found-ix
                             end-if
                     end-perform
           end-if.
           if found-ix = 0 then
                     if cell-count < cell-limit then
                               add 1 to cell-count
                               move grid-row to cell-row(cell-count)
                               move grid-col to cell-col(cell-count)
                               move 0 to cell-soundings(cell-count)
                               move 9999 to cell-min(cell-count)
                               move 0 to cell-max(cell-count)
                               move 0 to cell-sum(cell-count)
                               move cell-count to found-ix
                     else
                       if cell-overflowed = 0 then
                                 display "WARNING - more than "
                                         cell-limit " grid cells,"
                                         " remainder left off"
                                 move 1 to cell-overflowed
                       end-if
                     end-if
           end-if.
           if found-ix > 0 then
                     move found-ix to cell-last
                     add 1 to cell-soundings(found-ix)
                     add grid-depth to cell-sum(found-ix)
                     if grid-depth < cell-min(found-ix) then
                               move grid-depth to cell-min(found-ix)
                     end-if
                     if grid-depth > cell-max(found-ix) then
                               move grid-depth to cell-max(found-ix)
                     end-if
           end-if.

      * cells are created in track order; put them south to north,
      * west to east for the report with the same exchange sort the
      * summary job uses for its run dates.
       05-sort-cells.
           move 0 to sorted-flag.
           perform until sorted-flag = 1
                   move 1 to sorted-flag
                   perform varying j from 1 by 1
                           until j not < cell-count
                           compute k = j + 1
                           if cell-row(j) > cell-row(k)
                                   or (cell-row(j) = cell-row(k)
                                       and cell-col(j) > cell-col(k))
                                   then
                                     move cell-entry(j) to swap-entry
                                     move cell-entry(k) to cell-entry(j)
                                     move swap-entry to cell-entry(k)
                                     move 0 to sorted-flag
                           end-if
                   end-perform
           end-perform.

       06-write-grid-report.
           open output gridrpt-file.
           move spaces to gridrpt-out-line.
           string "AOC-2021-DAY-1-NAV GRID REPORT"
                  "   RUN DATE: " nav-run-date
                  delimited by size into gridrpt-out-line.
           write gridrpt-line from gridrpt-out-line.
           compute cell-size-shown = cell-size / 1000000.
           move spaces to gridrpt-out-line.
           string "CELL SIZE " cell-size-shown " DEG"
                  "  FIX TOLERANCE " fix-tolerance " SEC"
                  "  FIXES " fixes-read
                  "  FIXES REJECTED " fixes-rejected
                  delimited by size into gridrpt-out-line.
           write gridrpt-line from gridrpt-out-line.
           perform varying j from 1 by 1 until j > 3
                   if feed-present(j) = 1 then
                             perform 06-01-write-feed-line
                   end-if
           end-perform.
      * an unpositioned sounding is left out of every cell below, so
      * the document says how many there were and why.
           if unpositioned-total > 0 then
                     move spaces to gridrpt-out-line
                     string "WARNING - " unpositioned-total
                            " SOUNDINGS HAVE NO POSITION AND ARE NOT"
                            " GRIDDED, SEE FLAGS ON day1.posn"
                            delimited by size into gridrpt-out-line
                     write gridrpt-line from gridrpt-out-line
           end-if.
           if cell-overflowed = 1 then
                     move spaces to gridrpt-out-line
                     string "WARNING - GRID TRUNCATED AT "
                            cell-limit " CELLS,"
                            " ENLARGE THE CELL SIZE"
                            delimited by size into gridrpt-out-line
                     write gridrpt-line from gridrpt-out-line
           end-if.
           move spaces to gridrpt-out-line.
           string "DEPTH CELLS (SOUTH-WEST CORNER)"
                  delimited by size into gridrpt-out-line.
           write gridrpt-line from gridrpt-out-line.
           if cell-count = 0 then
                     move spaces to gridrpt-out-line
                     string "  NONE"
                            delimited by size into gridrpt-out-line
                     write gridrpt-line from gridrpt-out-line
           end-if.
           perform 06-02-write-cell-line
                   varying j from 1 by 1 until j > cell-count.
           move spaces to gridrpt-out-line.
           string "CELLS " cell-count
                  "  UNPOSITIONED SOUNDINGS " unpositioned-total
                  delimited by size into gridrpt-out-line.
           write gridrpt-line from gridrpt-out-line.
           close gridrpt-file.

       06-01-write-feed-line.
           move j to feed-slot.
           move spaces to gridrpt-out-line.
           string "  FEED " feed-slot
                  "  SOUNDINGS " feed-soundings(j)
                  "  INTERPOLATED " feed-interpolated(j)
                  "  NEAREST FIX " feed-nearest(j)
                  "  NO FIX " feed-outside(j)
                  "  NO STAMP " feed-untimed(j)
                  delimited by size into gridrpt-out-line.
           write gridrpt-line from gridrpt-out-line.

       06-02-write-cell-line.
           compute corner-latitude
                   = cell-row(j) * cell-size / 1000000 - 90.
           compute corner-longitude
                   = cell-col(j) * cell-size / 1000000 - 180.
           move corner-latitude to latitude-shown.
           move corner-longitude to longitude-shown.
           compute cell-mean = cell-sum(j) / cell-soundings(j).
           move spaces to gridrpt-out-line.
           string "  CELL " latitude-shown " " longitude-shown
                  "  SOUNDINGS " cell-soundings(j)
                  "  MIN " cell-min(j)
                  "  MAX " cell-max(j)
                  "  MEAN " cell-mean
                  delimited by size into gridrpt-out-line.
           write gridrpt-line from gridrpt-out-line.

      * days are counted from 0000-03-01 (the leap day then falls at
      * the end of each counted year), so every step below is plain
      * unsigned integer arithmetic with no table of month lengths.
       08-stamp-to-seconds.
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
                     compute conv-work = 153 * conv-m + 2
                     divide conv-work by 5 giving conv-doy
                     compute conv-doy = conv-doy + conv-day - 1
                     compute conv-doe = conv-yoe * 365 + conv-doy
                     divide conv-yoe by 4 giving conv-work
                     add conv-work to conv-doe
                     divide conv-yoe by 100 giving conv-work
                     subtract conv-work from conv-doe
                     compute conv-days = conv-era * 146097 + conv-doe
                     compute conv-seconds = conv-days * 86400
                             + conv-hour * 3600
                             + conv-minute * 60
                             + conv-second
           end-if.
