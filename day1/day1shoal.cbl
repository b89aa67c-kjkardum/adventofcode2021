       identification division.
       program-id. AOC-2021-DAY-1-SHOAL.
       author. Karlo Josip Kardum.
       date-written. 2026-09-16.

      *****************************************************************
      * reporting companion to AOC-2021-DAY-1: the main job writes
      * every reading, or unbroken run of one head's readings, that
      * is shallower than the vessel's draft plus her required under-
      * keel clearance to day1.hazard, and ends return-code 12 so the
      * desk is paged.  this job turns day1.hazard into the notice of
      * shoaling we forward to the harbourmaster - one numbered notice
      * per hazard with the vessel, her draft and clearance, the head
      * and the stamps the shoal water was seen between, the number
      * of readings in it and the shoalest depth.
      *
      * run it after AOC-2021-DAY-1-NAV and the shoalest sounding of
      * each notice also carries its position from day1.posn; run it
      * straight after the main job, or on a day with no nav fixes,
      * and the notices go out marked position not fixed.
      *****************************************************************

       environment division.
       input-output section.
       file-control.
           select hazard-file assign to "day1.hazard"
           organization is line sequential
           file status is hazard-status.

           select optional posn-file assign to "day1.posn"
           organization is line sequential
           file status is posn-status.

           select shoalrpt-file assign to "day1.shoalrpt"
           organization is line sequential.

       data division.
       file section.
           fd hazard-file.
           copy hazdrec replacing leading ==hazdrec== by ==hazard==.

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

           fd shoalrpt-file.
           01 shoalrpt-line       pic is x(80).

       working-storage section.
           01 hazard-status       pic is x(2) value "00".
           01 posn-status         pic is x(2) value "00".
           01 shoal-run-date      pic is 9(8) value 0.
           01 reading-hazards     pic is 9(1) value 1.
           01 reading-posn        pic is 9(1) value 1.
           01 notice-limit        pic is 9(3) value 500.
           01 notice-count        pic is 9(3) value 0.
           01 notice-overflowed   pic is 9(1) value 0.
           01 positioned-count    pic is 9(3) value 0.
           01 notice-table.
               05 notice-entry occurs 500.
                   10 notice-run-date     pic is 9(8).
                   10 notice-run-time     pic is 9(8).
                   10 notice-slot         pic is 9(1).
                   10 notice-sensor-id    pic is x(8).
                   10 notice-vessel       pic is x(20).
                   10 notice-from         pic is 9(14).
                   10 notice-to           pic is 9(14).
                   10 notice-shoalest     pic is 9(4).
                   10 notice-shoal-stamp  pic is 9(14).
                   10 notice-readings     pic is 9(6).
                   10 notice-draft        pic is 9(2)v9(2).
                   10 notice-clearance    pic is 9(2)v9(2).
                   10 notice-fixed        pic is 9(1).
                   10 notice-latitude     pic is s9(2)v9(6).
                   10 notice-longitude    pic is s9(3)v9(6).
           01 notice-number       pic is 9(3) value 0.
           01 shown-draft         pic is z9.99.
           01 shown-clearance     pic is z9.99.
           01 shown-limit         pic is zz9.99.
           01 shown-latitude      pic is +99.999999.
           01 shown-longitude     pic is +999.999999.
           01 shoalrpt-out-line   pic is x(80).

       local-storage section.
           01 j usage unsigned-int value 0.

       procedure division.

       01-main.
           accept shoal-run-date from date yyyymmdd.
           open input hazard-file.
           if hazard-status not = "00" then
                     display "Cannot open day1.hazard, status "
                             hazard-status
                     move 8 to return-code
                     stop run
           end-if.
           perform 02-read-hazard until reading-hazards = 0.
           close hazard-file.
           if notice-count > 0 then
                     perform 03-fix-positions
           end-if.
           perform 04-write-notices.
           display "Notices of shoaling issued " notice-count
                   ", positioned " positioned-count ".".
           stop run.

      * the hazards are held in core so that one pass of the
      * positioned soundings can fix them all; hazards beyond the
      * table are counted out on the report, never silently lost.
       02-read-hazard.
           read hazard-file
                   at end move 0 to reading-hazards
                   not at end
                       if notice-count < notice-limit then
                                 perform 02-01-keep-hazard
                       else
                                 add 1 to notice-overflowed
                       end-if
           end-read.

       02-01-keep-hazard.
           add 1 to notice-count.
           move hazard-run-date to notice-run-date(notice-count).
           move hazard-run-time to notice-run-time(notice-count).
           move hazard-slot to notice-slot(notice-count).
           move hazard-sensor-id to notice-sensor-id(notice-count).
           move hazard-vessel to notice-vessel(notice-count).
           move hazard-from-timestamp to notice-from(notice-count).
           move hazard-to-timestamp to notice-to(notice-count).
           move hazard-shoalest to notice-shoalest(notice-count).
           move hazard-shoal-timestamp
                to notice-shoal-stamp(notice-count).
           move hazard-readings to notice-readings(notice-count).
           move hazard-draft to notice-draft(notice-count).
           move hazard-clearance to notice-clearance(notice-count).
           move 0 to notice-fixed(notice-count).
           move 0 to notice-latitude(notice-count).
           move 0 to notice-longitude(notice-count).

      * a positioned sounding fixes a notice when it is the same
      * feed, head and stamp as the notice's shoalest reading and
      * AOC-2021-DAY-1-NAV gave it a position (flag I or N).  an
      * untimestamped hazard has no stamp to match and stays unfixed.
       03-fix-positions.
           open input posn-file.
           if posn-status = "00" then
                     move 1 to reading-posn
                     perform 03-01-read-posn until reading-posn = 0
                     close posn-file
           else
                     display "WARNING - no day1.posn, status "
                             posn-status
                             ", notices not positioned"
           end-if.

       03-01-read-posn.
           read posn-file
                   at end move 0 to reading-posn
                   not at end
                       if posn-fix-flag = "I"
                               or posn-fix-flag = "N" then
                                 perform 03-02-match-posn
                       end-if
           end-read.

       03-02-match-posn.
           perform varying j from 1 by 1 until j > notice-count
                   if notice-fixed(j) = 0
                           and notice-shoal-stamp(j) not = 0
                           and notice-slot(j) = posn-feed
                           and notice-sensor-id(j) = posn-sensor-id
                           and notice-shoal-stamp(j)
                               = posn-timestamp then
                             move 1 to notice-fixed(j)
                             move posn-latitude to notice-latitude(j)
                             move posn-longitude
                                  to notice-longitude(j)
                             add 1 to positioned-count
                   end-if
           end-perform.

       04-write-notices.
           open output shoalrpt-file.
           move spaces to shoalrpt-out-line.
           string "AOC-2021-DAY-1-SHOAL NOTICE OF SHOALING"
                  "   RUN DATE: " shoal-run-date
                  delimited by size into shoalrpt-out-line.
           write shoalrpt-line from shoalrpt-out-line.
           move spaces to shoalrpt-out-line.
           string "DEPTHS IN WHOLE METERS AS OBSERVED, NOT REDUCED"
                  " TO CHART DATUM"
                  delimited by size into shoalrpt-out-line.
           write shoalrpt-line from shoalrpt-out-line.
           perform varying j from 1 by 1 until j > notice-count
                   perform 04-01-write-one-notice
           end-perform.
           move spaces to shoalrpt-out-line.
           write shoalrpt-line from shoalrpt-out-line.
           move spaces to shoalrpt-out-line.
           string "NOTICES ISSUED " notice-count
                  "  POSITIONED " positioned-count
                  delimited by size into shoalrpt-out-line.
           write shoalrpt-line from shoalrpt-out-line.
           if notice-overflowed > 0 then
                     move spaces to shoalrpt-out-line
                     string "WARNING - " notice-overflowed
                            " FURTHER HAZARDS NOT ISSUED,"
                            " SEE day1.hazard"
                            delimited by size into shoalrpt-out-line
                     write shoalrpt-line from shoalrpt-out-line
           end-if.
           if notice-count = 0 then
                     move spaces to shoalrpt-out-line
                     string "NO SHOAL WATER REPORTED"
                            delimited by size into shoalrpt-out-line
                     write shoalrpt-line from shoalrpt-out-line
           end-if.
           close shoalrpt-file.

       04-01-write-one-notice.
           move spaces to shoalrpt-out-line.
           write shoalrpt-line from shoalrpt-out-line.
           move spaces to shoalrpt-out-line.
           move j to notice-number.
           string "NOTICE " notice-number
                  "  SURVEY RUN " notice-run-date(j)
                  " " notice-run-time(j)
                  "  FEED " notice-slot(j)
                  "  HEAD " notice-sensor-id(j)
                  delimited by size into shoalrpt-out-line.
           write shoalrpt-line from shoalrpt-out-line.
           move notice-draft(j) to shown-draft.
           move notice-clearance(j) to shown-clearance.
           compute shown-limit = notice-draft(j) + notice-clearance(j).
           move spaces to shoalrpt-out-line.
           string "  VESSEL " notice-vessel(j)
                  "  DRAFT " shown-draft
                  "  CLEARANCE " shown-clearance
                  "  LEAST SAFE " shown-limit
                  delimited by size into shoalrpt-out-line.
           write shoalrpt-line from shoalrpt-out-line.
           move spaces to shoalrpt-out-line.
           if notice-from(j) = 0 then
                     string "  SHOAL WATER, UNTIMED FEED"
                            "  READINGS " notice-readings(j)
                            delimited by size into shoalrpt-out-line
           else
                     string "  SHOAL WATER FROM " notice-from(j)
                            " TO " notice-to(j)
                            "  READINGS " notice-readings(j)
                            delimited by size into shoalrpt-out-line
           end-if.
           write shoalrpt-line from shoalrpt-out-line.
           move spaces to shoalrpt-out-line.
           if notice-fixed(j) = 1 then
                     move notice-latitude(j) to shown-latitude
                     move notice-longitude(j) to shown-longitude
                     string "  SHOALEST " notice-shoalest(j)
                            " M AT " notice-shoal-stamp(j)
                            "  POSITION " shown-latitude
                            " " shown-longitude
                            delimited by size into shoalrpt-out-line
           else
                     string "  SHOALEST " notice-shoalest(j)
                            " M AT " notice-shoal-stamp(j)
                            "  POSITION NOT FIXED"
                            delimited by size into shoalrpt-out-line
           end-if.
           write shoalrpt-line from shoalrpt-out-line.
