       identification division.
       program-id. AOC-2021-DAY-1-VESL.
       author. Karlo Josip Kardum.
       date-written. 2026-09-16.

      *****************************************************************
      * maintenance companion to AOC-2021-DAY-1: the main job judges
      * every accepted reading against the draft and required under-
      * keel clearance of the vessel that took it, and both come from
      * the day1.vessels master kept here.  the vessel name is keyed
      * exactly as it is keyed on the sensor heads in day1.sensors
      * (and on day1.feedprof for an untagged feed) - a name that
      * does not match leaves that vessel's heads unchecked, and the
      * main job says so on day1.excpt.  the operator adds a vessel,
      * updates her draft or clearance when she is re-ballasted or
      * her master changes the margin, or lists the whole master.
      * draft and clearance are keyed in meters as 99.99.
      *
      * commands at the prompt: A = add, U = update, L = list all,
      * Q = quit.
      *****************************************************************

       environment division.
       input-output section.
       file-control.
           select vessel-file assign to "day1.vessels"
           organization is indexed
           access mode is dynamic
           record key is master-key
           file status is vessel-status.

       data division.
       file section.
           fd vessel-file.
           copy veslrec replacing leading ==veslrec== by ==master==.

       working-storage section.
           01 vessel-status       pic is x(2) value "00".
           01 maintaining         pic is 9(1) value 1.
           01 command-key         pic is x(1).
           01 key-name            pic is x(20).
           01 key-draft           pic is 9(2)v9(2) value 0.
           01 key-clearance       pic is 9(2)v9(2) value 0.
           01 key-meters-x        pic is x(5).
           01 key-meters-parts redefines key-meters-x.
               05 key-meters-whole    pic is 9(2).
               05 key-meters-point    pic is x(1).
               05 key-meters-cents    pic is 9(2).
           01 key-meters          pic is 9(2)v9(2) value 0.
           01 key-meters-ok       pic is 9(1) value 0.
           01 vessel-found        pic is 9(1) value 0.
           01 listed-count        pic is 9(3) value 0.
           01 more-master         pic is 9(1) value 0.
           01 shown-draft         pic is z9.99.
           01 shown-clearance     pic is z9.99.
           01 shown-limit         pic is zz9.99.
           01 shown-line          pic is x(79).

       procedure division.

       01-main.
           open i-o vessel-file.
           if vessel-status = "35" then
                     open output vessel-file
                     close vessel-file
                     open i-o vessel-file
           end-if.
           if vessel-status not = "00" then
                     display "Cannot open day1.vessels, status "
                             vessel-status
           else
                     perform 02-command-loop until maintaining = 0
                     close vessel-file
           end-if.
           stop run.

       02-command-loop.
           display "A=add U=update L=list Q=quit: " with no advancing.
           move spaces to command-key.
           accept command-key.
           evaluate command-key
                   when "A"
                   when "a"
                             perform 03-add-vessel
                   when "U"
                   when "u"
                             perform 04-update-vessel
                   when "L"
                   when "l"
                             perform 06-list-vessels
                   when "Q"
                   when "q"
                             move 0 to maintaining
                   when other
                             display "Commands are A, U, L or Q"
           end-evaluate.

       03-add-vessel.
           perform 07-accept-vessel-name.
           if key-name not = spaces then
                     perform 08-read-vessel
                     if vessel-found = 1 then
                               display "Vessel " key-name
                                       " already on file"
                     else
                               perform 07-50-accept-vessel-details
                               move key-name to master-name
                               move key-draft to master-draft
                               move key-clearance to master-clearance
                               write master-record
                                       invalid key
                                           display "Write failed,"
                                                   " status "
                                                   vessel-status
                                       not invalid key
                                           display "Vessel " key-name
                                                   " added"
                               end-write
                     end-if
           end-if.

       04-update-vessel.
           perform 07-accept-vessel-name.
           if key-name not = spaces then
                     perform 08-read-vessel
                     if vessel-found = 0 then
                               display "Vessel " key-name
                                       " not on file"
                     else
                               display "On file: " with no advancing
                               perform 09-format-vessel
                               display shown-line
                               perform 07-50-accept-vessel-details
                               move key-draft to master-draft
                               move key-clearance to master-clearance
                               perform 08-50-rewrite-vessel
                     end-if
           end-if.

       06-list-vessels.
           move 0 to listed-count.
           move spaces to master-name.
           start vessel-file key not < master-key
                   invalid key
                       move "23" to vessel-status
           end-start.
           if vessel-status = "00" then
                     move 1 to more-master
                     perform until more-master = 0
                              read vessel-file next record
                                      at end move 0 to more-master
                                      not at end
                                          add 1 to listed-count
                                          perform 09-format-vessel
                                          display shown-line
                              end-read
                     end-perform
           end-if.
           move "00" to vessel-status.
           if listed-count = 0 then
                     display "No vessels on file"
           end-if.

       07-accept-vessel-name.
           display "Vessel name (20 chars, blank to cancel): "
                   with no advancing.
           move spaces to key-name.
           accept key-name.

      * a blank draft or clearance keeps whatever is already in the
      * keyed fields - zero on an add, the value on file on an update.
      * anything not keyed as 99.99 is refused and the old value kept.
       07-50-accept-vessel-details.
           if vessel-found = 1 then
                     move master-draft to key-draft
                     move master-clearance to key-clearance
           else
                     move 0 to key-draft
                     move 0 to key-clearance
           end-if.
           display "Draft meters 99.99 (blank to keep): "
                   with no advancing.
           perform 07-60-accept-meters.
           if key-meters-ok = 1 then
                     move key-meters to key-draft
           end-if.
           display "Under-keel clearance meters 99.99"
                   " (blank to keep): " with no advancing.
           perform 07-60-accept-meters.
           if key-meters-ok = 1 then
                     move key-meters to key-clearance
           end-if.

       07-60-accept-meters.
           move 0 to key-meters-ok.
           move spaces to key-meters-x.
           accept key-meters-x.
           if key-meters-x not = spaces then
                     if key-meters-whole is numeric
                             and key-meters-point = "."
                             and key-meters-cents is numeric then
                               compute key-meters = key-meters-whole
                                       + key-meters-cents / 100
                               move 1 to key-meters-ok
                     else
                               display "Not 99.99: " key-meters-x
                                       ", value kept"
                     end-if
           end-if.

       08-read-vessel.
           move 0 to vessel-found.
           move key-name to master-name.
           read vessel-file record
                   invalid key
                       continue
                   not invalid key
                       move 1 to vessel-found
           end-read.

       08-50-rewrite-vessel.
           rewrite master-record
                   invalid key
                       display "Rewrite failed, status " vessel-status
                   not invalid key
                       display "Vessel " key-name " updated"
           end-rewrite.

       09-format-vessel.
           move master-draft to shown-draft.
           move master-clearance to shown-clearance.
           compute shown-limit = master-draft + master-clearance.
           move spaces to shown-line.
           string master-name
                  " DRAFT " shown-draft
                  " CLEARANCE " shown-clearance
                  " SHOAL BELOW " shown-limit
                  delimited by size into shown-line.
