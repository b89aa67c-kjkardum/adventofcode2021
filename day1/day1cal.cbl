       identification division.
       program-id. AOC-2021-DAY-1-CAL.
       author. Karlo Josip Kardum.
       date-written. 2026-09-18.

      *****************************************************************
      * maintenance companion to AOC-2021-DAY-1: a head that has been
      * re-fitted or serviced reads a few meters off until the yard
      * recalibrates it, and the yard's figures have to reach intake
      * without a programmer touching an indexed file.  the operator
      * keys a calibration for a head (id, the date it is in force
      * from, a depth offset in meters and a scale factor), corrects
      * a calibration keyed wrongly, or lists the register for one
      * head or the whole fleet.  a calibration is never deleted: a
      * later one supersedes it from its own effective date, and the
      * earlier one stays on file so a restatement of an older run
      * still applies what intake applied at the time.
      *
      * the head id is checked against the day1.sensors master and a
      * head the master does not know is warned about, but still
      * accepted - the yard often sends the figures before the head
      * has been keyed in.  offset is keyed +999.99, scale 9.99999.
      *
      * commands at the prompt: A = add, U = update, L = list,
      * Q = quit.
      *****************************************************************

       environment division.
       input-output section.
       file-control.
           select calib-file assign to "day1.calib"
           organization is indexed
           access mode is dynamic
           record key is calib-key
           file status is calib-status.

           select sensor-file assign to "day1.sensors"
           organization is indexed
           access mode is dynamic
           record key is master-key
           file status is sensor-status.

       data division.
       file section.
           fd calib-file.
           copy calibrec replacing leading ==calibrec== by ==calib==.

           fd sensor-file.
           copy sensrec replacing leading ==sensrec== by ==master==.

       working-storage section.
           01 calib-status        pic is x(2) value "00".
           01 sensor-status       pic is x(2) value "00".
           01 sensor-master-open  pic is 9(1) value 0.
           01 maintaining         pic is 9(1) value 1.
           01 command-key         pic is x(1).
           01 cal-run-date        pic is 9(8) value 0.
           01 key-id              pic is x(8).
           01 key-date-x          pic is x(8).
           01 key-date            pic is 9(8) value 0.
           01 key-date-num redefines key-date
                                  pic is x(8).
           01 key-offset          pic is s9(3)v9(2) value 0.
           01 key-offset-x        pic is x(7).
           01 key-offset-parts redefines key-offset-x.
               05 key-offset-sign     pic is x(1).
               05 key-offset-whole    pic is 9(3).
               05 key-offset-point    pic is x(1).
               05 key-offset-cents    pic is 9(2).
           01 key-scale           pic is 9(1)v9(5) value 1.
           01 key-scale-x         pic is x(7).
           01 key-scale-parts redefines key-scale-x.
               05 key-scale-whole     pic is 9(1).
               05 key-scale-point     pic is x(1).
               05 key-scale-fraction  pic is 9(5).
           01 cal-found           pic is 9(1) value 0.
           01 listed-count        pic is 9(3) value 0.
           01 more-register       pic is 9(1) value 0.
           01 shown-offset        pic is +999.99.
           01 shown-scale         pic is 9.99999.
           01 shown-line          pic is x(79).

       procedure division.

       01-main.
           accept cal-run-date from date yyyymmdd.
           open i-o calib-file.
           if calib-status = "35" then
                     open output calib-file
                     close calib-file
                     open i-o calib-file
           end-if.
           if calib-status not = "00" then
                     display "Cannot open day1.calib, status "
                             calib-status
           else
                     open input sensor-file
                     if sensor-status = "00" then
                               move 1 to sensor-master-open
                     else
                               display "WARNING - cannot open"
                                       " day1.sensors status "
                                       sensor-status
                                       ", head ids not checked"
                     end-if
                     perform 02-command-loop until maintaining = 0
                     close calib-file
                     if sensor-master-open = 1 then
                               close sensor-file
                     end-if
           end-if.
           stop run.

       02-command-loop.
           display "A=add U=update L=list Q=quit: " with no advancing.
           move spaces to command-key.
           accept command-key.
           evaluate command-key
                   when "A"
                   when "a"
                             perform 03-add-calibration
                   when "U"
                   when "u"
                             perform 04-update-calibration
                   when "L"
                   when "l"
                             perform 06-list-calibrations
                   when "Q"
                   when "q"
                             move 0 to maintaining
                   when other
                             display "Commands are A, U, L or Q"
           end-evaluate.

       03-add-calibration.
           perform 07-accept-calibration-key.
           if key-id not = spaces and key-date not = 0 then
                     perform 08-read-calibration
                     if cal-found = 1 then
                               display "Calibration " key-id " "
                                       key-date " already on file"
                     else
                               perform 07-40-check-head
                               perform 07-50-accept-figures
                               move key-id to calib-head-id
                               move key-date to calib-effective-date
                               move key-offset to calib-offset
                               move key-scale to calib-scale
                               move cal-run-date to calib-entered-date
                               write calib-record
                                       invalid key
                                           display "Write failed,"
                                                   " status "
                                                   calib-status
                                       not invalid key
                                           display "Calibration "
                                                   key-id " "
                                                   key-date " added"
                               end-write
                     end-if
           end-if.

       04-update-calibration.
           perform 07-accept-calibration-key.
           if key-id not = spaces and key-date not = 0 then
                     perform 08-read-calibration
                     if cal-found = 0 then
                               display "Calibration " key-id " "
                                       key-date " not on file"
                     else
                               display "On file: " with no advancing
                               perform 09-format-calibration
                               display shown-line
                               perform 07-50-accept-figures
                               move key-offset to calib-offset
                               move key-scale to calib-scale
                               move cal-run-date to calib-entered-date
                               perform 08-50-rewrite-calibration
                     end-if
           end-if.

      * a blank head lists the whole register; a head id lists only
      * that head's calibrations, oldest first.
       06-list-calibrations.
           display "Head id (blank for all): " with no advancing.
           move spaces to key-id.
           accept key-id.
           move 0 to listed-count.
           move key-id to calib-head-id.
           move 0 to calib-effective-date.
           start calib-file key not < calib-key
                   invalid key
                       move "23" to calib-status
           end-start.
           if calib-status = "00" then
                     move 1 to more-register
                     perform until more-register = 0
                              read calib-file next record
                                      at end move 0 to more-register
                                      not at end
                                          perform 06-01-list-one
                              end-read
                     end-perform
           end-if.
           move "00" to calib-status.
           if listed-count = 0 then
                     display "No calibrations on file"
           end-if.

       06-01-list-one.
           if key-id not = spaces
                   and calib-head-id not = key-id then
                     move 0 to more-register
           else
                     add 1 to listed-count
                     perform 09-format-calibration
                     display shown-line
           end-if.

       07-accept-calibration-key.
           display "Head id (8 chars, blank to cancel): "
                   with no advancing.
           move spaces to key-id.
           accept key-id.
           move 0 to key-date.
           if key-id not = spaces then
                     display "Effective date YYYYMMDD: "
                             with no advancing
                     move spaces to key-date-x
                     accept key-date-x
                     move key-date-x to key-date-num
                     if key-date is not numeric then
                               display "Not a date: " key-date-x
                               move 0 to key-date
                     end-if
           end-if.

       07-40-check-head.
           if sensor-master-open = 1 then
                     move key-id to master-id
                     read sensor-file record
                             invalid key
                                 display "WARNING - head " key-id
                                         " not on day1.sensors"
                     end-read
           end-if.

      * a blank figure keeps the value already keyed - nil offset and
      * unit scale on an add, the value on file on an update.  a
      * figure not keyed in the layout asked for is refused and the
      * old value kept.
       07-50-accept-figures.
           if cal-found = 1 then
                     move calib-offset to key-offset
                     move calib-scale to key-scale
           else
                     move 0 to key-offset
                     move 1 to key-scale
           end-if.
           display "Offset meters +999.99 (blank to keep): "
                   with no advancing.
           move spaces to key-offset-x.
           accept key-offset-x.
           if key-offset-x not = spaces then
                     if (key-offset-sign = "+"
                             or key-offset-sign = "-")
                             and key-offset-whole is numeric
                             and key-offset-point = "."
                             and key-offset-cents is numeric then
                               compute key-offset = key-offset-whole
                                       + key-offset-cents / 100
                               if key-offset-sign = "-" then
                                         compute key-offset
                                                 = 0 - key-offset
                               end-if
                     else
                               display "Not +999.99: " key-offset-x
                                       ", offset kept"
                     end-if
           end-if.
           display "Scale 9.99999 (blank to keep): "
                   with no advancing.
           move spaces to key-scale-x.
           accept key-scale-x.
           if key-scale-x not = spaces then
                     if key-scale-whole is numeric
                             and key-scale-point = "."
                             and key-scale-fraction is numeric then
                               compute key-scale = key-scale-whole
                                       + key-scale-fraction / 100000
                     else
                               display "Not 9.99999: " key-scale-x
                                       ", scale kept"
                     end-if
           end-if.
           if key-scale = 0 then
                     if cal-found = 1 then
                               display "Scale of zero refused,"
                                       " scale kept"
                               move calib-scale to key-scale
                     else
                               display "Scale of zero refused,"
                                       " 1.00000 kept"
                               move 1 to key-scale
                     end-if
           end-if.

       08-read-calibration.
           move 0 to cal-found.
           move key-id to calib-head-id.
           move key-date to calib-effective-date.
           read calib-file record
                   invalid key
                       continue
                   not invalid key
                       move 1 to cal-found
           end-read.

       08-50-rewrite-calibration.
           rewrite calib-record
                   invalid key
                       display "Rewrite failed, status " calib-status
                   not invalid key
                       display "Calibration " key-id " " key-date
                               " updated"
           end-rewrite.

       09-format-calibration.
           move calib-offset to shown-offset.
           move calib-scale to shown-scale.
           move spaces to shown-line.
           string calib-head-id
                  " FROM " calib-effective-date
                  " OFFSET " shown-offset
                  " SCALE " shown-scale
                  " KEYED " calib-entered-date
                  delimited by size into shown-line.
