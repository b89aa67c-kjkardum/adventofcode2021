       identification division.
       program-id. AOC-2021-DAY-1-CONT.
       author. Karlo Josip Kardum.
       date-written. 2026-09-20.

      *****************************************************************
      * maintenance companion to AOC-2021-DAY-1-INV: the invoice run
      * prices every charter from the day1.contracts master kept
      * here, so the office keys a new charter the day it is signed
      * and corrects one the day the client queries it.  a charter
      * carries the client, the vessel chartered - or, for a charter
      * of particular feeds, a blank vessel and a 1/0 flag per feed
      * slot - the contract's first and last survey dates, the day
      * rate, the rate per thousand accepted readings and the
      * minimum charge for an invoice period.  a contract is never
      * deleted: one that has ended keeps its dates, and its
      * invoices still trace back to it.
      *
      * money is keyed 999999.99 with leading zeros; dates yyyymmdd.
      *
      * commands at the prompt: A = add, U = update, L = list all,
      * Q = quit.
      *****************************************************************

       environment division.
       input-output section.
       file-control.
           select contract-file assign to "day1.contracts"
           organization is indexed
           access mode is dynamic
           record key is contract-key
           file status is contract-status.

       data division.
       file section.
           fd contract-file.
           copy contrec replacing leading ==contrec== by ==contract==.

       working-storage section.
           01 contract-status     pic is x(2) value "00".
           01 maintaining         pic is 9(1) value 1.
           01 command-key         pic is x(1).
           01 key-id              pic is x(8).
           01 key-client          pic is x(30).
           01 key-vessel          pic is x(20).
           01 key-slots           pic is x(3).
           01 key-from-date       pic is 9(8) value 0.
           01 key-to-date         pic is 9(8) value 0.
           01 key-day-rate        pic is 9(6)v9(2) value 0.
           01 key-thousand-rate   pic is 9(6)v9(2) value 0.
           01 key-minimum         pic is 9(6)v9(2) value 0.
           01 key-date-x          pic is x(8).
           01 key-date            pic is 9(8) value 0.
           01 key-date-num redefines key-date
                                  pic is x(8).
           01 key-date-ok         pic is 9(1) value 0.
           01 key-money-x         pic is x(9).
           01 key-money-parts redefines key-money-x.
               05 key-money-whole     pic is 9(6).
               05 key-money-point     pic is x(1).
               05 key-money-cents     pic is 9(2).
           01 key-money           pic is 9(6)v9(2) value 0.
           01 key-money-ok        pic is 9(1) value 0.
           01 contract-found      pic is 9(1) value 0.
           01 listed-count        pic is 9(3) value 0.
           01 more-master         pic is 9(1) value 0.
           01 shown-money         pic is zzzzz9.99.
           01 shown-line          pic is x(79).

       procedure division.

       01-main.
           open i-o contract-file.
           if contract-status = "35" then
                     open output contract-file
                     close contract-file
                     open i-o contract-file
           end-if.
           if contract-status not = "00" then
                     display "Cannot open day1.contracts, status "
                             contract-status
           else
                     perform 02-command-loop until maintaining = 0
                     close contract-file
           end-if.
           stop run.

       02-command-loop.
           display "A=add U=update L=list Q=quit: " with no advancing.
           move spaces to command-key.
           accept command-key.
           evaluate command-key
                   when "A"
                   when "a"
                             perform 03-add-contract
                   when "U"
                   when "u"
                             perform 04-update-contract
                   when "L"
                   when "l"
                             perform 06-list-contracts
                   when "Q"
                   when "q"
                             move 0 to maintaining
                   when other
                             display "Commands are A, U, L or Q"
           end-evaluate.

       03-add-contract.
           perform 07-accept-contract-id.
           if key-id not = spaces then
                     perform 08-read-contract
                     if contract-found = 1 then
                               display "Contract " key-id
                                       " already on file"
                     else
                               perform 07-50-accept-contract-details
                               move key-id to contract-id
                               perform 07-90-store-details
                               write contract-record
                                       invalid key
                                           display "Write failed,"
                                                   " status "
                                                   contract-status
                                       not invalid key
                                           display "Contract " key-id
                                                   " added"
                               end-write
                     end-if
           end-if.

       04-update-contract.
           perform 07-accept-contract-id.
           if key-id not = spaces then
                     perform 08-read-contract
                     if contract-found = 0 then
                               display "Contract " key-id
                                       " not on file"
                     else
                               display "On file: " with no advancing
                               perform 09-format-contract
                               display shown-line
                               perform 07-50-accept-contract-details
                               perform 07-90-store-details
                               perform 08-50-rewrite-contract
                     end-if
           end-if.

       06-list-contracts.
           move 0 to listed-count.
           move spaces to contract-id.
           start contract-file key not < contract-key
                   invalid key
                       move "23" to contract-status
           end-start.
           if contract-status = "00" then
                     move 1 to more-master
                     perform until more-master = 0
                              read contract-file next record
                                      at end move 0 to more-master
                                      not at end
                                          add 1 to listed-count
                                          perform 09-format-contract
                                          display shown-line
                                          perform 09-50-format-rates
                                          display shown-line
                              end-read
                     end-perform
           end-if.
           move "00" to contract-status.
           if listed-count = 0 then
                     display "No contracts on file"
           end-if.

       07-accept-contract-id.
           display "Contract id (8 chars, blank to cancel): "
                   with no advancing.
           move spaces to key-id.
           accept key-id.

      * a blank answer keeps whatever is already in the keyed fields
      * - spaces or zero on an add, the value on file on an update.
      * a date or amount not keyed in the layout asked for is refused
      * and the old value kept.  a charter with neither a vessel nor
      * a feed slot flagged would bill nothing, and is warned about.
       07-50-accept-contract-details.
           if contract-found = 1 then
                     move contract-slots to key-slots
                     move contract-from-date to key-from-date
                     move contract-to-date to key-to-date
                     move contract-day-rate to key-day-rate
                     move contract-thousand-rate to key-thousand-rate
                     move contract-minimum to key-minimum
           else
                     move "000" to key-slots
                     move 0 to key-from-date
                     move 0 to key-to-date
                     move 0 to key-day-rate
                     move 0 to key-thousand-rate
                     move 0 to key-minimum
           end-if.
           display "Client (blank to keep): " with no advancing.
           move spaces to key-client.
           accept key-client.
           if key-client = spaces and contract-found = 1 then
                     move contract-client to key-client
           end-if.
           display "Vessel chartered (blank to keep, * for feeds): "
                   with no advancing.
           move spaces to key-vessel.
           accept key-vessel.
           if key-vessel = spaces and contract-found = 1 then
                     move contract-vessel to key-vessel
           end-if.
           if key-vessel = "*" then
                     move spaces to key-vessel
           end-if.
           if key-vessel = spaces then
                     display "Feed slots 1-3 as 1/0 flags, e.g. 110"
                             " (blank to keep): " with no advancing
                     move spaces to key-date-x
                     accept key-date-x
                     if key-date-x not = spaces then
                               if (key-date-x(1:1) = "0"
                                       or key-date-x(1:1) = "1")
                                       and (key-date-x(2:1) = "0"
                                       or key-date-x(2:1) = "1")
                                       and (key-date-x(3:1) = "0"
                                       or key-date-x(3:1) = "1") then
                                         move key-date-x(1:3)
                                              to key-slots
                               else
                                         display "Not 1/0 flags: "
                                                 key-date-x
                                                 ", slots kept"
                               end-if
                     end-if
                     if key-slots = "000" then
                               display "WARNING - no vessel and no"
                                       " feed slot, nothing will bill"
                     end-if
           else
                     move "000" to key-slots
           end-if.
           display "First survey date YYYYMMDD (blank to keep): "
                   with no advancing.
           perform 07-60-accept-date.
           if key-date-ok = 1 then
                     move key-date to key-from-date
           end-if.
           display "Last survey date YYYYMMDD (blank to keep): "
                   with no advancing.
           perform 07-60-accept-date.
           if key-date-ok = 1 then
                     move key-date to key-to-date
           end-if.
           if key-to-date < key-from-date then
                     display "WARNING - last date " key-to-date
                             " before first date " key-from-date
                             ", nothing will bill"
           end-if.
           display "Day rate 999999.99 (blank to keep): "
                   with no advancing.
           perform 07-70-accept-money.
           if key-money-ok = 1 then
                     move key-money to key-day-rate
           end-if.
           display "Rate per thousand readings 999999.99"
                   " (blank to keep): " with no advancing.
           perform 07-70-accept-money.
           if key-money-ok = 1 then
                     move key-money to key-thousand-rate
           end-if.
           display "Minimum charge 999999.99 (blank to keep): "
                   with no advancing.
           perform 07-70-accept-money.
           if key-money-ok = 1 then
                     move key-money to key-minimum
           end-if.

       07-60-accept-date.
           move 0 to key-date-ok.
           move spaces to key-date-x.
           accept key-date-x.
           if key-date-x not = spaces then
                     move key-date-x to key-date-num
                     if key-date is numeric then
                               move 1 to key-date-ok
                     else
                               display "Not a date: " key-date-x
                                       ", date kept"
                     end-if
           end-if.

       07-70-accept-money.
           move 0 to key-money-ok.
           move spaces to key-money-x.
           accept key-money-x.
           if key-money-x not = spaces then
                     if key-money-whole is numeric
                             and key-money-point = "."
                             and key-money-cents is numeric then
                               compute key-money = key-money-whole
                                       + key-money-cents / 100
                               move 1 to key-money-ok
                     else
                               display "Not 999999.99: " key-money-x
                                       ", amount kept"
                     end-if
           end-if.

       07-90-store-details.
           move key-client to contract-client.
           move key-vessel to contract-vessel.
           move key-slots to contract-slots.
           move key-from-date to contract-from-date.
           move key-to-date to contract-to-date.
           move key-day-rate to contract-day-rate.
           move key-thousand-rate to contract-thousand-rate.
           move key-minimum to contract-minimum.

       08-read-contract.
           move 0 to contract-found.
           move key-id to contract-id.
           read contract-file record
                   invalid key
                       continue
                   not invalid key
                       move 1 to contract-found
           end-read.

       08-50-rewrite-contract.
           rewrite contract-record
                   invalid key
                       display "Rewrite failed, status "
                               contract-status
                   not invalid key
                       display "Contract " key-id " updated"
           end-rewrite.

       09-format-contract.
           move spaces to shown-line.
           if contract-vessel not = spaces then
                     string contract-id
                            " " contract-client
                            " " contract-vessel
                            delimited by size into shown-line
           else
                     string contract-id
                            " " contract-client
                            " FEEDS " contract-slots
                            delimited by size into shown-line
           end-if.

       09-50-format-rates.
           move spaces to shown-line.
           string "  " contract-from-date
                  "-" contract-to-date
                  delimited by size into shown-line.
           move contract-day-rate to shown-money.
           move "DAY" to shown-line(22:3).
           move shown-money to shown-line(26:9).
           move contract-thousand-rate to shown-money.
           move "PER 1000" to shown-line(37:8).
           move shown-money to shown-line(46:9).
           move contract-minimum to shown-money.
           move "MIN" to shown-line(57:3).
           move shown-money to shown-line(61:9).
