      * head's id must stay on file so a reading from it is flagged
      * RETIRED rather than UNKNOWN.
      *
      * the operator keys an id once, at the start; every head
      * added, updated, retired or reactivated goes to the shared
      * day1.journal with that id, the time, and the master record
      * as it stood before and after, so who retired a head and when
      * is always on file.
      *
      * commands at the prompt: A = add, U = update, R = retire,
      * C = reactivate, L = list all, Q = quit.
      *****************************************************************
           record key is master-key
           file status is sensor-status.

           select journal-file assign to "day1.journal"
           organization is line sequential
           file status is journal-status.

       data division.
       file section.
           fd sensor-file.
           copy sensrec replacing leading ==sensrec== by ==master==.

           fd journal-file.
           copy jrnlrec replacing leading ==jrnlrec== by ==journal==.

       working-storage section.
           01 sensor-status       pic is x(2) value "00".
           01 maintaining         pic is 9(1) value 1.
           01 listed-count        pic is 9(3) value 0.
           01 more-master         pic is 9(1) value 0.
           01 shown-line          pic is x(79).
           01 journal-status      pic is x(2) value "00".
           01 operator-id         pic is x(8) value spaces.
           01 journal-action-code pic is x(8) value spaces.
           01 before-image        pic is x(90) value spaces.

       procedure division.

                     display "Cannot open day1.sensors, status "
                             sensor-status
           else
                     display "Operator id: " with no advancing
                     accept operator-id
                     if operator-id = spaces then
                               display "Operator id required,"
                                       " nothing changed"
                     else
                               perform 02-command-loop
                                       until maintaining = 0
                     end-if
                     close sensor-file
           end-if.
           stop run.
                                       not invalid key
                                           display "Head " key-id
                                                   " added"
                                           move spaces to before-image
                                           move "ADD"
                                             to journal-action-code
                                           perform 08-60-journal-change
                               end-write
                     end-if
           end-if.
                               perform 09-format-head
                               display shown-line
                               perform 07-50-accept-head-details
                               move master-record to before-image
                               move "UPDATE" to journal-action-code
                               move key-vessel to master-vessel
                               move key-slot to master-feed-slot
                               move key-date to master-install-date
                     if head-found = 0 then
                               display "Head " key-id " not on file"
                     else
                               move master-record to before-image
                               move "RETIRE" to journal-action-code
                               move "R" to master-status
                               perform 08-50-rewrite-head
                     end-if
                     if head-found = 0 then
                               display "Head " key-id " not on file"
                     else
                               move master-record to before-image
                               move "REACTIV" to journal-action-code
                               move "A" to master-status
                               perform 08-50-rewrite-head
                     end-if
                   not invalid key
                       display "Head " key-id " now " master-status
                               " (" master-vessel ")"
                       perform 08-60-journal-change
           end-rewrite.

      * one journal line per change actually made; the journal is
      * opened and closed around each line so a change is on file
      * the moment it is made, whatever becomes of the session.
       08-60-journal-change.
           open extend journal-file.
           if journal-status not = "00" then
                     open output journal-file
           end-if.
           move operator-id to journal-operator.
           accept journal-date from date yyyymmdd.
           accept journal-time from time.
           move "AOC-2021-DAY-1-SENS" to journal-program.
           move journal-action-code to journal-action.
           move key-id to journal-head-id.
           move before-image to journal-before.
           move master-record to journal-after.
           write journal-record.
           close journal-file.

       09-format-head.
           move spaces to shown-line.
           string master-id
