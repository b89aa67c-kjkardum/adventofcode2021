      *
      * a correction line carries the slot and line number printed
      * on the reject line, an action code (C = corrected reading
      * follows, W = write the reject off), for action C the full
      * 26-byte replacement record in DEPTHREC layout, and in columns
      * 35-42 the id of the operator who keyed it.  every correction
      * written to day1.supp and every keyed write-off goes to the
      * shared day1.journal under that id, with the reject line as
      * the before image and the replacement reading as the after;
      * a line keyed without an operator is journalled as UNKEYED.
      *****************************************************************

       environment division.
           select disp-file assign to "day1.disposit"
           organization is line sequential.

           select journal-file assign to "day1.journal"
           organization is line sequential
           file status is journal-status.

       data division.
       file section.
           fd reject-file.
               05 corr-line       pic is 9(6).
               05 corr-action     pic is x(1).
               05 corr-data       pic is x(26).
               05 corr-operator   pic is x(8).

           fd supp-file.
           copy depthrec replacing depthrec-raw by supp-record-raw
           fd disp-file.
           01 disp-line           pic is x(80).

           fd journal-file.
           copy jrnlrec replacing leading ==jrnlrec== by ==journal==.

       working-storage section.
           01 reject-status       pic is x(2) value "00".
           01 correct-status      pic is x(2) value "00".
                   10 corr-tab-action pic is x(1).
                   10 corr-tab-data   pic is x(26).
                   10 corr-tab-used   pic is 9(1).
                   10 corr-tab-operator pic is x(8).
           01 found-ix            pic is 9(3) value 0.
           01 rej-slot            pic is x(1).
           01 rej-line-no         pic is x(6).
           01 writeoff-count      pic is 9(4) value 0.
           01 orphan-count        pic is 9(4) value 0.
           01 disp-out-line       pic is x(80).
           01 journal-status      pic is x(2) value "00".

       local-storage section.
           01 j usage unsigned-int value 0.
           open input reject-file.
           open output supp-file.
           open output disp-file.
           open extend journal-file.
           if journal-status not = "00" then
                     open output journal-file
           end-if.
           move spaces to disp-out-line.
           string "AOC-2021-DAY-1-FIX DISPOSITION REPORT"
                  "   RUN DATE: " fix-run-date
           perform 04-write-totals.
           close disp-file.
           close supp-file.
           close journal-file.
           stop run.

      * the whole correction file is held in core so rejects can be
                                 move corr-data
                                      to corr-tab-data(corr-count)
                                 move 0 to corr-tab-used(corr-count)
                                 move corr-operator
                                      to corr-tab-operator(corr-count)
                       else
                                 display "WARNING - more than "
                                         corr-limit " corrections,"
                                 add 1 to writeoff-count
                                 move "WRITTEN OFF " to disposition-text
                                 perform 02-05-write-disposition
                                 move "WRITEOFF" to journal-action
                                 move spaces to journal-after
                                 perform 02-06-journal-change
                       else
                                 perform 02-03-revalidate
                                 if fix-valid = 1 then
                                              corr-tab-data(found-ix)
                                              to supp-record-raw
                                           write supp-record
                                           move "CORRECT"
                                                to journal-action
                                           move supp-record-raw
                                                to journal-after
                                           perform 02-06-journal-change
                                 else
                                           add 1 to rerejected-count
                                           move "RE-REJECTED "
                  delimited by size into disp-out-line.
           write disp-line from disp-out-line.

      * the head a change concerns is the corrected reading's, or
      * for a write-off the rejected reading's as transmitted.
       02-06-journal-change.
           move corr-tab-operator(found-ix) to journal-operator.
           if journal-operator = spaces then
                     move "UNKEYED" to journal-operator
           end-if.
           accept journal-date from date yyyymmdd.
           accept journal-time from time.
           move "AOC-2021-DAY-1-FIX" to journal-program.
           move reject-in-line to journal-before.
           move corr-tab-data(found-ix)(5:8) to journal-head-id.
           if journal-action not = "CORRECT" then
                     move reject-in-line(45:8) to journal-head-id
           end-if.
           write journal-record.

      * corrections the operator keyed against a slot and line that
      * never appeared in day1.reject usually mean a typo in the
      * line number - surface them instead of dropping them.
