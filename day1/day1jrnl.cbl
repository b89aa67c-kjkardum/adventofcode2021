       identification division.
       program-id. AOC-2021-DAY-1-JRNL.
       author. Karlo Josip Kardum.
       date-written. 2026-09-19.

      *****************************************************************
      * listing companion to the shared day1.journal: AOC-2021-DAY-1-
      * SENS, AOC-2021-DAY-1-FIX and AOC-2021-DAY-1-RST each write a
      * journal line for every change they make, and AOC-2021-DAY-1-
      * CLOSE one for every month it closes (CLOSE) or reopens
      * (REOPEN) - who, when, which program, what was done, and the
      * record before and after.
      * this job lists the journal to day1.jrnlrpt for the auditors,
      * oldest change first, each entry with its before and after
      * images beneath it.
      *
      * day1.jrnlparm (optional) narrows the listing: a from and to
      * date, both yyyymmdd inclusive, in columns 1-16, an operator
      * id in columns 17-24 and a head id in columns 25-32.  a blank
      * or zero field selects everything; a head id selects only the
      * changes that concern that head, which is how to answer who
      * retired it, and when.
      *****************************************************************

       environment division.
       input-output section.
       file-control.
           select optional jrnlparm-file assign to "day1.jrnlparm"
           organization is line sequential
           file status is jrnlparm-status.

           select optional journal-file assign to "day1.journal"
           organization is line sequential
           file status is journal-status.

           select jrnlrpt-file assign to "day1.jrnlrpt"
           organization is line sequential.

       data division.
       file section.
           fd jrnlparm-file.
           01 jrnlparm-record.
               05 jrnlparm-from       pic is 9(8).
               05 jrnlparm-to         pic is 9(8).
               05 jrnlparm-operator   pic is x(8).
               05 jrnlparm-head-id    pic is x(8).

           fd journal-file.
           copy jrnlrec replacing leading ==jrnlrec== by ==journal==.

           fd jrnlrpt-file.
           01 jrnlrpt-line        pic is x(80).

       working-storage section.
           01 jrnlparm-status     pic is x(2) value "00".
           01 journal-status      pic is x(2) value "00".
           01 jrnl-run-date       pic is 9(8) value 0.
           01 from-date           pic is 9(8) value 0.
           01 to-date             pic is 9(8) value 99999999.
           01 want-operator       pic is x(8) value spaces.
           01 want-head-id        pic is x(8) value spaces.
           01 reading-journal     pic is 9(1) value 1.
           01 entries-read        pic is 9(6) value 0.
           01 entries-listed      pic is 9(6) value 0.
           01 jrnlrpt-out-line    pic is x(80).

       procedure division.

       01-main.
           accept jrnl-run-date from date yyyymmdd.
           perform 00-load-parameters.
           open output jrnlrpt-file.
           perform 02-write-heading.
           open input journal-file.
           if journal-status = "00" then
                     perform 03-read-journal until reading-journal = 0
                     close journal-file
           else
                     display "WARNING - cannot open day1.journal"
                             " status " journal-status
           end-if.
           perform 04-write-totals.
           close jrnlrpt-file.
           display "Journal entries listed " entries-listed
                   " of " entries-read ".".
           stop run.

       00-load-parameters.
           open input jrnlparm-file.
           if jrnlparm-status = "00" then
                     read jrnlparm-file
                             not at end
                                 if jrnlparm-from is numeric then
                                           move jrnlparm-from
                                                to from-date
                                 end-if
                                 if jrnlparm-to is numeric
                                         and jrnlparm-to > 0 then
                                           move jrnlparm-to to to-date
                                 end-if
                                 move jrnlparm-operator
                                      to want-operator
                                 move jrnlparm-head-id to want-head-id
                     end-read
                     close jrnlparm-file
           end-if.
           if from-date > to-date then
                     display "WARNING - from date " from-date
                             " after to date " to-date
                             ", nothing will be listed"
           end-if.

       02-write-heading.
           move spaces to jrnlrpt-out-line.
           string "AOC-2021-DAY-1-JRNL MAINTENANCE JOURNAL"
                  "   RUN DATE: " jrnl-run-date
                  delimited by size into jrnlrpt-out-line.
           write jrnlrpt-line from jrnlrpt-out-line.
           move spaces to jrnlrpt-out-line.
           string "DATES " from-date " TO " to-date
                  delimited by size into jrnlrpt-out-line.
           if want-operator not = spaces then
                     move "OPERATOR" to jrnlrpt-out-line(27:8)
                     move want-operator to jrnlrpt-out-line(36:8)
           end-if.
           if want-head-id not = spaces then
                     move "HEAD" to jrnlrpt-out-line(46:4)
                     move want-head-id to jrnlrpt-out-line(51:8)
           end-if.
           write jrnlrpt-line from jrnlrpt-out-line.

       03-read-journal.
           read journal-file
                   at end move 0 to reading-journal
                   not at end
                       add 1 to entries-read
                       if journal-date not < from-date
                               and journal-date not > to-date
                               and (want-operator = spaces
                                    or journal-operator
                                       = want-operator)
                               and (want-head-id = spaces
                                    or journal-head-id
                                       = want-head-id) then
                                 perform 03-01-list-entry
                       end-if
           end-read.

      * an image runs to 90 bytes, wider than the listing, so the
      * tail of a long one goes on a continuation line of its own.
       03-01-list-entry.
           add 1 to entries-listed.
           move spaces to jrnlrpt-out-line.
           write jrnlrpt-line from jrnlrpt-out-line.
           move spaces to jrnlrpt-out-line.
           string journal-date " " journal-time
                  "  " journal-operator
                  "  " journal-program
                  "  " journal-action
                  "  HEAD " journal-head-id
                  delimited by size into jrnlrpt-out-line.
           write jrnlrpt-line from jrnlrpt-out-line.
           move spaces to jrnlrpt-out-line.
           string "  BEFORE " journal-before(1:70)
                  delimited by size into jrnlrpt-out-line.
           write jrnlrpt-line from jrnlrpt-out-line.
           if journal-before(71:20) not = spaces then
                     move spaces to jrnlrpt-out-line
                     move journal-before(71:20)
                          to jrnlrpt-out-line(10:20)
                     write jrnlrpt-line from jrnlrpt-out-line
           end-if.
           move spaces to jrnlrpt-out-line.
           string "  AFTER  " journal-after(1:70)
                  delimited by size into jrnlrpt-out-line.
           write jrnlrpt-line from jrnlrpt-out-line.
           if journal-after(71:20) not = spaces then
                     move spaces to jrnlrpt-out-line
                     move journal-after(71:20)
                          to jrnlrpt-out-line(10:20)
                     write jrnlrpt-line from jrnlrpt-out-line
           end-if.

       04-write-totals.
           move spaces to jrnlrpt-out-line.
           write jrnlrpt-line from jrnlrpt-out-line.
           move spaces to jrnlrpt-out-line.
           string "ENTRIES LISTED " entries-listed
                  "  OF " entries-read " ON FILE"
                  delimited by size into jrnlrpt-out-line.
           write jrnlrpt-line from jrnlrpt-out-line.
           if entries-listed = 0 then
                     move spaces to jrnlrpt-out-line
                     string "NO JOURNAL ENTRIES SELECTED"
                            delimited by size into jrnlrpt-out-line
                     write jrnlrpt-line from jrnlrpt-out-line
           end-if.
