           organization is line sequential
           file status is schedule-status.

           select optional tide-file assign to "day1.tide"
           organization is line sequential
           file status is tide-status.

           select optional input-file-2 assign to "day1.input2"
           organization is line sequential
           file status is input-status.
           organization is line sequential.

           select reject-file assign to "day1.reject"
           organization is line sequential
           file status is listing-status.

           select gaps-file assign to "day1.gaps"
           organization is line sequential
           file status is listing-status.

           select recon-file assign to "day1.recon"
           organization is line sequential.
           file status is sensor-status.

           select excpt-file assign to "day1.excpt"
           organization is line sequential
           file status is listing-status.

           select vessel-file assign to "day1.vessels"
           organization is indexed
           access mode is dynamic
           record key is vessel-key
           file status is vessel-status.

           select calib-file assign to "day1.calib"
           organization is indexed
           access mode is dynamic
           record key is calib-key
           file status is calib-status.

           select hazard-file assign to "day1.hazard"
           organization is line sequential
           file status is hazard-status.

           select receipt-file assign to "day1.receipts"
           organization is indexed
           access mode is dynamic
           record key is receipt-key
           file status is receipt-status.

           select quar-file assign to dynamic quar-name
           organization is line sequential
           file status is quar-status.

           select qledger-file assign to "day1.qledger"
           organization is indexed
           access mode is dynamic
           record key is qledger-key
           file status is qledger-status.

           select state-file assign to dynamic state-name
           organization is line sequential
           file status is state-status.

           select work-file assign to dynamic work-name
           organization is line sequential
           file status is work-status.

       data division.
       file section.
               05 parm-max-records    pic is 9(4).
               05 parm-recon-tol      pic is 9(4).
               05 parm-var-tol        pic is 9(4).
               05 parm-drop-mode      pic is x(1).
               05 parm-survey-date    pic is x(8).

           fd feedprof-file.
           01 feedprof-record.
               05 profile-slot    pic is 9(1).
               05 profile-unit    pic is x(1).
               05 profile-station pic is x(8).
               05 profile-vessel  pic is x(20).
               05 profile-framing pic is x(1).

           fd schedule-file.
           01 schedule-record.
               05 sched-feed-2    pic is x(1).
               05 sched-feed-3    pic is x(1).

           fd tide-file.
           01 tide-record.
               05 tide-station    pic is x(8).
               05 filler          pic is x(1).
               05 tide-timestamp  pic is 9(14).
               05 filler          pic is x(1).
               05 tide-height     pic is s9(2)v9(2)
                                  sign is leading separate.

           fd input-file.
           copy depthrec replacing depthrec-raw by inputline-raw
                                   depthrec by inputline.
           01 inputline-frame pic is x(40).

           fd input-file-2.
           copy depthrec replacing depthrec-raw by inputline-2-raw
                                   depthrec by inputline-2.
           01 inputline-2-frame pic is x(40).

           fd input-file-3.
           copy depthrec replacing depthrec-raw by inputline-3-raw
                                   depthrec by inputline-3.
           01 inputline-3-frame pic is x(40).

           fd valid-file-1.
           copy depthrec replacing leading ==depthrec== by ==valid-1==.
               05 restart-part-2-3    pic is 9(6).
               05 restart-records-3   pic is 9(6).
               05 restart-rejects-3   pic is 9(6).
               05 restart-obs-part-1-1    pic is 9(6).
               05 restart-obs-part-2-1    pic is 9(6).
               05 restart-unreduced-1     pic is 9(6).
               05 restart-hazards-1       pic is 9(4).
               05 restart-obs-part-1-2    pic is 9(6).
               05 restart-obs-part-2-2    pic is 9(6).
               05 restart-unreduced-2     pic is 9(6).
               05 restart-hazards-2       pic is 9(4).
               05 restart-obs-part-1-3    pic is 9(6).
               05 restart-obs-part-2-3    pic is 9(6).
               05 restart-unreduced-3     pic is 9(6).
               05 restart-hazards-3       pic is 9(4).
               05 restart-quarantined-1   pic is 9(1).
               05 restart-reason-1        pic is x(20).
               05 restart-quarantined-2   pic is 9(1).
               05 restart-reason-2        pic is x(20).
               05 restart-quarantined-3   pic is 9(1).
               05 restart-reason-3        pic is x(20).

           fd history-file.
           copy histrec replacing leading ==histrec== by ==history==.
           fd excpt-file.
           01 excpt-line              pic is x(80).

           fd vessel-file.
           copy veslrec replacing leading ==veslrec== by ==vessel==.

           fd hazard-file.
           copy hazdrec replacing leading ==hazdrec== by ==hazard==.

           fd calib-file.
           copy calibrec replacing leading ==calibrec== by ==calib==.

           fd receipt-file.
           copy rcptrec replacing leading ==rcptrec== by ==receipt==.

           fd quar-file.
           01 quar-line               pic is x(40).

           fd qledger-file.
           copy qualrec replacing leading ==qualrec== by ==qledger==.

      * a feed's state at the end of an intraday drop: the header
      * line, then a line per head in the sensor table, a line per
      * head in the quality table, and a line per ring position
      * filled so far - the feed's own rings, then each head's.
      * the images are the table entries moved whole, and are the
      * same size as analytics-entry, watch-entry, qual-entry and
      * sensor-entry.  the calibration a head went through is kept by
      * its effective date, since the calibration table is built
      * afresh from day1.calib every run and its entries move when a
      * row is added or removed.  the header also counts the lines
      * the feed has put on day1.gaps and day1.excpt, so a drop cut
      * short by an abend can be taken back off them.
           fd state-file.
           01 state-header.
               05 state-type              pic is x(1).
               05 state-survey-date       pic is 9(8).
               05 state-window-size       pic is 9(4).
               05 state-drops             pic is 9(4).
               05 state-lines-read        pic is 9(6).
               05 state-accepted          pic is 9(6).
               05 state-rejected          pic is 9(6).
               05 state-sensor-count      pic is 9(2).
               05 state-sensor-overflowed pic is 9(1).
               05 state-prev-timestamp    pic is 9(14).
               05 state-part-1            pic is 9(6).
               05 state-part-2            pic is 9(6).
               05 state-prev-depth        pic is 9(4).
               05 state-obs-part-1        pic is 9(6).
               05 state-obs-part-2        pic is 9(6).
               05 state-obs-prev-depth    pic is 9(4).
               05 state-unreduced         pic is 9(6).
               05 state-uncovered-open    pic is 9(1).
               05 state-uncovered-from    pic is 9(14).
               05 state-uncovered-to      pic is 9(14).
               05 state-uncovered-readings pic is 9(6).
               05 state-hazards           pic is 9(4).
               05 state-excpt-count       pic is 9(4).
               05 state-unchecked-count   pic is 9(4).
               05 state-calib-applied     pic is 9(6).
               05 state-qual-head-count   pic is 9(2).
               05 state-ana-sum           pic is 9(10).
               05 state-ana-obs-sum       pic is 9(10).
               05 state-ana-count         pic is 9(6).
               05 state-ana-prev          pic is 9(4).
               05 state-ana-cur-descent   pic is 9(6).
               05 state-ana-cur-ascent    pic is 9(6).
               05 state-feed-vessel       pic is x(20).
               05 state-analytics         pic is x(277).
               05 state-feed-watch        pic is x(94).
               05 state-feed-quality      pic is x(60).
               05 state-gap-lines         pic is 9(6).
               05 state-excpt-lines       pic is 9(4).
           01 state-head.
               05 filler                  pic is x(1).
               05 state-head-ix           pic is 9(2).
               05 state-head-prev-depth   pic is 9(4).
               05 state-head-sensor       pic is x(38).
               05 state-head-watch        pic is x(94).
               05 state-head-cal-date     pic is 9(8).
           01 state-qual.
               05 filler                  pic is x(1).
               05 state-qual-ix           pic is 9(2).
               05 state-qual-entry        pic is x(60).
           01 state-ring.
               05 filler                  pic is x(1).
               05 state-ring-ix           pic is 9(4).
               05 state-ring-feed         pic is 9(4).
               05 state-ring-obs          pic is 9(4).
           01 state-head-ring.
               05 filler                  pic is x(1).
               05 state-ring-head-ix      pic is 9(2).
               05 state-ring-pos          pic is 9(4).
               05 state-ring-depth        pic is 9(4).

      * a copy of one line of a file being cut back, or of a feed's
      * state being put in place.
           fd work-file.
           01 work-line                   pic is x(648).

       working-storage section.
           01 parm-status         pic is x(2) value "00".
           01 max-records          pic is 9(4) value 0.
           01 file-1-part-2       pic is 9(6) value 0.
           01 file-1-records      pic is 9(6) value 0.
           01 file-1-rejects      pic is 9(6) value 0.
           01 file-1-obs-part-1   pic is 9(6) value 0.
           01 file-1-obs-part-2   pic is 9(6) value 0.
           01 file-1-unreduced    pic is 9(6) value 0.
           01 file-1-hazards      pic is 9(4) value 0.
           01 file-1-quarantined  pic is 9(1) value 0.
           01 file-1-reason       pic is x(20) value spaces.

           01 file-2-name         pic is x(40) value "day1.input2".
           01 file-2-active       pic is 9(1) value 0.
           01 file-2-part-2       pic is 9(6) value 0.
           01 file-2-records      pic is 9(6) value 0.
           01 file-2-rejects      pic is 9(6) value 0.
           01 file-2-obs-part-1   pic is 9(6) value 0.
           01 file-2-obs-part-2   pic is 9(6) value 0.
           01 file-2-unreduced    pic is 9(6) value 0.
           01 file-2-hazards      pic is 9(4) value 0.
           01 file-2-quarantined  pic is 9(1) value 0.
           01 file-2-reason       pic is x(20) value spaces.

           01 file-3-name         pic is x(40) value "day1.input3".
           01 file-3-active       pic is 9(1) value 0.
           01 file-3-part-2       pic is 9(6) value 0.
           01 file-3-records      pic is 9(6) value 0.
           01 file-3-rejects      pic is 9(6) value 0.
           01 file-3-obs-part-1   pic is 9(6) value 0.
           01 file-3-obs-part-2   pic is 9(6) value 0.
           01 file-3-unreduced    pic is 9(6) value 0.
           01 file-3-hazards      pic is 9(4) value 0.
           01 file-3-quarantined  pic is 9(1) value 0.
           01 file-3-reason       pic is x(20) value spaces.

           01 valid-status        pic is x(2) value "00".
           01 valid-x-name        pic is x(40) value spaces.
                   10 sensor-tab-part-2   pic is 9(6).
                   10 sensor-tab-records  pic is 9(6).
                   10 sensor-tab-status   pic is x(1).
                   10 sensor-tab-cal-ix   pic is 9(4).
                   10 sensor-tab-cal-mixed pic is 9(1).
                   10 sensor-tab-cal-count pic is 9(6).
           01 sensor-result-max   pic is 9(2) value 48.
           01 sensor-result-count pic is 9(2) value 0.
           01 sensor-results.
                   10 sensor-result-part-2  pic is 9(6).
                   10 sensor-result-records pic is 9(6).
                   10 sensor-result-status  pic is x(1).
                   10 sensor-result-cal-ix  pic is 9(4).
                   10 sensor-result-cal-mixed pic is 9(1).
                   10 sensor-result-cal-count pic is 9(6).

           01 schedule-status     pic is x(2) value "00".
           01 reading-schedule    pic is 9(1) value 0.
           01 unit-name           pic is x(8) value spaces.
           01 units-out-line      pic is x(80).

      * tide reduction: a feed with a tide station on its
      * day1.feedprof line has every reading reduced to chart datum
      * by the height of tide at its ping time, interpolated between
      * the bracketing day1.tide entries for that station.  the
      * table is held in core, each station's entries in stamp
      * order, and each feed walks it with a cursor since its own
      * stamps only ever increase.
           01 feed-station-values pic is x(24) value spaces.
           01 feed-stations redefines feed-station-values.
               05 feed-station    pic is x(8) occurs 3.
           01 tide-status         pic is x(2) value "00".
           01 reading-tide        pic is 9(1) value 0.
           01 tide-wanted         pic is 9(1) value 0.
           01 tide-limit          pic is 9(4) value 3000.
           01 tide-count          pic is 9(4) value 0.
           01 tide-overflowed     pic is 9(1) value 0.
           01 tide-out-of-order   pic is 9(4) value 0.
           01 tide-station-ix     pic is 9(1) value 0.
           01 tide-last-stamps.
               05 tide-last-seconds   pic is 9(14) occurs 3.
           01 tide-table.
               05 tide-entry occurs 3000.
                   10 tide-tab-station    pic is x(8).
                   10 tide-tab-seconds    pic is 9(14).
                   10 tide-tab-height     pic is s9(2)v9(2).
           01 tide-cursor         pic is 9(4) value 0.
           01 tide-next           pic is 9(4) value 0.
           01 tide-scan           pic is 9(4) value 0.
           01 tide-covered        pic is 9(1) value 0.
           01 tide-now            pic is s9(2)v9(2) value 0.
           01 tide-reduced        pic is s9(5) value 0.
           01 tide-seconds        pic is 9(14) value 0.
           01 obs-depth           pic is 9(4) value 0.
           01 unreduced-count     pic is 9(6) value 0.
           01 uncovered-open      pic is 9(1) value 0.
           01 uncovered-from      pic is 9(14) value 0.
           01 uncovered-to        pic is 9(14) value 0.
           01 uncovered-readings  pic is 9(6) value 0.
           01 line-slot           pic is 9(1) value 0.
           01 line-obs-part-1     pic is 9(6) value 0.
           01 line-obs-part-2     pic is 9(6) value 0.
           01 line-unreduced      pic is 9(6) value 0.
           01 unreduced-total     pic is 9(6) value 0.

      * a stamp is yyyymmddhhmmss; it is turned into a running count
      * of seconds so a tide interval spanning midnight or a month
      * end still interpolates correctly.  a stamp whose digits are
      * not a calendar date and time is a counter-stamped feed, and
      * its value is taken as the count.
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
           01 conv-day-work       pic is 9(8) value 0.

           01 sensor-status       pic is x(2) value "00".
           01 sensor-master-open  pic is 9(1) value 0.
           01 head-status         pic is x(1) value space.
           01 excpt-out-line      pic is x(80).
           01 excpt-count         pic is 9(4) value 0.

      * calibration: the day1.calib register is read whole into core
      * at the start, in key order - head id, then effective date -
      * and indexed by head, so finding the calibration in force for
      * a reading is a short scan of that head's own entries.  the
      * reading's date is its ping stamp's date, or the run date for
      * an untimestamped feed.
           01 calib-status        pic is x(2) value "00".
           01 reading-calib       pic is 9(1) value 0.
           01 calib-limit         pic is 9(4) value 2000.
           01 calib-count         pic is 9(4) value 0.
           01 calib-overflowed    pic is 9(1) value 0.
           01 calib-table.
               05 calib-entry occurs 2000.
                   10 calib-tab-head      pic is x(8).
                   10 calib-tab-date      pic is 9(8).
                   10 calib-tab-offset    pic is s9(3)v9(2).
                   10 calib-tab-scale     pic is 9(1)v9(5).
           01 cal-head-limit      pic is 9(3) value 500.
           01 cal-head-count      pic is 9(3) value 0.
           01 cal-heads.
               05 cal-head-entry occurs 500.
                   10 cal-head-key        pic is x(8).
                   10 cal-head-first      pic is 9(4).
                   10 cal-head-last       pic is 9(4).
           01 cal-head-ix         pic is 9(3) value 0.
           01 calib-ix            pic is 9(4) value 0.
           01 calib-in-force      pic is 9(4) value 0.
           01 calib-date          pic is 9(8) value 0.
           01 calib-result        pic is s9(6) value 0.
           01 calib-applied       pic is 9(6) value 0.
           01 shown-cal-offset    pic is +999.99.
           01 shown-cal-scale     pic is 9.99999.

      * shoal watch: each head in the feed's sensor table is watched
      * against its vessel's draft plus required under-keel
      * clearance from the day1.vessels master, the vessel being the
      * one the sensor master puts the head on - or, for an untagged
      * feed or a head the master does not know, the vessel named on
      * the feed's day1.feedprof line.  the extra entry after the
      * sensor table watches the heads the table had no room for,
      * against the feed's vessel.  a watch limit of zero means the
      * vessel is unknown and the head cannot be judged.
           01 vessel-status       pic is x(2) value "00".
           01 vessel-master-open  pic is 9(1) value 0.
           01 hazard-status       pic is x(2) value "00".
           01 hazard-count        pic is 9(4) value 0.
           01 hazard-total        pic is 9(4) value 0.
           01 unchecked-count     pic is 9(4) value 0.
           01 head-vessel         pic is x(20) value spaces.
           01 watch-ix            pic is 9(2) value 0.
           01 watch-overflow-ix   pic is 9(2) value 17.
           01 feed-vessel-values  pic is x(60) value spaces.
           01 feed-vessels redefines feed-vessel-values.
               05 feed-vessel     pic is x(20) occurs 3.
           01 shoal-watch.
               05 watch-entry occurs 17.
                   10 watch-vessel        pic is x(20).
                   10 watch-draft         pic is 9(2)v9(2).
                   10 watch-clearance     pic is 9(2)v9(2).
                   10 watch-limit         pic is 9(3)v9(2).
                   10 watch-open          pic is 9(1).
                   10 watch-sensor-id     pic is x(8).
                   10 watch-from          pic is 9(14).
                   10 watch-to            pic is 9(14).
                   10 watch-shoalest      pic is 9(4).
                   10 watch-shoal-stamp   pic is 9(14).
                   10 watch-readings      pic is 9(6).

      * transmission framing: a feed whose day1.feedprof line has H
      * in column 31 comes from a boat that frames each drop between
      * a header line - "HDR ", her vessel name x(20), the
      * transmission date 9(8) and the drop's sequence number 9(6)
      * among that day's drops from her, counting from 1 - and a
      * trailer line - "TRL ", the count 9(6) of reading lines
      * between them and their hash total 9(10), the sum of their
      * depth fields as sent (a depth that is not a number adds
      * nothing), kept to its low ten digits.  the drop is checked
      * whole before any of it is counted, and every drop is logged
      * on the day1.receipts register.
           01 feed-framing-values pic is x(3) value spaces.
           01 feed-framings redefines feed-framing-values.
               05 feed-framing    pic is x(1) occurs 3.
           01 receipt-status      pic is x(2) value "00".
           01 receipt-open        pic is 9(1) value 0.
           01 more-receipts       pic is 9(1) value 0.
           01 receipt-high-seq    pic is 9(6) value 0.
           01 receipt-duplicate   pic is 9(1) value 0.
           01 quar-status         pic is x(2) value "00".
           01 quar-name           pic is x(40) value spaces.
           01 quarantine-alerted  pic is 9(1) value 0.
           01 frame-verdict       pic is x(1) value space.
           01 frame-refused       pic is 9(1) value 0.
           01 frame-reason        pic is x(20) value spaces.
           01 frame-fault         pic is x(20) value spaces.
           01 frame-lines         pic is 9(6) value 0.
           01 frame-count         pic is 9(6) value 0.
           01 frame-hash-sum      pic is 9(12) value 0.
           01 frame-hash          pic is 9(10) value 0.
           01 frame-header-seen   pic is 9(1) value 0.
           01 frame-trailer-seen  pic is 9(1) value 0.
           01 frame-vessel        pic is x(20) value spaces.
           01 frame-date          pic is 9(8) value 0.
           01 frame-sequence      pic is 9(6) value 0.
           01 frame-declared-count pic is 9(6) value 0.
           01 frame-declared-hash pic is 9(10) value 0.
           01 frame-line          pic is x(40).
           01 frame-header redefines frame-line.
               05 frame-tag           pic is x(4).
               05 frame-hdr-vessel    pic is x(20).
               05 frame-hdr-date      pic is x(8).
               05 frame-hdr-sequence  pic is x(6).
               05 filler              pic is x(2).
           01 frame-trailer redefines frame-line.
               05 filler              pic is x(4).
               05 frame-trl-count     pic is x(6).
               05 frame-trl-hash      pic is x(10).
               05 filler              pic is x(20).

      * quality ledger: what the run's reject, gap, exception and
      * reconciliation listings show is counted as it is written, per
      * head and for the feed as a whole, and posted to day1.qledger
      * when the feed is done.  the table holds the heads as the
      * sensor table does, and the extra entry after it the feed's
      * totals; heads beyond the table count in the feed totals only.
           01 qledger-status      pic is x(2) value "00".
           01 qledger-open        pic is 9(1) value 0.
           01 qual-head-limit     pic is 9(2) value 16.
           01 qual-head-count     pic is 9(2) value 0.
           01 qual-feed-ix        pic is 9(2) value 17.
           01 qual-ix             pic is 9(2) value 0.
           01 qual-head-id        pic is x(8) value spaces.
           01 qual-vessel-records pic is 9(6) value 0.
           01 quality-table.
               05 qual-entry occurs 17.
                   10 qual-tab-head-id    pic is x(8).
                   10 qual-tab-sensor-ix  pic is 9(2).
                   10 qual-tab-rej-91     pic is 9(6).
                   10 qual-tab-rej-92     pic is 9(6).
                   10 qual-tab-rej-93     pic is 9(6).
                   10 qual-tab-rej-nonnum pic is 9(6).
                   10 qual-tab-rej-other  pic is 9(6).
                   10 qual-tab-gaps       pic is 9(6).
                   10 qual-tab-gap-total  pic is 9(14).

           01 ana-sum             pic is 9(10) value 0.
           01 ana-count           pic is 9(6) value 0.
           01 ana-depth           pic is 9(4) value 0.
                   10 ana-descent     pic is 9(6).
                   10 ana-ascent     pic is 9(6).
                   10 ana-bands       pic is 9(6) occurs 20.
                   10 ana-obs-min     pic is 9(4).
                   10 ana-obs-max     pic is 9(4).
                   10 ana-obs-mean    pic is 9(4).
                   10 ana-obs-bands   pic is 9(6) occurs 20.
           01 ana-obs-sum         pic is 9(10) value 0.

           01 recon-tolerance     pic is 9(4) value 0.
           01 recon-slot          pic is 9(1) value 0.
           01 window-size         pic is 9(4) value 3.
           01 part-1-sum          pic is 9(6) value 0.
           01 part-2-sum          pic is 9(6) value 0.
           01 obs-part-1-sum      pic is 9(6) value 0.
           01 obs-part-2-sum      pic is 9(6) value 0.

      * streaming state: part-1 needs only the previous accepted
      * reading, and part-2 only the reading window-size back, so a
      * ring of window-size entries (the ring is cut to the largest
      * window the parm can ask for) replaces the old whole-feed
      * tables and a feed of any length runs to completion.  the
      * sensor streams carry the same state per tagged head, and the
      * observed stream the same state over the depths as observed,
      * before tide reduction.
           01 feed-prev-depth     pic is 9(4) value 0.
           01 ring-ix             pic is 9(4) value 0.
           01 ring-quot           pic is 9(6) value 0.
           01 window-ring         pic is 9(4) occurs 9999.
           01 obs-prev-depth      pic is 9(4) value 0.
           01 obs-ring            pic is 9(4) occurs 9999.
           01 sensor-streams.
               05 sensor-stream-entry occurs 16.
                   10 sensor-prev-depth   pic is 9(4).
                   10 sensor-ring         pic is 9(4) occurs 9999.

      * intraday drops: the boats uplink through the day, and a
      * drop run (I in day1.parm column 17) takes each feed's drop as
      * the next stretch of the survey day rather than as a whole
      * feed.  the streaming state above - counts, rings, sensor
      * streams, profile, quality and shoal watch - is kept per feed
      * in day1.stateN between drops, and picked up by the next drop
      * of the same survey day (day1.parm columns 18-25, the run
      * date when blank), so the day's figures build as the drops
      * come in.  a drop run's report and history rows are
      * provisional.  the closing run (F) takes the day's last drop,
      * or none, and closes the day with the figures a single pass
      * over the whole day would give, as ordinary history rows.
           01 listing-status      pic is x(2) value "00".
           01 drop-mode           pic is x(1) value space.
           01 survey-date         pic is 9(8) value 0.
           01 state-status        pic is x(2) value "00".
           01 state-name          pic is x(40) value spaces.
           01 state-slot          pic is 9(1) value 0.
           01 reading-state       pic is 9(1) value 0.
           01 drops-continuing    pic is 9(1) value 0.
           01 drop-absent         pic is 9(1) value 0.
           01 drop-alerted        pic is 9(1) value 0.
           01 drop-window-clash   pic is 9(1) value 0.
           01 drop-file-name      pic is x(40) value spaces.
           01 drop-carried-values pic is x(3) value "000".
           01 drop-carried-flags redefines drop-carried-values.
               05 drop-carried    pic is 9(1) occurs 3.
           01 drop-count-values   pic is x(12) value "000000000000".
           01 drop-counts redefines drop-count-values.
               05 drop-count      pic is 9(4) occurs 3.
           01 feed-excpt-start    pic is 9(4) value 0.
           01 feed-unchecked-start pic is 9(4) value 0.
           01 feed-calib-start    pic is 9(6) value 0.
           01 open-run-count      pic is 9(2) value 0.
           01 open-runs.
               05 open-run-entry occurs 51.
                   10 open-run-slot       pic is 9(1).
                   10 open-run-sensor-id  pic is x(8).
                   10 open-run-from       pic is 9(14).
                   10 open-run-shoalest   pic is 9(4).
                   10 open-run-readings   pic is 9(6).

      * a restart after an abend in the middle of a drop run finds
      * the day's working files and listings already holding part of
      * the drop it is about to read again.  each is cut back to what
      * the feeds had put on it before the run - all of a feed the
      * job had finished, the count the state holds for a carried
      * feed, none of any other - before it is extended.
           01 work-status         pic is x(2) value "00".
           01 work-name           pic is x(40) value spaces.
           01 reading-work        pic is 9(1) value 0.
           01 restart-feed        pic is 9(1) value 0.
           01 feed-excpt-lines    pic is 9(4) value 0.
           01 slot-done-values    pic is x(3) value "000".
           01 slot-done-flags redefines slot-done-values.
               05 slot-done       pic is 9(1) occurs 3.
           01 drop-kept-table.
               05 drop-kept-entry occurs 3.
                   10 drop-kept-valid     pic is 9(6).
                   10 drop-kept-rejects   pic is 9(6).
                   10 drop-kept-gaps      pic is 9(6).
                   10 drop-kept-excpt     pic is 9(6).
                   10 drop-kept-hazards   pic is 9(6).
           01 cut-keeps.
               05 cut-keep        pic is 9(6) occurs 3.
           01 cut-seens.
               05 cut-seen        pic is 9(6) occurs 3.
           01 cut-slot            pic is 9(1) value 0.
           01 cut-slot-raw redefines cut-slot
                                  pic is x(1).
           01 cut-line-kept       pic is 9(1) value 0.
           01 cut-dropped         pic is 9(6) value 0.
       
       local-storage section.
           01 i usage unsigned-int value 0.
           accept job-start-time from time.
           perform 00-load-parameters.
           perform 00-load-feed-profiles.
           perform 00-load-tide-table.
           perform 00-load-calibrations.
           perform 00-load-job-state.
           perform 00-check-drop-state.
           perform 00-30-cut-after-abend.
           perform 00-open-sensor-master.
           perform 00-open-vessel-master.
           perform 00-open-receipt-register.
           perform 00-open-quality-ledger.
           if job-done-1 = 1 or job-done-2 = 1 or job-done-3 = 1
                   or drops-continuing = 1 then
                     open extend hazard-file
           else
                     open output hazard-file
           end-if.
           if drops-continuing = 1 then
                     perform 00-26-extend-listings
           else
                     open output reject-file
                     open output gaps-file
                     open output excpt-file
           end-if.
           open output recon-file.
           perform 01-01-process-file-1.
           perform 01-02-process-file-2.
           perform 01-03-process-file-3.
           if sensor-master-open = 1 then
                     close sensor-file
           end-if.
           if vessel-master-open = 1 then
                     close vessel-file
           end-if.
           close hazard-file.
           if receipt-open = 1 then
                     close receipt-file
           end-if.
           if qledger-open = 1 then
                     close qledger-file
           end-if.
           compute hazard-total = file-1-hazards
                   + file-2-hazards + file-3-hazards.
           perform 06-write-report.
           if drop-mode not = "I" then
               perform 06-50-check-variance
               perform 06-60-check-schedule
           end-if.
           perform 07-write-trend-report.
           accept job-end-time from time.
           if drop-mode not = "I" then
               perform 08-write-audit-record
           end-if.
           perform 09-clear-restart-state.
           if variance-alerted = 1 then
               display "WARNING - run variance beyond tolerance,"
                       " see day1.alert"
               move 8 to return-code
           end-if.
           if quarantine-alerted = 1 then
               display "WARNING - feed quarantined,"
                       " see day1.alert"
               move 8 to return-code
           end-if.
           if drop-alerted = 1 then
               display "WARNING - drops of an earlier survey day"
                       " never closed, see day1.alert"
               move 8 to return-code
           end-if.
           if hazard-total > 0 then
               display "SHOAL - " hazard-total
                       " shoal hazards, see day1.hazard"
               move 12 to return-code
           end-if.
           if open-run-count > 0 then
               display "SHOAL - " open-run-count
                       " shoal runs still open at end of drop,"
                       " see day1.report"
               move 12 to return-code
           end-if.
           stop run.

      * pick up operator-settable window size and max record count
      * documented ceiling for years and sits in parm files all over
      * the fleet meaning "as many as the job can take", so it too
      * is read as no limit rather than as a literal throttle.
      * column 17 is I for an intraday drop run and F for the run
      * that closes the survey day, blank for the nightly pass over
      * complete feeds; columns 18-25 give the survey day a drop
      * belongs to, for a party working past midnight.
       00-load-parameters.
           move report-run-date to survey-date.
           open input parm-file.
           if parm-status = "00" then
                     read parm-file
                                     move parm-var-tol
                                          to variance-tolerance
                                 end-if
                                 if parm-drop-mode = "I"
                                         or parm-drop-mode = "F" then
                                     move parm-drop-mode to drop-mode
                                 else
                                   if parm-drop-mode not = space then
                                     display "Invalid drop mode "
                                             parm-drop-mode
                                             ", running a full pass"
                                   end-if
                                 end-if
                                 if parm-survey-date is numeric then
                                     move parm-survey-date
                                          to survey-date
                                 end-if
                     end-read
                     close parm-file
           end-if.
      * F fathoms, T tenths of a meter - and the job converts to
      * whole meters at intake so every edit, count and band below
      * sees meters.  an unrecognized code keeps the default and
      * warns, rather than silently mis-scaling a whole feed.  the
      * same line optionally names, in columns 3-10, the tide station
      * whose day1.tide heights reduce that feed to chart datum; a
      * blank station leaves the feed's depths as observed.  columns
      * 11-30 name the vessel the feed comes off, for judging shoal
      * water where the readings carry no head the master knows.
      * column 31 is H for a feed the boat frames with a transmission
      * header and trailer.
       00-load-feed-profiles.
           open input feedprof-file.
           if feedprof-status = "00" then
                                           profile-slot
                                           ", meters assumed"
                         end-if
                         move profile-station
                              to feed-station(profile-slot)
                         move profile-vessel
                              to feed-vessel(profile-slot)
                         if profile-framing = "H" then
                                   move "H"
                                        to feed-framing(profile-slot)
                         end-if
                       end-if
           end-read.

      * the tide table is only read when some feed names a station,
      * and only the named stations' entries are kept.  stations may
      * interleave, but each station's own entries must run in stamp
      * order; one that does not advance on its station's last entry
      * is passed over with a count, so the operator learns the table
      * needs re-issuing.  a feed with a station but no table has
      * every reading flagged as outside coverage.
       00-load-tide-table.
           move 0 to tide-wanted.
           perform varying j from 1 by 1 until j > 3
                   move 0 to tide-last-seconds(j)
                   if feed-station(j) not = spaces then
                             move 1 to tide-wanted
                   end-if
           end-perform.
           if tide-wanted = 1 then
                     open input tide-file
                     if tide-status = "00" then
                               move 1 to reading-tide
                               perform 00-02-read-tide-entry
                                       until reading-tide = 0
                               close tide-file
                     else
                               display "WARNING - cannot open"
                                       " day1.tide status "
                                       tide-status
                                       ", readings not reduced"
                     end-if
                     if tide-out-of-order > 0 then
                               display "WARNING - " tide-out-of-order
                                       " day1.tide entries out of"
                                       " order, passed over"
                     end-if
           end-if.

       00-02-read-tide-entry.
           read tide-file
                   at end move 0 to reading-tide
                   not at end
                       move 0 to tide-station-ix
                       perform varying j from 1 by 1
                               until j > 3 or tide-station-ix > 0
                               if feed-station(j) = tide-station then
                                         move j to tide-station-ix
                               end-if
                       end-perform
                       if tide-station-ix > 0
                               and tide-timestamp is numeric
                               and tide-height is numeric then
                                 perform 00-03-keep-tide-entry
                       end-if
           end-read.

       00-03-keep-tide-entry.
           move tide-timestamp to conv-stamp.
           perform 02-20-stamp-to-seconds.
           if conv-seconds
                   not > tide-last-seconds(tide-station-ix) then
                     add 1 to tide-out-of-order
           else
             if tide-count < tide-limit then
                       add 1 to tide-count
                       move tide-station to tide-tab-station(tide-count)
                       move conv-seconds to tide-tab-seconds(tide-count)
                       move tide-height to tide-tab-height(tide-count)
                       move conv-seconds
                            to tide-last-seconds(tide-station-ix)
             else
               if tide-overflowed = 0 then
                         display "WARNING - more than " tide-limit
                                 " day1.tide entries, remainder"
                                 " ignored"
                         move 1 to tide-overflowed
               end-if
             end-if
           end-if.

      * a missing register is no error - it just means no head has
      * been recalibrated yet - so only a register that is there but
      * cannot be read is warned about.  rows beyond the table are
      * dropped with a warning, never half-applied.
       00-load-calibrations.
           open input calib-file.
           if calib-status = "00" then
                     move 1 to reading-calib
                     perform 00-05-read-calibration
                             until reading-calib = 0
                     close calib-file
           else
             if calib-status not = "35" then
                       display "WARNING - cannot open day1.calib"
                               " status " calib-status
                               ", readings not calibrated"
             end-if
           end-if.

       00-05-read-calibration.
           read calib-file next record
                   at end move 0 to reading-calib
                   not at end
                       if calib-count < calib-limit
                               and (cal-head-count < cal-head-limit
                                   or cal-head-key(cal-head-count)
                                      = calib-head-id) then
                                 perform 00-06-keep-calibration
                       else
                         if calib-overflowed = 0 then
                                   display "WARNING - day1.calib"
                                           " too large, remaining"
                                           " calibrations ignored"
                                   move 1 to calib-overflowed
                         end-if
                       end-if
           end-read.

       00-06-keep-calibration.
           add 1 to calib-count.
           move calib-head-id to calib-tab-head(calib-count).
           move calib-effective-date to calib-tab-date(calib-count).
           move calib-offset to calib-tab-offset(calib-count).
           move calib-scale to calib-tab-scale(calib-count).
           if cal-head-count = 0 then
                     add 1 to cal-head-count
                     move calib-head-id
                          to cal-head-key(cal-head-count)
                     move calib-count
                          to cal-head-first(cal-head-count)
           else
             if cal-head-key(cal-head-count) not = calib-head-id then
                       add 1 to cal-head-count
                       move calib-head-id
                            to cal-head-key(cal-head-count)
                       move calib-count
                            to cal-head-first(cal-head-count)
             end-if
           end-if.
           move calib-count to cal-head-last(cal-head-count).

      * pick up which feeds, if any, already ran to completion before
      * an earlier abend in this same job - so a restart does not
      * re-read and re-history a feed that is already done.  a fresh
      * marked done also has its part-1/part-2/records/rejects totals
      * restored from the checkpoint, since 01-0N-process-file-N skips
      * recomputing them entirely and the combined totals/report/audit
      * still need that feed's numbers.  the feed that was in hand
      * when the job stopped is noted as well.
       00-load-job-state.
           move 0 to job-done-1.
           move 0 to job-done-2.
           move 0 to job-done-3.
           move 0 to restart-feed.
           open input restart-file.
           if restart-status = "00" then
                     read restart-file
                             not at end
                                 move restart-slot to restart-feed
                                 move restart-done-1 to job-done-1
                                 move restart-done-2 to job-done-2
                                 move restart-done-3 to job-done-3
                                          to file-1-records
                                     move restart-rejects-1
                                          to file-1-rejects
                                     move restart-obs-part-1-1
                                          to file-1-obs-part-1
                                     move restart-obs-part-2-1
                                          to file-1-obs-part-2
                                     move restart-unreduced-1
                                          to file-1-unreduced
                                     move restart-hazards-1
                                          to file-1-hazards
                                     if restart-quarantined-1 = 1 then
                                         move 1 to file-1-quarantined
                                         move 1 to quarantine-alerted
                                         move restart-reason-1
                                              to file-1-reason
                                     else
                                         move 1 to file-1-active
                                     end-if
                                 end-if
                                 if job-done-2 = 1 then
                                     move restart-part-1-2
                                          to file-2-records
                                     move restart-rejects-2
                                          to file-2-rejects
                                     move restart-obs-part-1-2
                                          to file-2-obs-part-1
                                     move restart-obs-part-2-2
                                          to file-2-obs-part-2
                                     move restart-unreduced-2
                                          to file-2-unreduced
                                     move restart-hazards-2
                                          to file-2-hazards
                                     if restart-quarantined-2 = 1 then
                                         move 1 to file-2-quarantined
                                         move 1 to quarantine-alerted
                                         move restart-reason-2
                                              to file-2-reason
                                     else
                                         move 1 to file-2-active
                                     end-if
                                 end-if
                                 if job-done-3 = 1 then
                                     move restart-part-1-3
                                          to file-3-records
                                     move restart-rejects-3
                                          to file-3-rejects
                                     move restart-obs-part-1-3
                                          to file-3-obs-part-1
                                     move restart-obs-part-2-3
                                          to file-3-obs-part-2
                                     move restart-unreduced-3
                                          to file-3-unreduced
                                     move restart-hazards-3
                                          to file-3-hazards
                                     if restart-quarantined-3 = 1 then
                                         move 1 to file-3-quarantined
                                         move 1 to quarantine-alerted
                                         move restart-reason-3
                                              to file-3-reason
                                     else
                                         move 1 to file-3-active
                                     end-if
                                 end-if
                     end-read
                     close restart-file
                             ", head ids not checked"
           end-if.

      * the vessel master carries each boat's draft and required
      * under-keel clearance.  without it every reading still counts,
      * but nothing can be judged shoal, and the operator is told so.
       00-open-vessel-master.
           move 0 to vessel-master-open.
           open input vessel-file.
           if vessel-status = "00" then
                     move 1 to vessel-master-open
           else
                     display "WARNING - cannot open day1.vessels"
                             " status " vessel-status
                             ", no shoal checking"
           end-if.

      * the receipt register logs every framed drop, accepted or
      * refused.  without it a drop's header and trailer are still
      * checked, but a resent or skipped drop cannot be caught, and
      * the operator is told so.
       00-open-receipt-register.
           move 0 to receipt-open.
           if feed-framing-values not = spaces then
                     open i-o receipt-file
                     if receipt-status = "35" then
                               open output receipt-file
                               close receipt-file
                               open i-o receipt-file
                     end-if
                     if receipt-status = "00" then
                               move 1 to receipt-open
                     else
                               display "WARNING - cannot open"
                                       " day1.receipts status "
                                       receipt-status
                                       ", drops not sequence checked"
                     end-if
           end-if.

      * the quality ledger is kept from the first run that finds it
      * missing.  a ledger that cannot be opened loses the run's
      * counts, not the run, and the operator is told so.
       00-open-quality-ledger.
           move 0 to qledger-open.
           open i-o qledger-file.
           if qledger-status = "35" then
                     open output qledger-file
                     close qledger-file
                     open i-o qledger-file
           end-if.
           if qledger-status = "00" then
                     move 1 to qledger-open
           else
                     display "WARNING - cannot open day1.qledger"
                             " status " qledger-status
                             ", quality counts not posted"
           end-if.

      * a drop run looks for each feed's state before anything is
      * opened.  state of the same survey day is carried on; state of
      * another day means that day's drops were never closed, and
      * the desk is told so through day1.alert before the feed starts
      * afresh.  the window must not change in mid-day - the rings
      * were filled to the old one - so a drop asking for a
      * different window is not run at all.  a full pass leaves the
      * state files alone.  a feed this job finished before an abend
      * has its state settled first, if the abend came between the
      * feed being marked done and its state being put in place.
       00-check-drop-state.
           move 0 to drops-continuing.
           move 0 to drop-window-clash.
           move job-done-1 to slot-done(1).
           move job-done-2 to slot-done(2).
           move job-done-3 to slot-done(3).
           if drop-mode not = space then
                     perform varying state-slot from 1 by 1
                             until state-slot > 3
                             perform 00-21-check-one-state
                     end-perform
           end-if.
           if drop-window-clash = 1 then
                     display "Window size " window-size
                             " is not the window the survey day"
                             " began with, drop not run"
                     move 8 to return-code
                     stop run
           end-if.

       00-21-check-one-state.
           move 0 to drop-carried(state-slot).
           move 0 to drop-count(state-slot).
           if slot-done(state-slot) = 1 and drop-mode = "I" then
                     perform 03-86-commit-drop-state
           end-if.
           move "day1.state1" to state-name.
           move state-slot to state-name(11:1).
           open input state-file.
           if state-status = "00" then
                     read state-file
                             at end
                                 continue
                             not at end
                                 perform 00-22-judge-state-header
                     end-read
                     close state-file
           end-if.
           if slot-done(state-slot) = 1 and drop-mode = "F" then
                     perform 03-85-clear-drop-state
           end-if.

       00-22-judge-state-header.
           if state-type = "H" then
                     if state-survey-date = survey-date then
                               if state-window-size not = window-size
                                       then
                                         display "FILE "
                                                 state-name(1:11)
                                                 " kept at window "
                                                 state-window-size
                                         move 1 to drop-window-clash
                               end-if
                               move 1 to drop-carried(state-slot)
                               move state-drops
                                    to drop-count(state-slot)
                               move 1 to drops-continuing
                               perform 00-28-note-kept-lines
                     else
                               perform 00-23-alert-stale-state
                     end-if
           end-if.

      * what a carried feed had put on its working file and the
      * listings by the end of its last drop.
       00-28-note-kept-lines.
           move state-accepted to drop-kept-valid(state-slot).
           move state-rejected to drop-kept-rejects(state-slot).
           move state-gap-lines to drop-kept-gaps(state-slot).
           move state-excpt-lines to drop-kept-excpt(state-slot).
           move state-hazards to drop-kept-hazards(state-slot).

       00-23-alert-stale-state.
           move 1 to drop-alerted.
           open extend alert-file.
           if alert-status not = "00" then
                     open output alert-file
           end-if.
           move spaces to alert-out-line.
           string "RUN " report-run-date
                  " " state-name(1:11)
                  " SURVEY DAY " state-survey-date
                  " NEVER CLOSED, " state-drops " DROPS"
                  delimited by size into alert-out-line.
           write alert-line from alert-out-line.
           close alert-file.

      * the day's listings gather every drop's lines, as one pass
      * over the whole day would have written them.
       00-26-extend-listings.
           open extend reject-file.
           if listing-status not = "00" then
                     open output reject-file
           end-if.
           open extend gaps-file.
           if listing-status not = "00" then
                     open output gaps-file
           end-if.
           open extend excpt-file.
           if listing-status not = "00" then
                     open output excpt-file
           end-if.

      * on a restart, whatever the interrupted run wrote for a feed
      * it never finished is taken off the files this run extends:
      * day1.hazard whenever it is extended, the listings when the
      * day's drops are being gathered, and the working file of a
      * carried feed the run was in the middle of.  a feed the job
      * finished keeps every line; a carried feed keeps the lines
      * its state counts; any other feed's lines go.
       00-30-cut-after-abend.
           if restart-feed > 0 or job-done-1 = 1 or job-done-2 = 1
                   or job-done-3 = 1 then
                     if job-done-1 = 1 or job-done-2 = 1
                             or job-done-3 = 1
                             or drops-continuing = 1 then
                               perform 00-33-cut-hazard
                     end-if
                     if drops-continuing = 1 then
                               perform 00-34-cut-rejects
                               perform 00-35-cut-gaps
                               perform 00-36-cut-excpt
                     end-if
                     if restart-feed > 0 then
                       if drop-carried(restart-feed) = 1 then
                         if restart-feed = 1 then
                                   perform 00-37-cut-valid-1
                         else
                                   perform 00-38-cut-valid-x
                         end-if
                       end-if
                     end-if
           end-if.

       00-31-start-cut.
           move 0 to cut-dropped.
           perform varying cut-slot from 1 by 1 until cut-slot > 3
                   move 0 to cut-keep(cut-slot)
                   move 0 to cut-seen(cut-slot)
           end-perform.
           move "day1.cutwork" to work-name.

       00-32-judge-cut-line.
           move 1 to cut-line-kept.
           if cut-slot-raw is numeric then
             if cut-slot > 0 and cut-slot < 4 then
               if slot-done(cut-slot) = 0 then
                 if drop-carried(cut-slot) = 1
                         and cut-seen(cut-slot) < cut-keep(cut-slot)
                         then
                           add 1 to cut-seen(cut-slot)
                 else
                           move 0 to cut-line-kept
                           add 1 to cut-dropped
                 end-if
               end-if
             end-if
           end-if.

       00-33-cut-hazard.
           perform 00-31-start-cut.
           perform varying cut-slot from 1 by 1 until cut-slot > 3
                   if drop-carried(cut-slot) = 1 then
                             move drop-kept-hazards(cut-slot)
                                  to cut-keep(cut-slot)
                   end-if
           end-perform.
           open input hazard-file.
           if hazard-status = "00" then
                     open output work-file
                     move 1 to reading-work
                     perform until reading-work = 0
                             read hazard-file
                                     at end move 0 to reading-work
                                     not at end
                                         move hazard-slot to cut-slot
                                         perform 00-32-judge-cut-line
                                         if cut-line-kept = 1 then
                                             write work-line
                                                   from hazard-record
                                         end-if
                             end-read
                     end-perform
                     close work-file
                     close hazard-file
                     if cut-dropped > 0 then
                               open input work-file
                               open output hazard-file
                               move 1 to reading-work
                               perform until reading-work = 0
                                       read work-file
                                           at end
                                               move 0 to reading-work
                                           not at end
                                               write hazard-record
                                                     from work-line
                                       end-read
                               end-perform
                               close work-file
                               close hazard-file
                               display "FILE day1.hazard " cut-dropped
                                       " rows of the interrupted run"
                                       " taken off"
                     end-if
           end-if.

       00-34-cut-rejects.
           perform 00-31-start-cut.
           perform varying cut-slot from 1 by 1 until cut-slot > 3
                   if drop-carried(cut-slot) = 1 then
                             move drop-kept-rejects(cut-slot)
                                  to cut-keep(cut-slot)
                   end-if
           end-perform.
           open input reject-file.
           if listing-status = "00" then
                     open output work-file
                     move 1 to reading-work
                     perform until reading-work = 0
                             read reject-file
                                     at end move 0 to reading-work
                                     not at end
                                         move reject-line(6:1)
                                              to cut-slot-raw
                                         perform 00-32-judge-cut-line
                                         if cut-line-kept = 1 then
                                             write work-line
                                                   from reject-line
                                         end-if
                             end-read
                     end-perform
                     close work-file
                     close reject-file
                     if cut-dropped > 0 then
                               open input work-file
                               open output reject-file
                               move 1 to reading-work
                               perform until reading-work = 0
                                       read work-file
                                           at end
                                               move 0 to reading-work
                                           not at end
                                               write reject-line
                                                     from work-line
                                       end-read
                               end-perform
                               close work-file
                               close reject-file
                               display "FILE day1.reject " cut-dropped
                                       " lines of the interrupted run"
                                       " taken off"
                     end-if
           end-if.

       00-35-cut-gaps.
           perform 00-31-start-cut.
           perform varying cut-slot from 1 by 1 until cut-slot > 3
                   if drop-carried(cut-slot) = 1 then
                             move drop-kept-gaps(cut-slot)
                                  to cut-keep(cut-slot)
                   end-if
           end-perform.
           open input gaps-file.
           if listing-status = "00" then
                     open output work-file
                     move 1 to reading-work
                     perform until reading-work = 0
                             read gaps-file
                                     at end move 0 to reading-work
                                     not at end
                                         move gap-line(6:1)
                                              to cut-slot-raw
                                         perform 00-32-judge-cut-line
                                         if cut-line-kept = 1 then
                                             write work-line
                                                   from gap-line
                                         end-if
                             end-read
                     end-perform
                     close work-file
                     close gaps-file
                     if cut-dropped > 0 then
                               open input work-file
                               open output gaps-file
                               move 1 to reading-work
                               perform until reading-work = 0
                                       read work-file
                                           at end
                                               move 0 to reading-work
                                           not at end
                                               write gap-line
                                                     from work-line
                                       end-read
                               end-perform
                               close work-file
                               close gaps-file
                               display "FILE day1.gaps " cut-dropped
                                       " lines of the interrupted run"
                                       " taken off"
                     end-if
           end-if.

       00-36-cut-excpt.
           perform 00-31-start-cut.
           perform varying cut-slot from 1 by 1 until cut-slot > 3
                   if drop-carried(cut-slot) = 1 then
                             move drop-kept-excpt(cut-slot)
                                  to cut-keep(cut-slot)
                   end-if
           end-perform.
           open input excpt-file.
           if listing-status = "00" then
                     open output work-file
                     move 1 to reading-work
                     perform until reading-work = 0
                             read excpt-file
                                     at end move 0 to reading-work
                                     not at end
                                         move excpt-line(6:1)
                                              to cut-slot-raw
                                         perform 00-32-judge-cut-line
                                         if cut-line-kept = 1 then
                                             write work-line
                                                   from excpt-line
                                         end-if
                             end-read
                     end-perform
                     close work-file
                     close excpt-file
                     if cut-dropped > 0 then
                               open input work-file
                               open output excpt-file
                               move 1 to reading-work
                               perform until reading-work = 0
                                       read work-file
                                           at end
                                               move 0 to reading-work
                                           not at end
                                               write excpt-line
                                                     from work-line
                                       end-read
                               end-perform
                               close work-file
                               close excpt-file
                               display "FILE day1.excpt " cut-dropped
                                       " lines of the interrupted run"
                                       " taken off"
                     end-if
           end-if.

      * the working file of the carried feed the run was in the
      * middle of goes back to the readings its earlier drops had
      * accepted.
       00-37-cut-valid-1.
           perform 00-31-start-cut.
           move drop-kept-valid(1) to cut-keep(1).
           open input valid-file-1.
           if valid-status = "00" then
                     open output work-file
                     move 1 to reading-work
                     perform until reading-work = 0
                             read valid-file-1
                                     at end move 0 to reading-work
                                     not at end
                                         move 1 to cut-slot
                                         perform 00-32-judge-cut-line
                                         if cut-line-kept = 1 then
                                             write work-line
                                                   from valid-1
                                         end-if
                             end-read
                     end-perform
                     close work-file
                     close valid-file-1
                     if cut-dropped > 0 then
                               open input work-file
                               open output valid-file-1
                               move 1 to reading-work
                               perform until reading-work = 0
                                       read work-file
                                           at end
                                               move 0 to reading-work
                                           not at end
                                               write valid-1
                                                     from work-line
                                       end-read
                               end-perform
                               close work-file
                               close valid-file-1
                               display "FILE day1.valid1 " cut-dropped
                                       " readings of the interrupted"
                                       " run taken off"
                     end-if
           end-if.

       00-38-cut-valid-x.
           perform 00-31-start-cut.
           move drop-kept-valid(restart-feed) to cut-keep(restart-feed).
           move "day1.valid2" to valid-x-name.
           move restart-feed to valid-x-name(11:1).
           open input valid-file-x.
           if valid-status = "00" then
                     open output work-file
                     move 1 to reading-work
                     perform until reading-work = 0
                             read valid-file-x
                                     at end move 0 to reading-work
                                     not at end
                                         move restart-feed to cut-slot
                                         perform 00-32-judge-cut-line
                                         if cut-line-kept = 1 then
                                             write work-line
                                                   from valid-x
                                         end-if
                             end-read
                     end-perform
                     close work-file
                     close valid-file-x
                     if cut-dropped > 0 then
                               open input work-file
                               open output valid-file-x
                               move 1 to reading-work
                               perform until reading-work = 0
                                       read work-file
                                           at end
                                               move 0 to reading-work
                                           not at end
                                               write valid-x
                                                     from work-line
                                       end-read
                               end-perform
                               close work-file
                               close valid-file-x
                               display "FILE " valid-x-name(1:11) " "
                                       cut-dropped
                                       " readings of the interrupted"
                                       " run taken off"
                     end-if
           end-if.

      * primary sonar feed - always present.
       01-01-process-file-1.
           move 1 to current-slot.
                       ", skipping"
           else
               perform 00-load-checkpoint
               move space to frame-verdict
               move 0 to frame-refused
               open input input-file
               perform 01-70-note-drop-absent
               if input-status not = "00" then
                   display "WARNING - cannot open "
                           file-1-name " status " input-status
               end-if
               if input-status = "00" and feed-framing(1) = "H"
                       and drop-absent = 0 then
                   perform 01-50-start-frame-check
                   perform 01-51-scan-file-1 until reading-file = 0
                   close input-file
                   perform 01-55-judge-frame
                   open input input-file
               end-if
               if input-status = "00" and frame-refused = 1 then
                   close input-file
                   move file-1-name to var-file-name
                   perform 01-60-quarantine-feed
                   move 1 to file-1-quarantined
                   move frame-reason to file-1-reason
                   move 1 to job-done-1
                   perform 02-04-clear-checkpoint
               end-if
               if input-status = "00" and frame-refused = 0 then
                   move 1 to file-1-active
                   if drop-carried(1) = 1 then
                       open extend valid-file-1
                   end-if
                   if drop-carried(1) = 0 or valid-status not = "00"
                           then
                       open output valid-file-1
                   end-if
                   if checkpoint-target > 0 then
                       perform 02-00-skip-checkpoint-records
                   end-if
                   perform 02-read-file-1 until reading-file = 0
                   if drop-absent = 0 then
                       close input-file
                   end-if
                   close valid-file-1
                   if drop-mode not = space then
                       perform 03-80-end-drop
                   end-if
                   perform 03-90-finish-feed
                   move part-1-sum to file-1-part-1
                   move part-2-sum to file-1-part-2
                   move i to file-1-records
                   move records-rejected to file-1-rejects
                   move obs-part-1-sum to file-1-obs-part-1
                   move obs-part-2-sum to file-1-obs-part-2
                   move unreduced-count to file-1-unreduced
                   move hazard-count to file-1-hazards
                   move file-1-name to report-input-file
                   if drop-mode = "I" then
                       perform 05-03-mark-provisional
                   end-if
                   perform 05-write-history
                   if drop-mode not = "I" then
                       perform 05-60-post-quality
                   end-if
                   if frame-verdict = "A" then
                       perform 01-59-write-receipt
                   end-if
                   move 1 to job-done-1
                   perform 02-04-clear-checkpoint
                   if drop-mode not = space then
                       perform 03-87-settle-drop-state
                   end-if
               end-if
           end-if.

                       ", skipping"
           else
               perform 00-load-checkpoint
               move space to frame-verdict
               move 0 to frame-refused
               open input input-file-2
               perform 01-70-note-drop-absent
               if input-status = "00" and feed-framing(2) = "H"
                       and drop-absent = 0 then
                   perform 01-50-start-frame-check
                   perform 01-52-scan-file-2 until reading-file = 0
                   close input-file-2
                   perform 01-55-judge-frame
                   open input input-file-2
               end-if
               if input-status = "00" and frame-refused = 1 then
                   close input-file-2
                   move "day1.valid2" to valid-x-name
                   move file-2-name to var-file-name
                   perform 01-60-quarantine-feed
                   move 1 to file-2-quarantined
                   move frame-reason to file-2-reason
                   move 1 to job-done-2
                   perform 02-04-clear-checkpoint
               end-if
               if input-status = "00" and frame-refused = 0 then
                   move 1 to file-2-active
                   move "day1.valid2" to valid-x-name
                   if drop-carried(2) = 1 then
                       open extend valid-file-x
                   end-if
                   if drop-carried(2) = 0 or valid-status not = "00"
                           then
                       open output valid-file-x
                   end-if
                   if checkpoint-target > 0 then
                       perform 02-00-skip-checkpoint-records
                   end-if
                   perform 02-read-file-2 until reading-file = 0
                   if drop-absent = 0 then
                       close input-file-2
                   end-if
                   close valid-file-x
                   if drop-mode not = space then
                       perform 03-80-end-drop
                   end-if
                   perform 03-90-finish-feed
                   move part-1-sum to file-2-part-1
                   move part-2-sum to file-2-part-2
                   move i to file-2-records
                   move records-rejected to file-2-rejects
                   move obs-part-1-sum to file-2-obs-part-1
                   move obs-part-2-sum to file-2-obs-part-2
                   move unreduced-count to file-2-unreduced
                   move hazard-count to file-2-hazards
                   move file-2-name to report-input-file
                   if drop-mode = "I" then
                       perform 05-03-mark-provisional
                   end-if
                   perform 05-write-history
                   if drop-mode not = "I" then
                       perform 05-60-post-quality
                   end-if
                   if frame-verdict = "A" then
                       perform 01-59-write-receipt
                   end-if
                   move 1 to job-done-2
                   perform 02-04-clear-checkpoint
                   if drop-mode not = space then
                       perform 03-87-settle-drop-state
                   end-if
               end-if
           end-if.

                       ", skipping"
           else
               perform 00-load-checkpoint
               move space to frame-verdict
               move 0 to frame-refused
               open input input-file-3
               perform 01-70-note-drop-absent
               if input-status = "00" and feed-framing(3) = "H"
                       and drop-absent = 0 then
                   perform 01-50-start-frame-check
                   perform 01-53-scan-file-3 until reading-file = 0
                   close input-file-3
                   perform 01-55-judge-frame
                   open input input-file-3
               end-if
               if input-status = "00" and frame-refused = 1 then
                   close input-file-3
                   move "day1.valid3" to valid-x-name
                   move file-3-name to var-file-name
                   perform 01-60-quarantine-feed
                   move 1 to file-3-quarantined
                   move frame-reason to file-3-reason
                   move 1 to job-done-3
                   perform 02-04-clear-checkpoint
               end-if
               if input-status = "00" and frame-refused = 0 then
                   move 1 to file-3-active
                   move "day1.valid3" to valid-x-name
                   if drop-carried(3) = 1 then
                       open extend valid-file-x
                   end-if
                   if drop-carried(3) = 0 or valid-status not = "00"
                           then
                       open output valid-file-x
                   end-if
                   if checkpoint-target > 0 then
                       perform 02-00-skip-checkpoint-records
                   end-if
                   perform 02-read-file-3 until reading-file = 0
                   if drop-absent = 0 then
                       close input-file-3
                   end-if
                   close valid-file-x
                   if drop-mode not = space then
                       perform 03-80-end-drop
                   end-if
                   perform 03-90-finish-feed
                   move part-1-sum to file-3-part-1
                   move part-2-sum to file-3-part-2
                   move i to file-3-records
                   move records-rejected to file-3-rejects
                   move obs-part-1-sum to file-3-obs-part-1
                   move obs-part-2-sum to file-3-obs-part-2
                   move unreduced-count to file-3-unreduced
                   move hazard-count to file-3-hazards
                   move file-3-name to report-input-file
                   if drop-mode = "I" then
                       perform 05-03-mark-provisional
                   end-if
                   perform 05-write-history
                   if drop-mode not = "I" then
                       perform 05-60-post-quality
                   end-if
                   if frame-verdict = "A" then
                       perform 01-59-write-receipt
                   end-if
                   move 1 to job-done-3
                   perform 02-04-clear-checkpoint
                   if drop-mode not = space then
                       perform 03-87-settle-drop-state
                   end-if
               end-if
           end-if.

      * a framed drop is read through once before any of it counts:
      * every line goes to the day1.quarN copy of the drop as it
      * stands, and the readings between header and trailer are
      * counted and hash-totalled the way the boat did.
       01-50-start-frame-check.
           move space to frame-verdict.
           move 0 to frame-refused.
           move spaces to frame-reason.
           move 0 to frame-lines.
           move 0 to frame-count.
           move 0 to frame-hash-sum.
           move 0 to frame-hash.
           move 0 to frame-header-seen.
           move 0 to frame-trailer-seen.
           move spaces to frame-vessel.
           move 0 to frame-date.
           move 0 to frame-sequence.
           move 0 to frame-declared-count.
           move 0 to frame-declared-hash.
           move "day1.quar1" to quar-name.
           move current-slot to quar-name(10:1).
           open output quar-file.
           move 1 to reading-file.

       01-51-scan-file-1.
           read input-file
                   at end move 0 to reading-file
                   not at end
                       move inputline-frame to frame-line
                       perform 01-54-scan-frame-line
           end-read.

       01-52-scan-file-2.
           read input-file-2
                   at end move 0 to reading-file
                   not at end
                       move inputline-2-frame to frame-line
                       perform 01-54-scan-frame-line
           end-read.

       01-53-scan-file-3.
           read input-file-3
                   at end move 0 to reading-file
                   not at end
                       move inputline-3-frame to frame-line
                       perform 01-54-scan-frame-line
           end-read.

      * the header must be the first line and the trailer the last;
      * a second header or trailer, or a reading before the header
      * or after the trailer, means the drop was spliced or cut and
      * none of it can be trusted.  the first fault found is the one
      * reported.
       01-54-scan-frame-line.
           add 1 to frame-lines.
           write quar-line from frame-line.
           if frame-tag = "HDR " then
                     if frame-lines = 1 then
                               perform 01-56-take-header
                     else
                               move "MISPLACED HEADER" to frame-fault
                               perform 01-61-note-frame-fault
                     end-if
           else
             if frame-tag = "TRL " then
                       if frame-trailer-seen = 1 then
                                 move "MISPLACED TRAILER" to frame-fault
                                 perform 01-61-note-frame-fault
                       end-if
                       move 1 to frame-trailer-seen
                       if frame-trl-count is numeric
                               and frame-trl-hash is numeric then
                                 move frame-trl-count
                                      to frame-declared-count
                                 move frame-trl-hash
                                      to frame-declared-hash
                       else
                                 move "BAD TRAILER" to frame-fault
                                 perform 01-61-note-frame-fault
                       end-if
             else
                       if frame-lines = 1 then
                                 move "NO HEADER" to frame-fault
                                 perform 01-61-note-frame-fault
                       end-if
                       if frame-trailer-seen = 1 then
                                 move "DATA AFTER TRAILER"
                                      to frame-fault
                                 perform 01-61-note-frame-fault
                       end-if
                       add 1 to frame-count
                       move frame-line(1:4) to current-inputline-raw
                       perform 02-01a-normalize-reading
                       if current-inputline is numeric then
                                 add current-inputline
                                     to frame-hash-sum
                       end-if
             end-if
           end-if.

      * a drop passes only with its header and trailer in place and
      * the trailer's count and hash total agreeing with what came;
      * then the receipt register must show it is the next drop due
      * from that vessel that day.  an accepted drop's day1.quarN
      * copy is emptied again, and a feed with no vessel on its
      * day1.feedprof line is judged for shoal water against the
      * vessel its header names.
       01-55-judge-frame.
           close quar-file.
           if frame-header-seen = 0 then
                     move "NO HEADER" to frame-fault
                     perform 01-61-note-frame-fault
           end-if.
           if frame-trailer-seen = 0 then
                     move "NO TRAILER" to frame-fault
                     perform 01-61-note-frame-fault
           end-if.
           move frame-hash-sum to frame-hash.
           if frame-count not = frame-declared-count then
                     move "COUNT MISMATCH" to frame-fault
                     perform 01-61-note-frame-fault
           end-if.
           if frame-hash not = frame-declared-hash then
                     move "HASH TOTAL MISMATCH" to frame-fault
                     perform 01-61-note-frame-fault
           end-if.
           if frame-reason not = spaces then
                     move "Q" to frame-verdict
           else
                     move "A" to frame-verdict
                     if receipt-open = 1 then
                               perform 01-57-check-receipts
                     end-if
           end-if.
           if frame-verdict = "A" then
                     open output quar-file
                     close quar-file
                     if feed-vessel(current-slot) = spaces then
                               move frame-vessel
                                    to feed-vessel(current-slot)
                               move frame-vessel to head-vessel
                               move watch-overflow-ix to watch-ix
                               perform 02-11-set-shoal-limit
                     end-if
           else
                     move 1 to frame-refused
           end-if.
           move 1 to reading-file.

       01-56-take-header.
           move 1 to frame-header-seen.
           if frame-hdr-vessel = spaces
                   or frame-hdr-date is not numeric
                   or frame-hdr-sequence is not numeric then
                     move "BAD HEADER" to frame-fault
                     perform 01-61-note-frame-fault
           else
                     move frame-hdr-vessel to frame-vessel
                     move frame-hdr-date to frame-date
                     move frame-hdr-sequence to frame-sequence
           end-if.

      * the drops a vessel sends on one transmission date are
      * numbered from 1.  a drop whose number was already accepted
      * is a resend (D); one that is not the next number after the
      * highest accepted is out of sequence (S) - the missing drop
      * has to come in first.  refused and quarantined drops do not
      * move the sequence on, so the boat resends under the same
      * number.
       01-57-check-receipts.
           move 0 to receipt-high-seq.
           move 0 to receipt-duplicate.
           move frame-vessel to receipt-vessel.
           move frame-date to receipt-trans-date.
           move 0 to receipt-sequence.
           move 0 to receipt-run-date.
           move 0 to receipt-run-time.
           move 0 to receipt-slot.
           start receipt-file key not < receipt-key
                   invalid key
                       move "23" to receipt-status
           end-start.
           if receipt-status = "00" then
                     move 1 to more-receipts
                     perform until more-receipts = 0
                              read receipt-file next record
                                      at end move 0 to more-receipts
                                      not at end
                                          perform 01-58-note-receipt
                              end-read
                     end-perform
           end-if.
           move "00" to receipt-status.
           if receipt-duplicate = 1 then
                     move "D" to frame-verdict
                     move "DUPLICATE DROP" to frame-reason
           else
             if frame-sequence not = receipt-high-seq + 1 then
                       move "S" to frame-verdict
                       move "OUT OF SEQUENCE" to frame-reason
             end-if
           end-if.

       01-58-note-receipt.
           if receipt-vessel not = frame-vessel
                   or receipt-trans-date not = frame-date then
                     move 0 to more-receipts
           else
             if receipt-disposition = "A" then
                       if receipt-sequence = frame-sequence then
                                 move 1 to receipt-duplicate
                       end-if
                       if receipt-sequence > receipt-high-seq then
                                 move receipt-sequence
                                      to receipt-high-seq
                       end-if
             end-if
           end-if.

      * an accepted drop is logged once its results are on history;
      * a refused one as soon as it is refused.
       01-59-write-receipt.
           if receipt-open = 1 then
                     move frame-vessel to receipt-vessel
                     move frame-date to receipt-trans-date
                     move frame-sequence to receipt-sequence
                     move report-run-date to receipt-run-date
                     move report-run-time to receipt-run-time
                     move current-slot to receipt-slot
                     move frame-verdict to receipt-disposition
                     move frame-reason to receipt-reason
                     move frame-declared-count
                          to receipt-declared-count
                     move frame-declared-hash to receipt-declared-hash
                     move frame-count to receipt-counted-count
                     move frame-hash to receipt-counted-hash
                     write receipt-record
                             invalid key
                                 display "WARNING - drop not logged"
                                         " on day1.receipts, status "
                                         receipt-status
                     end-write
           end-if.

      * a refused drop produces nothing - no readings, no history
      * row, an empty working file - so nothing downstream can take
      * part of it for the whole.  the drop as received waits in
      * day1.quarN for the desk, and day1.alert says why.  an
      * intraday drop refused in mid-day leaves the working file
      * holding the day's earlier drops as it is.
       01-60-quarantine-feed.
           if drop-carried(current-slot) = 0 then
             if current-slot = 1 then
                       open output valid-file-1
                       close valid-file-1
             else
                       open output valid-file-x
                       close valid-file-x
             end-if
           end-if.
           move 1 to quarantine-alerted.
           open extend alert-file.
           if alert-status not = "00" then
                     open output alert-file
           end-if.
           move spaces to alert-out-line.
           string "RUN " report-run-date
                  " FEED " var-file-name(1:15)
                  " QUARANTINED - " frame-reason
                  delimited by size into alert-out-line.
           write alert-line from alert-out-line.
           move spaces to alert-out-line.
           string "    VESSEL " frame-vessel
                  " SENT " frame-date
                  " SEQ " frame-sequence
                  " KEPT IN " quar-name(1:10)
                  delimited by size into alert-out-line.
           write alert-line from alert-out-line.
           close alert-file.
           perform 01-59-write-receipt.
           display "WARNING - " var-file-name(1:15)
                   " quarantined, " frame-reason.

       01-61-note-frame-fault.
           if frame-reason = spaces then
                     move frame-fault to frame-reason
           end-if.

      * a feed carried from earlier drops whose boat has sent nothing
      * since is taken as an empty drop, so its figures to date still
      * show on a drop run and are closed on the closing run.
       01-70-note-drop-absent.
           move 0 to drop-absent.
           if input-status not = "00"
                   and drop-carried(current-slot) = 1 then
                     move 1 to drop-absent
                     move "00" to input-status
                     move 0 to reading-file
                     display "FEED " current-slot
                             " no new drop, figures carried from "
                             drop-count(current-slot) " drops"
           end-if.

       00-load-checkpoint.
           move excpt-count to feed-excpt-start.
           move unchecked-count to feed-unchecked-start.
           move calib-applied to feed-calib-start.
           move 0 to checkpoint-target.
           move 0 to lines-read.
           move 0 to i.
           move 0 to part-1-sum.
           move 0 to part-2-sum.
           move 0 to feed-prev-depth.
           move 0 to obs-part-1-sum.
           move 0 to obs-part-2-sum.
           move 0 to obs-prev-depth.
           move 0 to tide-cursor.
           move 0 to unreduced-count.
           move 0 to uncovered-open.
           move 0 to ana-obs-sum.
           move 9999 to ana-obs-min(current-slot).
           move 0 to ana-obs-max(current-slot).
           move 0 to ana-obs-mean(current-slot).
           move 0 to hazard-count.
           move 0 to feed-excpt-lines.
           move 0 to qual-head-count.
           move spaces to qual-head-id.
           move qual-feed-ix to qual-ix.
           perform 02-18-clear-quality-entry.
           move spaces to current-sensor-id.
           move feed-vessel(current-slot) to head-vessel.
           move watch-overflow-ix to watch-ix.
           if drop-carried(current-slot) = 0 then
                     perform 02-11-set-shoal-limit
           end-if.
           move 0 to ana-sum.
           move 0 to ana-count.
           move 0 to ana-cur-descent.
           move 0 to ana-ascent(current-slot).
           perform varying w from 1 by 1 until w > 20
                   move 0 to ana-bands(current-slot, w)
                   move 0 to ana-obs-bands(current-slot, w)
           end-perform.
           move 1 to reading-file.
           open input restart-file.
                     end-read
                     close restart-file
           end-if.
           if drop-carried(current-slot) = 1 then
                     perform 00-24-restore-drop-state
           end-if.
      * on a drop run the feed is marked in hand before any of it
      * is read, so an abend ahead of its first checkpoint still
      * leaves the restart knowing which feed to cut back.
           if drops-continuing = 1 then
                     perform 02-03-write-checkpoint
           end-if.

      * the feed picks up exactly where its last drop left it.  the
      * tide cursor is not kept: walked again from the station's
      * first entry it comes to rest on the same bracket, and the
      * day1.tide table may have grown since.  the exception,
      * unchecked-vessel and calibration counts the feed's earlier
      * drops added go back onto the job's.
       00-24-restore-drop-state.
           move "day1.state1" to state-name.
           move current-slot to state-name(11:1).
           open input state-file.
           if state-status = "00" then
                     read state-file
                             at end
                                 continue
                             not at end
                                 perform 00-25-take-state-header
                     end-read
                     move 1 to reading-state
                     perform 00-27-read-state-line
                             until reading-state = 0
                     close state-file
           else
                     display "WARNING - cannot reopen "
                             state-name(1:11) " status "
                             state-status ", feed starts afresh"
                     move 0 to drop-carried(current-slot)
                     perform 02-11-set-shoal-limit
           end-if.

       00-25-take-state-header.
           move state-lines-read to lines-read.
           move state-accepted to i.
           move state-rejected to records-rejected.
           move state-sensor-count to sensor-count.
           move state-sensor-overflowed to sensor-overflowed.
           move state-prev-timestamp to prev-timestamp.
           move state-part-1 to part-1-sum.
           move state-part-2 to part-2-sum.
           move state-prev-depth to feed-prev-depth.
           move state-obs-part-1 to obs-part-1-sum.
           move state-obs-part-2 to obs-part-2-sum.
           move state-obs-prev-depth to obs-prev-depth.
           move state-unreduced to unreduced-count.
           move state-uncovered-open to uncovered-open.
           move state-uncovered-from to uncovered-from.
           move state-uncovered-to to uncovered-to.
           move state-uncovered-readings to uncovered-readings.
           move state-hazards to hazard-count.
           move state-excpt-lines to feed-excpt-lines.
           add state-excpt-count to excpt-count.
           add state-unchecked-count to unchecked-count.
           add state-calib-applied to calib-applied.
           move state-qual-head-count to qual-head-count.
           move state-ana-sum to ana-sum.
           move state-ana-obs-sum to ana-obs-sum.
           move state-ana-count to ana-count.
           move state-ana-prev to ana-prev.
           move state-ana-cur-descent to ana-cur-descent.
           move state-ana-cur-ascent to ana-cur-ascent.
           if state-feed-vessel not = spaces then
                     move state-feed-vessel
                          to feed-vessel(current-slot)
           end-if.
           move state-analytics to analytics-entry(current-slot).
           move state-feed-watch to watch-entry(watch-overflow-ix).
           move state-feed-quality to qual-entry(qual-feed-ix).

       00-27-read-state-line.
           read state-file
                   at end move 0 to reading-state
                   not at end
                       evaluate state-type
                               when "S"
                                 move state-head-ix to sensor-ix
                                 move state-head-sensor
                                      to sensor-entry(sensor-ix)
                                 move state-head-prev-depth
                                      to sensor-prev-depth(sensor-ix)
                                 move state-head-watch
                                      to watch-entry(sensor-ix)
                                 perform 00-29-relink-calibration
                               when "Q"
                                 move state-qual-entry
                                      to qual-entry(state-qual-ix)
                               when "R"
                                 move state-ring-ix to j
                                 move state-ring-feed to window-ring(j)
                                 move state-ring-obs to obs-ring(j)
                               when "T"
                                 move state-ring-head-ix to w
                                 move state-ring-pos to j
                                 move state-ring-depth
                                      to sensor-ring(w, j)
                       end-evaluate
           end-read.

      * the head's calibration is found again by its effective date
      * among the head's entries in this run's calibration table.  a
      * calibration since taken off day1.calib leaves the head with
      * none to show, and the head is marked mixed, since its earlier
      * readings went through figures no longer on the register.
       00-29-relink-calibration.
           if sensor-tab-cal-ix(sensor-ix) > 0 then
                     move 0 to sensor-tab-cal-ix(sensor-ix)
                     move 0 to cal-head-ix
                     perform varying j from 1 by 1
                             until j > cal-head-count
                                or cal-head-ix > 0
                             if cal-head-key(j)
                                     = sensor-tab-id(sensor-ix) then
                                       move j to cal-head-ix
                             end-if
                     end-perform
                     if cal-head-ix > 0 then
                               perform varying calib-ix
                                       from cal-head-first(cal-head-ix)
                                       by 1
                                       until calib-ix
                                           > cal-head-last(cal-head-ix)
                                       if calib-tab-date(calib-ix)
                                               = state-head-cal-date
                                               then
                                                 move calib-ix
                                                   to sensor-tab-cal-ix
                                                      (sensor-ix)
                                       end-if
                               end-perform
                     end-if
                     if sensor-tab-cal-ix(sensor-ix) = 0 then
                               move 1 to sensor-tab-cal-mixed(sensor-ix)
                     end-if
           end-if.

       02-00-skip-checkpoint-records.
           display "Resuming after checkpoint at record "
                       move inputline-raw(5:8) to current-sensor-id
                       move inputline-raw(13:14)
                            to current-timestamp-raw
                       perform 02-00a-take-line
           end-read.

       02-read-file-2.
                       move inputline-2-raw(5:8) to current-sensor-id
                       move inputline-2-raw(13:14)
                            to current-timestamp-raw
                       perform 02-00a-take-line
           end-read.

       02-read-file-3.
                       move inputline-3-raw(5:8) to current-sensor-id
                       move inputline-3-raw(13:14)
                            to current-timestamp-raw
                       perform 02-00a-take-line
           end-read.

      * a framed feed's header and trailer were checked before the
      * feed was opened for processing; here they only count as lines
      * read, so a checkpoint position still lines up with the file.
       02-00a-take-line.
           if feed-framing(current-slot) = "H"
                   and (current-record-raw(1:4) = "HDR "
                        or current-record-raw(1:4) = "TRL ") then
                     add 1 to lines-read
           else
                     perform 02-01-validate-record
           end-if.

       02-01-validate-record.
           add 1 to lines-read.
           move current-record-raw to reading-raw-saved.
             else
               move current-slot to conv-slot
               perform 02-01c-convert-depth-unit
               if input-status = "00" and calib-count > 0 then
                         perform 02-01d-calibrate-depth
               end-if
               if input-status not = "00" then
                         perform 02-02-reject-record
               else
                         perform 02-02-reject-record
               else
                 if max-records = 0 or i < max-records then
                           move current-inputline to obs-depth
                           if feed-station(current-slot)
                                   not = spaces then
                                     perform 02-01e-reduce-to-datum
                           end-if
                           perform 02-05-note-sensor
                           if calib-in-force > 0 then
                                     add 1 to calib-applied
                                     if sensor-ix > 0 then
                                          perform 02-13-note-calibration
                                     end-if
                           end-if
                           perform 03-count-reading
                           perform 03-20-watch-shoal
                           perform 02-10-write-valid-record
                           add 1 to i
                 else
                             continue
           end-evaluate.

      * the yard's correction for a re-fitted or serviced head: the
      * meters reading times the scale plus the offset, rounded.  a
      * calibrated depth below zero or beyond the 4-digit field means
      * the reading, or the calibration, is nonsense, and the record
      * is quarantined as "93" like an over-range conversion.
       02-01d-calibrate-depth.
           move 0 to calib-in-force.
           if current-sensor-id not = spaces then
                     perform 02-01i-find-calibration
           end-if.
           if calib-in-force > 0 then
                     compute calib-result rounded
                             = current-inputline
                               * calib-tab-scale(calib-in-force)
                               + calib-tab-offset(calib-in-force)
                     if calib-result < 0 or calib-result > 9999 then
                               move "93" to input-status
                     else
                               move calib-result to current-inputline
                     end-if
           end-if.

       02-01i-find-calibration.
           if current-timestamp-raw is numeric
                   and current-timestamp-raw(1:8) not = "00000000" then
                     move current-timestamp-raw(1:8) to calib-date
           else
                     move report-run-date to calib-date
           end-if.
           if cal-head-ix = 0 then
                     move 1 to cal-head-ix
           end-if.
           if cal-head-key(cal-head-ix) not = current-sensor-id then
                     move 0 to cal-head-ix
                     perform varying j from 1 by 1
                             until j > cal-head-count
                                or cal-head-ix > 0
                             if cal-head-key(j) = current-sensor-id then
                                       move j to cal-head-ix
                             end-if
                     end-perform
           end-if.
           if cal-head-ix > 0 then
                     perform varying calib-ix
                             from cal-head-first(cal-head-ix) by 1
                             until calib-ix
                                   > cal-head-last(cal-head-ix)
                             if calib-tab-date(calib-ix)
                                     not > calib-date then
                                       move calib-ix to calib-in-force
                             end-if
                     end-perform
           end-if.

      * a timestamped feed's pings must carry strictly increasing
      * stamps: an equal or earlier stamp means the uplink replayed a
      * buffer, so the record is quarantined ("92") like any other
             end-if
           end-if.

      * reduce an accepted reading to chart datum: the depth below
      * the surface less the height of tide above datum at the ping,
      * rounded to the meter.  ground that dries at datum cannot be
      * carried in the unsigned depth field and is held at zero.  a
      * ping with no stamp, or one outside the span the station's
      * tide entries cover, keeps its observed depth - it cannot be
      * reduced - but it is counted, and each unbroken stretch of
      * such readings goes to day1.excpt, so an unreduced figure
      * never passes for a reduced one.
       02-01e-reduce-to-datum.
           move 0 to tide-covered.
           if current-timestamp not = 0 then
                     move current-timestamp to conv-stamp
                     perform 02-20-stamp-to-seconds
                     move conv-seconds to tide-seconds
                     perform 02-01f-find-tide-height
           end-if.
           if tide-covered = 1 then
                     compute tide-reduced rounded
                             = current-inputline - tide-now
                     if tide-reduced < 0 then
                               move 0 to tide-reduced
                     end-if
                     move tide-reduced to current-inputline
                     if uncovered-open = 1 then
                               perform 02-01g-write-uncovered
                     end-if
           else
                     add 1 to unreduced-count
                     if uncovered-open = 0 then
                               move 1 to uncovered-open
                               move 0 to uncovered-from
                               move 0 to uncovered-to
                               move 0 to uncovered-readings
                     end-if
                     if current-timestamp not = 0 then
                               if uncovered-from = 0 then
                                         move current-timestamp
                                              to uncovered-from
                               end-if
                               move current-timestamp to uncovered-to
                     end-if
                     add 1 to uncovered-readings
           end-if.

      * the cursor rests on the feed station's last entry at or
      * before the previous ping; it only ever moves forward, so a
      * whole feed costs one walk of the table.  the station's next
      * entry after the cursor brackets the ping for interpolation.
       02-01f-find-tide-height.
           if tide-cursor = 0 then
                     move 0 to tide-next
                     perform 02-01h-next-station-entry
                     if tide-next > 0 then
                       if tide-tab-seconds(tide-next)
                               not > tide-seconds then
                                 move tide-next to tide-cursor
                       end-if
                     end-if
           end-if.
           if tide-cursor > 0 then
                     move tide-cursor to tide-next
                     perform 02-01h-next-station-entry
                     perform until tide-next = 0
                             or tide-tab-seconds(tide-next)
                                > tide-seconds
                             move tide-next to tide-cursor
                             perform 02-01h-next-station-entry
                     end-perform
                     if tide-tab-seconds(tide-cursor)
                             = tide-seconds then
                               move 1 to tide-covered
                               move tide-tab-height(tide-cursor)
                                    to tide-now
                     else
                       if tide-next > 0 then
                                 move 1 to tide-covered
                                 compute tide-now rounded
                                     = tide-tab-height(tide-cursor)
                                       + (tide-tab-height(tide-next)
                                        - tide-tab-height(tide-cursor))
                                       * (tide-seconds
                                        - tide-tab-seconds(tide-cursor))
                                       / (tide-tab-seconds(tide-next)
                                        - tide-tab-seconds(tide-cursor))
                       end-if
                     end-if
           end-if.

       02-01h-next-station-entry.
           add 1 to tide-next giving tide-scan.
           move 0 to tide-next.
           perform varying tide-scan from tide-scan by 1
                   until tide-scan > tide-count or tide-next > 0
                   if tide-tab-station(tide-scan)
                           = feed-station(current-slot) then
                             move tide-scan to tide-next
                   end-if
           end-perform.

       02-01g-write-uncovered.
           move 0 to uncovered-open.
           move spaces to excpt-out-line.
           string "FEED " current-slot
                  " TIDE " feed-station(current-slot)
                  " UNCOVERED " uncovered-from "-" uncovered-to
                  " READINGS " uncovered-readings
                  delimited by size into excpt-out-line.
           write excpt-line from excpt-out-line.
           add 1 to feed-excpt-lines.

       02-02-reject-record.
           add 1 to records-rejected.
           move spaces to reject-out-line.
                  " REJECTED: [" reading-raw-saved "]"
                  delimited by size into reject-out-line.
           write reject-line from reject-out-line.
           perform 02-14-count-quality-reject.

      * the reject counts for the feed, and for the head the line
      * names.  a depth that is not a number is the only edit that
      * rejects with the read status still clean.
       02-14-count-quality-reject.
           move qual-feed-ix to qual-ix.
           perform 02-16-add-quality-reject.
           if current-sensor-id not = spaces then
                     move current-sensor-id to qual-head-id
                     perform 02-15-find-quality-head
                     if qual-ix > 0 then
                               perform 02-16-add-quality-reject
                     end-if
           end-if.

       02-15-find-quality-head.
           move 0 to qual-ix.
           perform varying j from 1 by 1
                   until j > qual-head-count or qual-ix > 0
                   if qual-tab-head-id(j) = qual-head-id then
                             move j to qual-ix
                   end-if
           end-perform.
           if qual-ix = 0 and qual-head-count < qual-head-limit then
                     add 1 to qual-head-count
                     move qual-head-count to qual-ix
                     perform 02-18-clear-quality-entry
                     move qual-head-id to qual-tab-head-id(qual-ix)
           end-if.

       02-16-add-quality-reject.
           evaluate input-status
                   when "91"
                             add 1 to qual-tab-rej-91(qual-ix)
                   when "92"
                             add 1 to qual-tab-rej-92(qual-ix)
                   when "93"
                             add 1 to qual-tab-rej-93(qual-ix)
                   when "00"
                             add 1 to qual-tab-rej-nonnum(qual-ix)
                   when other
                             add 1 to qual-tab-rej-other(qual-ix)
           end-evaluate.

      * a head taken into the sensor table is tied to its quality
      * entry, so its accepted readings post on the same row as its
      * rejects.
       02-17-link-quality-head.
           if current-sensor-id not = spaces then
                     move current-sensor-id to qual-head-id
                     perform 02-15-find-quality-head
                     if qual-ix > 0 then
                               move sensor-count
                                    to qual-tab-sensor-ix(qual-ix)
                     end-if
           end-if.

       02-18-clear-quality-entry.
           move spaces to qual-tab-head-id(qual-ix).
           move 0 to qual-tab-sensor-ix(qual-ix).
           move 0 to qual-tab-rej-91(qual-ix).
           move 0 to qual-tab-rej-92(qual-ix).
           move 0 to qual-tab-rej-93(qual-ix).
           move 0 to qual-tab-rej-nonnum(qual-ix).
           move 0 to qual-tab-rej-other(qual-ix).
           move 0 to qual-tab-gaps(qual-ix).
           move 0 to qual-tab-gap-total(qual-ix).

       02-03-write-checkpoint.
           open output restart-file.
                                    to sensor-tab-records(sensor-count)
                               move 0
                                    to sensor-prev-depth(sensor-count)
                               move 0 to sensor-tab-cal-ix(sensor-count)
                               move 0
                                 to sensor-tab-cal-mixed(sensor-count)
                               move 0
                                 to sensor-tab-cal-count(sensor-count)
                               perform 02-08-judge-sensor-head
                               move head-status
                                    to sensor-tab-status(sensor-count)
                               move sensor-count to sensor-ix
                               perform 02-17-link-quality-head
                               move sensor-count to watch-ix
                               perform 02-11-set-shoal-limit
                     else
                       if sensor-overflowed = 0 then
                                 display "WARNING - more than "
           move file-1-part-2 to restart-part-2-1.
           move file-1-records to restart-records-1.
           move file-1-rejects to restart-rejects-1.
           move file-1-obs-part-1 to restart-obs-part-1-1.
           move file-1-obs-part-2 to restart-obs-part-2-1.
           move file-1-unreduced to restart-unreduced-1.
           move file-1-hazards to restart-hazards-1.
           move file-1-quarantined to restart-quarantined-1.
           move file-1-reason to restart-reason-1.
           move file-2-part-1 to restart-part-1-2.
           move file-2-part-2 to restart-part-2-2.
           move file-2-records to restart-records-2.
           move file-2-rejects to restart-rejects-2.
           move file-2-obs-part-1 to restart-obs-part-1-2.
           move file-2-obs-part-2 to restart-obs-part-2-2.
           move file-2-unreduced to restart-unreduced-2.
           move file-2-hazards to restart-hazards-2.
           move file-2-quarantined to restart-quarantined-2.
           move file-2-reason to restart-reason-2.
           move file-3-part-1 to restart-part-1-3.
           move file-3-part-2 to restart-part-2-3.
           move file-3-records to restart-records-3.
           move file-3-rejects to restart-rejects-3.
           move file-3-obs-part-1 to restart-obs-part-1-3.
           move file-3-obs-part-2 to restart-obs-part-2-3.
           move file-3-unreduced to restart-unreduced-3.
           move file-3-hazards to restart-hazards-3.
           move file-3-quarantined to restart-quarantined-3.
           move file-3-reason to restart-reason-3.

      * a head id seen for the first time in a feed is judged against
      * the day1.sensors master exactly once: A for a known active
      * runs without a master are exempt.
       02-08-judge-sensor-head.
           move space to head-status.
           move feed-vessel(current-slot) to head-vessel.
           if sensor-master-open = 1
                   and current-sensor-id not = spaces then
                     move current-sensor-id to sensmast-id
                             invalid key
                                 move "U" to head-status
                             not invalid key
                                 if sensmast-vessel not = spaces then
                                           move sensmast-vessel
                                                to head-vessel
                                 end-if
                                 if sensmast-status = "R" then
                                           move "R" to head-status
                                 else
                            delimited by size into excpt-out-line
           end-if.
           write excpt-line from excpt-out-line.
           add 1 to feed-excpt-lines.

      * which calibration each head's readings went through, for the
      * report and the history rows.  a head whose readings crossed
      * from one calibration into the next mid-feed is marked mixed
      * and shows the later one.
       02-13-note-calibration.
           if sensor-tab-cal-ix(sensor-ix) not = 0
                   and sensor-tab-cal-ix(sensor-ix)
                       not = calib-in-force then
                     move 1 to sensor-tab-cal-mixed(sensor-ix)
           end-if.
           move calib-in-force to sensor-tab-cal-ix(sensor-ix).
           add 1 to sensor-tab-cal-count(sensor-ix).

      * the watch limit is draft plus clearance for the head's
      * vessel.  a vessel named but missing from the master goes to
      * day1.excpt once per head, so the gap in the checking shows.
       02-11-set-shoal-limit.
           move head-vessel to watch-vessel(watch-ix).
           move 0 to watch-draft(watch-ix).
           move 0 to watch-clearance(watch-ix).
           move 0 to watch-limit(watch-ix).
           move 0 to watch-open(watch-ix).
           move spaces to watch-sensor-id(watch-ix).
           move 0 to watch-from(watch-ix).
           move 0 to watch-to(watch-ix).
           move 0 to watch-shoalest(watch-ix).
           move 0 to watch-shoal-stamp(watch-ix).
           move 0 to watch-readings(watch-ix).
           if vessel-master-open = 1 and head-vessel not = spaces then
                     move head-vessel to vessel-name
                     read vessel-file record
                             invalid key
                                 perform 02-12-write-vessel-exception
                             not invalid key
                                 move vessel-draft
                                      to watch-draft(watch-ix)
                                 move vessel-clearance
                                      to watch-clearance(watch-ix)
                                 compute watch-limit(watch-ix)
                                         = vessel-draft
                                           + vessel-clearance
                     end-read
           end-if.

       02-12-write-vessel-exception.
           add 1 to unchecked-count.
           move spaces to excpt-out-line.
           string "FEED " current-slot
                  " SENSOR " current-sensor-id
                  " VESSEL " head-vessel
                  " NOT ON MASTER, NO SHOAL CHECK"
                  delimited by size into excpt-out-line.
           write excpt-line from excpt-out-line.
           add 1 to feed-excpt-lines.

      * every accepted reading also lands in this feed's normalized
      * working file, still in DEPTHREC layout but with the depth
                  " SIZE " timestamp-gap
                  delimited by size into gap-out-line.
           write gap-line from gap-out-line.
           add 1 to qual-tab-gaps(qual-feed-ix).
           add timestamp-gap to qual-tab-gap-total(qual-feed-ix).

      * per-reading accumulation, performed as each accepted reading
      * arrives.  part-1 compares against the previous reading;
           end-if.
           move current-inputline to window-ring(ring-ix).
           move current-inputline to feed-prev-depth.
           if i > 0 and obs-depth > obs-prev-depth then
                     add 1 to obs-part-1-sum
           end-if.
           if i not < window-size then
                     if obs-depth > obs-ring(ring-ix) then
                               add 1 to obs-part-2-sum
                     end-if
           end-if.
           move obs-depth to obs-ring(ring-ix).
           move obs-depth to obs-prev-depth.
           move current-inputline to ana-depth.
           perform 04-51-accumulate-analytics.
           perform 04-52-accumulate-observed.
           if sensor-ix > 0 then
                     perform 03-10-count-sensor-reading
           end-if.
           move current-inputline to sensor-prev-depth(sensor-ix).
           add 1 to sensor-tab-records(sensor-ix).

      * a reading shallower than the watch limit opens a shoal run
      * on its head, or extends the one already open; the head's
      * next reading at a safe depth closes it, and the run goes to
      * day1.hazard with its stamps, shoalest depth and length.  a
      * single shoal reading is a run of one.  the test is on the
      * depth as observed, before any reduction to chart datum - it
      * is the water actually under the boat at the time that puts
      * her in danger, not the water at datum.
       03-20-watch-shoal.
           if sensor-ix > 0 then
                     move sensor-ix to watch-ix
           else
                     move watch-overflow-ix to watch-ix
           end-if.
           if watch-limit(watch-ix) > 0 then
             if obs-depth < watch-limit(watch-ix) then
                       if watch-open(watch-ix) = 0 then
                                 move 1 to watch-open(watch-ix)
                                 move current-sensor-id
                                      to watch-sensor-id(watch-ix)
                                 move current-timestamp
                                      to watch-from(watch-ix)
                                 move obs-depth
                                      to watch-shoalest(watch-ix)
                                 move current-timestamp
                                      to watch-shoal-stamp(watch-ix)
                                 move 0 to watch-readings(watch-ix)
                       end-if
                       if obs-depth
                               < watch-shoalest(watch-ix) then
                                 move obs-depth
                                      to watch-shoalest(watch-ix)
                                 move current-timestamp
                                      to watch-shoal-stamp(watch-ix)
                       end-if
                       move current-timestamp to watch-to(watch-ix)
                       add 1 to watch-readings(watch-ix)
             else
                       if watch-open(watch-ix) = 1 then
                                 perform 03-21-write-hazard
                       end-if
             end-if
           end-if.

       03-21-write-hazard.
           move 0 to watch-open(watch-ix).
           add 1 to hazard-count.
           move report-run-date to hazard-run-date.
           move report-run-time to hazard-run-time.
           move current-slot to hazard-slot.
           move watch-sensor-id(watch-ix) to hazard-sensor-id.
           move watch-vessel(watch-ix) to hazard-vessel.
           move watch-from(watch-ix) to hazard-from-timestamp.
           move watch-to(watch-ix) to hazard-to-timestamp.
           move watch-shoalest(watch-ix) to hazard-shoalest.
           move watch-shoal-stamp(watch-ix) to hazard-shoal-timestamp.
           move watch-readings(watch-ix) to hazard-readings.
           move watch-draft(watch-ix) to hazard-draft.
           move watch-clearance(watch-ix) to hazard-clearance.
           write hazard-record.

      * a drop taken is counted for the report, and on a drop run
      * the feed's state is kept for its next drop before anything
      * below finishes it for this run's report.  the state is
      * written to day1.stateN.new and only put in place as
      * day1.stateN once the checkpoint has the feed done: a restart
      * before that point reads the drop again from the state it
      * started with, and one after it finds the feed done and the
      * new state waiting.
       03-80-end-drop.
           if drop-absent = 0 then
                     add 1 to drop-count(current-slot)
           end-if.
           if drop-mode = "I" then
                     perform 03-81-save-drop-state
           end-if.

       03-81-save-drop-state.
           move "day1.state1.new" to state-name.
           move current-slot to state-name(11:1).
           open output state-file.
           if state-status not = "00" then
                     display "WARNING - cannot write "
                             state-name(1:15) " status "
                             state-status ", drop not carried"
                     move 8 to return-code
           else
                     perform 03-82-write-state-header
                     perform varying sensor-ix from 1 by 1
                             until sensor-ix > sensor-count
                             move spaces to state-head
                             move "S" to state-type
                             move sensor-ix to state-head-ix
                             move sensor-prev-depth(sensor-ix)
                                  to state-head-prev-depth
                             move sensor-entry(sensor-ix)
                                  to state-head-sensor
                             move watch-entry(sensor-ix)
                                  to state-head-watch
                             move 0 to state-head-cal-date
                             if sensor-tab-cal-ix(sensor-ix) > 0 then
                                 move calib-tab-date
                                      (sensor-tab-cal-ix(sensor-ix))
                                      to state-head-cal-date
                             end-if
                             write state-head
                     end-perform
                     perform varying qual-ix from 1 by 1
                             until qual-ix > qual-head-count
                             move spaces to state-qual
                             move "Q" to state-type
                             move qual-ix to state-qual-ix
                             move qual-entry(qual-ix)
                                  to state-qual-entry
                             write state-qual
                     end-perform
                     perform varying j from 1 by 1
                             until j > window-size or j > i
                             move spaces to state-ring
                             move "R" to state-type
                             move j to state-ring-ix
                             move window-ring(j) to state-ring-feed
                             move obs-ring(j) to state-ring-obs
                             write state-ring
                     end-perform
                     perform varying w from 1 by 1
                             until w > sensor-count
                             perform varying j from 1 by 1
                                     until j > window-size
                                        or j > sensor-tab-records(w)
                                     move spaces to state-head-ring
                                     move "T" to state-type
                                     move w to state-ring-head-ix
                                     move j to state-ring-pos
                                     move sensor-ring(w, j)
                                          to state-ring-depth
                                     write state-head-ring
                             end-perform
                     end-perform
                     close state-file
           end-if.

       03-82-write-state-header.
           move spaces to state-header.
           move "H" to state-type.
           move survey-date to state-survey-date.
           move window-size to state-window-size.
           move drop-count(current-slot) to state-drops.
           move lines-read to state-lines-read.
           move i to state-accepted.
           move records-rejected to state-rejected.
           move sensor-count to state-sensor-count.
           move sensor-overflowed to state-sensor-overflowed.
           move prev-timestamp to state-prev-timestamp.
           move part-1-sum to state-part-1.
           move part-2-sum to state-part-2.
           move feed-prev-depth to state-prev-depth.
           move obs-part-1-sum to state-obs-part-1.
           move obs-part-2-sum to state-obs-part-2.
           move obs-prev-depth to state-obs-prev-depth.
           move unreduced-count to state-unreduced.
           move uncovered-open to state-uncovered-open.
           move uncovered-from to state-uncovered-from.
           move uncovered-to to state-uncovered-to.
           move uncovered-readings to state-uncovered-readings.
           move hazard-count to state-hazards.
           compute state-excpt-count
                   = excpt-count - feed-excpt-start.
           compute state-unchecked-count
                   = unchecked-count - feed-unchecked-start.
           compute state-calib-applied
                   = calib-applied - feed-calib-start.
           move qual-head-count to state-qual-head-count.
           move ana-sum to state-ana-sum.
           move ana-obs-sum to state-ana-obs-sum.
           move ana-count to state-ana-count.
           move ana-prev to state-ana-prev.
           move ana-cur-descent to state-ana-cur-descent.
           move ana-cur-ascent to state-ana-cur-ascent.
           move feed-vessel(current-slot) to state-feed-vessel.
           move analytics-entry(current-slot) to state-analytics.
           move watch-entry(watch-overflow-ix) to state-feed-watch.
           move qual-entry(qual-feed-ix) to state-feed-quality.
           move qual-tab-gaps(qual-feed-ix) to state-gap-lines.
           move feed-excpt-lines to state-excpt-lines.
           write state-header.

      * the day is closed for the feed: its state is emptied, so the
      * next drop run starts the next survey day afresh.
       03-85-clear-drop-state.
           if drop-carried(state-slot) = 1 then
                     move "day1.state1" to state-name
                     move state-slot to state-name(11:1)
                     open output state-file
                     close state-file
           end-if.

      * the drop's state, written whole to day1.stateN.new, is copied
      * over day1.stateN and the new file emptied.  a new file with
      * no header line has nothing waiting - the copy was made, or
      * the drop never got as far as writing it - and is left alone.
       03-86-commit-drop-state.
           move "day1.state1.new" to state-name.
           move state-slot to state-name(11:1).
           move "day1.state1" to work-name.
           move state-slot to work-name(11:1).
           open input state-file.
           if state-status = "00" then
                     move 0 to reading-state
                     read state-file
                             at end
                                 continue
                             not at end
                                 if state-type = "H" then
                                           move 1 to reading-state
                                 end-if
                     end-read
                     if reading-state = 1 then
                               open output work-file
                               perform until reading-state = 0
                                       write work-line
                                             from state-header
                                       read state-file
                                           at end
                                               move 0 to reading-state
                                       end-read
                               end-perform
                               close work-file
                               close state-file
                               open output state-file
                               close state-file
                     else
                               close state-file
                     end-if
           end-if.

      * once the checkpoint has the feed done, a drop run puts the
      * new state in place and the closing run empties it.
       03-87-settle-drop-state.
           move current-slot to state-slot.
           if drop-mode = "I" then
                     perform 03-86-commit-drop-state
           end-if.
           if drop-mode = "F" then
                     perform 03-85-clear-drop-state
           end-if.

      * close out the feed once end of file is reached: finish the
      * mean, mark the profile live, and carry the per-head results
      * into the report table.  on a drop run the day is not over:
      * an uncovered tide stretch or a shoal run still open stays
      * open in the kept state, and the open runs are listed on the
      * provisional report instead of going to day1.hazard.
       03-90-finish-feed.
           move 1 to ana-active(current-slot).
           if ana-count > 0 then
                     compute ana-mean(current-slot)
                             = ana-sum / ana-count
                     compute ana-obs-mean(current-slot)
                             = ana-obs-sum / ana-count
           else
                     move 0 to ana-min(current-slot)
                     move 0 to ana-obs-min(current-slot)
           end-if.
           if uncovered-open = 1 and drop-mode not = "I" then
                     perform 02-01g-write-uncovered
           end-if.
           perform varying watch-ix from 1 by 1
                   until watch-ix > watch-overflow-ix
                   if (watch-ix not > sensor-count
                           or watch-ix = watch-overflow-ix)
                           and watch-open(watch-ix) = 1 then
                             if drop-mode = "I" then
                                       perform 03-91-note-open-run
                             else
                                       perform 03-21-write-hazard
                             end-if
                   end-if
           end-perform.
           display "Part-1 result is " part-1-sum.
           display "Part-2 result is " part-2-sum.
           perform varying sensor-ix from 1 by 1
                             move sensor-tab-status(sensor-ix)
                                  to sensor-result-status
                                     (sensor-result-count)
                             move sensor-tab-cal-ix(sensor-ix)
                                  to sensor-result-cal-ix
                                     (sensor-result-count)
                             move sensor-tab-cal-mixed(sensor-ix)
                                  to sensor-result-cal-mixed
                                     (sensor-result-count)
                             move sensor-tab-cal-count(sensor-ix)
                                  to sensor-result-cal-count
                                     (sensor-result-count)
                   end-if
           end-perform.

       03-91-note-open-run.
           add 1 to open-run-count.
           move current-slot to open-run-slot(open-run-count).
           move watch-sensor-id(watch-ix)
                to open-run-sensor-id(open-run-count).
           move watch-from(watch-ix) to open-run-from(open-run-count).
           move watch-shoalest(watch-ix)
                to open-run-shoalest(open-run-count).
           move watch-readings(watch-ix)
                to open-run-readings(open-run-count).

      * the shape of the survey line, from the same accepted readings
      * the increase counts run over: deepest and shallowest reading,
      * mean depth, the longest unbroken descent and ascent (counted
           move ana-depth to ana-prev.
           add 1 to ana-count.

      * the observed side of the profile, for the report to set
      * beside the datum figures: extremes, mean and bands only.
       04-52-accumulate-observed.
           if obs-depth < ana-obs-min(current-slot) then
                     move obs-depth to ana-obs-min(current-slot)
           end-if.
           if obs-depth > ana-obs-max(current-slot) then
                     move obs-depth to ana-obs-max(current-slot)
           end-if.
           add obs-depth to ana-obs-sum.
           divide obs-depth by 500 giving ana-band.
           add 1 to ana-band.
           add 1 to ana-obs-bands(current-slot, ana-band).

      * days are counted from 0000-03-01 (the leap day then falls at
      * the end of each counted year), so every step below is plain
      * unsigned integer arithmetic with no table of month lengths.
       02-20-stamp-to-seconds.
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
                     compute conv-day-work = 153 * conv-m + 2
                     divide conv-day-work by 5 giving conv-doy
                     compute conv-doy = conv-doy + conv-day - 1
                     compute conv-doe = conv-yoe * 365 + conv-doy
                     divide conv-yoe by 4 giving conv-day-work
                     add conv-day-work to conv-doe
                     divide conv-yoe by 100 giving conv-day-work
                     subtract conv-day-work from conv-doe
                     compute conv-days = conv-era * 146097 + conv-doe
                     compute conv-seconds = conv-days * 86400
                             + conv-hour * 3600
                             + conv-minute * 60
                             + conv-second
           end-if.

      * the per-file total row carries a blank sensor field; one row
      * per tagged sensor head follows it.  readings from an untagged
      * (blank sensor-id) feed are already the per-file total, so no
                                       move
                                         sensor-tab-records(sensor-ix)
                                         to history-record-count
                                       perform 05-02-tag-calibration
                                       perform
                                          05-01-write-history-record
                             end-if
                     close history-file
           end-if.

      * a drop run's rows carry the "*P* " marker on the input-file
      * field, as a restatement's carry "*R* ", so nothing that sums,
      * bills, extracts or closes a period takes a figure from a day
      * still open.  the closing run's rows are the day's.
       05-03-mark-provisional.
           move report-input-file to drop-file-name.
           move spaces to report-input-file.
           move "*P* " to report-input-file(1:4).
           move drop-file-name(1:36) to report-input-file(5:36).

      * a calibrated head's row carries the effective date of the
      * calibration applied behind the input file name, so the
      * history shows which yard figures produced the numbers.
       05-02-tag-calibration.
           move report-input-file to history-input-file.
           if sensor-tab-cal-ix(sensor-ix) > 0 then
                     if sensor-tab-cal-mixed(sensor-ix) = 1 then
                               move "CAL MIX "
                                    to history-input-file(25:8)
                     else
                               move "CAL EFF "
                                    to history-input-file(25:8)
                     end-if
                     move calib-tab-date(sensor-tab-cal-ix(sensor-ix))
                          to history-input-file(33:8)
           end-if.

      * the feed row, then a row per head in the quality table.  a
      * head's accepted readings, its verdict and its vessel come from
      * the sensor table; a head that only ever sent rejects has none.
      * a feed with no vessel of its own - a tagged feed sent without
      * a frame - is put to the vessel of the head that sent most of
      * its readings, so the boat is scored under her own name.
       05-60-post-quality.
           if qledger-open = 1 then
                     move report-run-date to qledger-run-date
                     move report-run-time to qledger-run-time
                     move current-slot to qledger-slot
                     move spaces to qledger-head-id
                     move feed-vessel(current-slot) to qledger-vessel
                     if qledger-vessel = spaces then
                               perform 05-64-take-head-vessel
                     end-if
                     move space to qledger-head-status
                     move i to qledger-accepted
                     move 0 to qledger-unknown-readings
                     move 0 to qledger-retired-readings
                     perform varying sensor-ix from 1 by 1
                             until sensor-ix > sensor-count
                             if sensor-tab-status(sensor-ix) = "U" then
                                   add sensor-tab-records(sensor-ix)
                                       to qledger-unknown-readings
                             end-if
                             if sensor-tab-status(sensor-ix) = "R" then
                                   add sensor-tab-records(sensor-ix)
                                       to qledger-retired-readings
                             end-if
                     end-perform
                     move qual-feed-ix to qual-ix
                     perform 05-61-write-quality-row
                     perform varying qual-ix from 1 by 1
                             until qual-ix > qual-head-count
                             perform 05-62-fill-head-row
                             perform 05-61-write-quality-row
                     end-perform
           end-if.

       05-62-fill-head-row.
           move qual-tab-head-id(qual-ix) to qledger-head-id.
           move feed-vessel(current-slot) to qledger-vessel.
           move space to qledger-head-status.
           move 0 to qledger-accepted.
           move 0 to qledger-unknown-readings.
           move 0 to qledger-retired-readings.
           move qual-tab-sensor-ix(qual-ix) to sensor-ix.
           if sensor-ix > 0 then
                     if watch-vessel(sensor-ix) not = spaces then
                               move watch-vessel(sensor-ix)
                                    to qledger-vessel
                     end-if
                     move sensor-tab-status(sensor-ix)
                          to qledger-head-status
                     move sensor-tab-records(sensor-ix)
                          to qledger-accepted
                     if sensor-tab-status(sensor-ix) = "U" then
                               move sensor-tab-records(sensor-ix)
                                    to qledger-unknown-readings
                     end-if
                     if sensor-tab-status(sensor-ix) = "R" then
                               move sensor-tab-records(sensor-ix)
                                    to qledger-retired-readings
                     end-if
           end-if.

       05-61-write-quality-row.
           move qual-tab-rej-91(qual-ix) to qledger-rejects-91.
           move qual-tab-rej-92(qual-ix) to qledger-rejects-92.
           move qual-tab-rej-93(qual-ix) to qledger-rejects-93.
           move qual-tab-rej-nonnum(qual-ix) to qledger-rejects-nonnum.
           move qual-tab-rej-other(qual-ix) to qledger-rejects-other.
           move qual-tab-gaps(qual-ix) to qledger-gap-count.
           move qual-tab-gap-total(qual-ix) to qledger-gap-total.
           compute qledger-readings = qledger-accepted
                   + qledger-rejects-91 + qledger-rejects-92
                   + qledger-rejects-93 + qledger-rejects-nonnum
                   + qledger-rejects-other.
           move 0 to qledger-recon-pairs.
           move 0 to qledger-recon-diverged.
           write qledger-record
                   invalid key
                       display "WARNING - quality key "
                               qledger-run-date "-" qledger-run-time
                               " feed " qledger-slot
                               " head " qledger-head-id
                               " already exists, not posted"
           end-write.

       05-64-take-head-vessel.
           move 0 to qual-vessel-records.
           perform varying sensor-ix from 1 by 1
                   until sensor-ix > sensor-count
                   if watch-vessel(sensor-ix) not = spaces
                           and sensor-tab-records(sensor-ix)
                               > qual-vessel-records then
                             move watch-vessel(sensor-ix)
                                  to qledger-vessel
                             move sensor-tab-records(sensor-ix)
                                  to qual-vessel-records
                   end-if
           end-perform.

       05-01-write-history-record.
           write history-record
                   invalid key
                     move recon-unmatched
                          to recon-sum-unmatched(recon-summary-count)
           end-if.
           perform 05-63-post-recon-quality.

      * the redundant feed's row was posted when the feed finished;
      * the pairing is only known now, so the row is rewritten.  a
      * feed finished before a restart was posted under the first
      * attempt's run time, and is not found here.
       05-63-post-recon-quality.
           if qledger-open = 1 then
                     move report-run-date to qledger-run-date
                     move report-run-time to qledger-run-time
                     move recon-slot to qledger-slot
                     move spaces to qledger-head-id
                     read qledger-file record
                             invalid key
                                 continue
                             not invalid key
                                 move recon-pairs
                                      to qledger-recon-pairs
                                 move recon-diverged
                                      to qledger-recon-diverged
                                 rewrite qledger-record
                                         invalid key
                                             continue
                                 end-rewrite
                     end-read
           end-if.

      * the working files carry only readings the main pass accepted,
      * already in meters with their stamps resolved, so a fetch is a
           string "AOC-2021-DAY-1 REPORT   RUN DATE: " report-run-date
                  delimited by size into report-out-line.
           write report-line from report-out-line.
           if drop-mode not = space then
                     perform 06-07-write-drop-lines
           end-if.
           perform 06-00-write-units-line.
           if file-1-active = 1 then
                     move file-1-name(1:15) to line-file-name
                     move file-1-part-2 to line-part-2
                     move file-1-records to line-records
                     perform 06-01-write-file-result-line
                     if feed-station(1) not = spaces then
                               move 1 to line-slot
                               move file-1-obs-part-1
                                    to line-obs-part-1
                               move file-1-obs-part-2
                                    to line-obs-part-2
                               move file-1-unreduced
                                    to line-unreduced
                               perform 06-01a-write-observed-line
                     end-if
           end-if.
           if file-1-quarantined = 1 then
                     move file-1-name(1:15) to line-file-name
                     move 1 to line-slot
                     move file-1-reason to frame-reason
                     perform 06-01b-write-quarantine-line
           end-if.
           if file-2-active = 1 then
                     move file-2-name(1:15) to line-file-name
                     move file-2-part-2 to line-part-2
                     move file-2-records to line-records
                     perform 06-01-write-file-result-line
                     if feed-station(2) not = spaces then
                               move 2 to line-slot
                               move file-2-obs-part-1
                                    to line-obs-part-1
                               move file-2-obs-part-2
                                    to line-obs-part-2
                               move file-2-unreduced
                                    to line-unreduced
                               perform 06-01a-write-observed-line
                     end-if
           end-if.
           if file-2-quarantined = 1 then
                     move file-2-name(1:15) to line-file-name
                     move 2 to line-slot
                     move file-2-reason to frame-reason
                     perform 06-01b-write-quarantine-line
           end-if.
           if file-3-active = 1 then
                     move file-3-name(1:15) to line-file-name
                     move file-3-part-2 to line-part-2
                     move file-3-records to line-records
                     perform 06-01-write-file-result-line
                     if feed-station(3) not = spaces then
                               move 3 to line-slot
                               move file-3-obs-part-1
                                    to line-obs-part-1
                               move file-3-obs-part-2
                                    to line-obs-part-2
                               move file-3-unreduced
                                    to line-unreduced
                               perform 06-01a-write-observed-line
                     end-if
           end-if.
           if file-3-quarantined = 1 then
                     move file-3-name(1:15) to line-file-name
                     move 3 to line-slot
                     move file-3-reason to frame-reason
                     perform 06-01b-write-quarantine-line
           end-if.
           if sensor-result-count > 0 then
                     perform 06-02-write-sensor-section
                            delimited by size into report-out-line
                     write report-line from report-out-line
           end-if.
           compute unreduced-total = file-1-unreduced
                   + file-2-unreduced + file-3-unreduced.
           if unreduced-total > 0 then
                     move spaces to report-out-line
                     string "WARNING - " unreduced-total
                            " READINGS OUTSIDE TIDE COVERAGE,"
                            " NOT REDUCED, SEE day1.excpt"
                            delimited by size into report-out-line
                     write report-line from report-out-line
           end-if.
           if calib-applied > 0 then
                     move spaces to report-out-line
                     string "CALIBRATED READINGS " calib-applied
                            " FROM day1.calib, HEADS MARKED CAL EFF"
                            delimited by size into report-out-line
                     write report-line from report-out-line
           end-if.
           if unchecked-count > 0 then
                     move spaces to report-out-line
                     string "WARNING - " unchecked-count
                            " HEADS ON A VESSEL NOT ON day1.vessels,"
                            " SHOAL UNCHECKED"
                            delimited by size into report-out-line
                     write report-line from report-out-line
           end-if.
           if hazard-total > 0 then
                     move spaces to report-out-line
                     string "SHOAL - " hazard-total
                            " RUNS SHALLOWER THAN DRAFT PLUS"
                            " CLEARANCE, SEE day1.hazard"
                            delimited by size into report-out-line
                     write report-line from report-out-line
           end-if.
           if open-run-count > 0 then
                     perform 06-08-write-open-runs
           end-if.
           if recon-summary-count > 0 then
                     perform 06-04-write-recon-section
           end-if.
                  delimited by size into report-out-line.
           write report-line from report-out-line.

      * a tide-reduced feed's figures above are at chart datum; the
      * same readings as observed go on the line beneath, so the
      * client sees what the datum reduction moved.
       06-01a-write-observed-line.
           move spaces to report-out-line.
           string "    OBSERVED  PART-1 " line-obs-part-1
                  "  PART-2 " line-obs-part-2
                  "  TIDE " feed-station(line-slot)
                  "  UNREDUCED " line-unreduced
                  delimited by size into report-out-line.
           write report-line from report-out-line.

      * a quarantined feed has no figures to show; its line says
      * why, and where the drop as received was kept.
       06-01b-write-quarantine-line.
           move "day1.quar1" to quar-name.
           move line-slot to quar-name(10:1).
           move spaces to report-out-line.
           string "  FILE " line-file-name
                  "  QUARANTINED - " frame-reason
                  "  SEE " quar-name(1:10)
                  delimited by size into report-out-line.
           write report-line from report-out-line.

       06-02-write-sensor-section.
           move spaces to report-out-line.
           string "SENSOR BREAKDOWN"
                     move " RETIRED" to report-out-line(72:8)
           end-if.
           write report-line from report-out-line.
           if sensor-result-cal-ix(sensor-ix) > 0 then
                     perform 06-03a-write-calibration-line
           end-if.

       06-03a-write-calibration-line.
           move sensor-result-cal-ix(sensor-ix) to calib-ix.
           move calib-tab-offset(calib-ix) to shown-cal-offset.
           move calib-tab-scale(calib-ix) to shown-cal-scale.
           move spaces to report-out-line.
           string "      CAL EFF " calib-tab-date(calib-ix)
                  "  OFFSET " shown-cal-offset
                  "  SCALE " shown-cal-scale
                  "  READINGS "
                  sensor-result-cal-count(sensor-ix)
                  delimited by size into report-out-line.
           if sensor-result-cal-mixed(sensor-ix) = 1 then
                     move "  MIXED" to report-out-line(72:7)
           end-if.
           write report-line from report-out-line.

       06-04-write-recon-section.
           perform varying j from 1 by 1
                  "  LONGEST ASCENT " ana-ascent(j)
                  delimited by size into report-out-line.
           write report-line from report-out-line.
           if feed-station(j) not = spaces then
                     move spaces to report-out-line
                     string "  OBSERVED, NOT REDUCED"
                            "  MIN " ana-obs-min(j)
                            "  MAX " ana-obs-max(j)
                            "  MEAN " ana-obs-mean(j)
                            delimited by size into report-out-line
                     write report-line from report-out-line
           end-if.
           perform varying w from 1 by 1 until w > 20
                   if ana-bands(j, w) > 0
                           or ana-obs-bands(j, w) > 0 then
                             compute ana-band-lo = (w - 1) * 500
                             compute ana-band-hi = w * 500 - 1
                             move spaces to report-out-line
                                    " READINGS " ana-bands(j, w)
                                    delimited by size
                                    into report-out-line
                             if feed-station(j) not = spaces then
                                       move "  OBSERVED "
                                            to report-out-line(33:11)
                                       move ana-obs-bands(j, w)
                                            to report-out-line(44:6)
                             end-if
                             write report-line from report-out-line
                   end-if
           end-perform.

      * a drop run's report is the survey day so far, and says so;
      * the closing run's says the day was taken in drops.
       06-07-write-drop-lines.
           move spaces to report-out-line.
           if drop-mode = "I" then
                     string "PROVISIONAL - SURVEY DAY " survey-date
                            " STILL OPEN, FIGURES TO DATE"
                            delimited by size into report-out-line
           else
                     string "SURVEY DAY " survey-date
                            " CLOSED FROM INTRADAY DROPS"
                            delimited by size into report-out-line
           end-if.
           write report-line from report-out-line.
           move spaces to report-out-line.
           string "  DROPS TAKEN  FEED 1 " drop-count(1)
                  "  FEED 2 " drop-count(2)
                  "  FEED 3 " drop-count(3)
                  delimited by size into report-out-line.
           write report-line from report-out-line.

      * shoal water the drop ended in: the run is still open and
      * goes to day1.hazard when a later drop or the closing run
      * ends it, but the party lead needs to see it now.
       06-08-write-open-runs.
           move spaces to report-out-line.
           string "SHOAL - " open-run-count
                  " RUNS STILL OPEN AT END OF DROP"
                  delimited by size into report-out-line.
           write report-line from report-out-line.
           perform varying j from 1 by 1 until j > open-run-count
                   move open-run-sensor-id(j) to line-sensor-id
                   if line-sensor-id = spaces then
                             move "*NONE*" to line-sensor-id
                   end-if
                   move spaces to report-out-line
                   string "  FEED " open-run-slot(j)
                          " SENSOR " line-sensor-id
                          " FROM " open-run-from(j)
                          " SHOALEST " open-run-shoalest(j)
                          " READINGS " open-run-readings(j)
                          delimited by size into report-out-line
                   write report-line from report-out-line
           end-perform.

      * nobody reads the trend report until a feed has been wrong for
      * a week, so compare today's per-file results against the most
      * recent prior run of the same input file in day1.history.  any
      * expected feed that produced nothing this run goes to
      * day1.alert and ends the job with return code 8 so the
      * scheduler pages the desk that morning.  no schedule file, or
      * no line for today, means no expectation and no check.  a
      * quarantined feed did arrive, and has been alerted already.
       06-60-check-schedule.
           move 0 to schedule-found.
           open input schedule-file.
                               open output alert-file
                     end-if
                     if expected-feed(1) = "1"
                             and file-1-active = 0
                             and file-1-quarantined = 0 then
                               move file-1-name to var-file-name
                               perform 06-62-alert-missing-feed
                     end-if
                     if expected-feed(2) = "1"
                             and file-2-active = 0
                             and file-2-quarantined = 0 then
                               move file-2-name to var-file-name
                               perform 06-62-alert-missing-feed
                     end-if
                     if expected-feed(3) = "1"
                             and file-3-active = 0
                             and file-3-quarantined = 0 then
                               move file-3-name to var-file-name
                               perform 06-62-alert-missing-feed
                     end-if
