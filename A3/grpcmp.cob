
       identification division.
       program-id. grpcmp.

       environment division.
       input-output section.
       file-control.
*> control-file carries the run options the same way stats reads its
*> own - from a fixed logical name an unattended batch step can point
*> at a JCL SYSIN/PARM dataset
       select control-file assign to "SYSIN"
               organization is line sequential
               file status is ws-ctl-status.
*> the per-group snapshot file stats and statmrg append to - one
*> record per group code per run, under the run stamp
       select snapshot-file assign to dynamic ws-snapfname
               organization is line sequential
               file status is ws-snap-status.
*> the comparison report
       select ofile assign to dynamic ws-ofname
               organization is line sequential.
*> the shared operations run log - every execution of the suite
*> appends one record saying what ran, against which files, and with
*> what verdict, so the morning check reads one file instead of
*> reconstructing the night from scheduler output
       select ops-file assign to dynamic ws-opsfname
               organization is line sequential
               file status is ws-ops-status.
*> the suite's lock control file - one record for each shared file a
*> step has claimed, saying which program holds it, since when and
*> for which run, so two steps never update the same file at once
       select lock-file assign to dynamic ws-lockfname
               organization is indexed
               access mode is dynamic
               record key is lock-resource
               file status is ws-lock-status.

       data division.
       file section.
       fd control-file.
       01 control-record.
           02 ctl-snapfile     pic x(30).
           02 ctl-ofile        pic x(30).
           02 ctl-cur-date     pic 9(8).
           02 ctl-prior-date   pic 9(8).
           02 ctl-swing-pct    pic 9(3).
           02 ctl-severe-pct   pic 9(3).
           02 ctl-opslog       pic x(30).
           02 ctl-lock-wait    pic 9(3).
           02 ctl-lockfile     pic x(30).
       fd snapshot-file.
       01 snapshot-record.
           02 snap-run-date    pic 9(8).
           02 snap-run-time    pic 9(6).
           02 snap-group       pic x(10).
           02 snap-count       pic 9(8).
           02 snap-sum         pic s9(14)v9(4).
           02 snap-mean        pic s9(14)v9(4).
           02 snap-std         pic s9(14)v9(4).
           02 snap-median      pic s9(14)v9(4).
           02 snap-min         pic s9(14)v9(4).
           02 snap-max         pic s9(14)v9(4).
*> when an amendment run restated the run's figures - zero on the
*> rows an ordinary run wrote
           02 snap-amend-date  pic 9(8).
           02 snap-amend-time  pic 9(6).
       fd ofile.
       01 report-output        pic x(80).
       fd ops-file.
       01 ops-log-record.
           02 ops-program      pic x(8).
           02 ops-run-date     pic 9(8).
           02 ops-run-time     pic 9(6).
           02 ops-input-file   pic x(30).
           02 ops-output-file  pic x(30).
           02 ops-accepted     pic 9(8).
           02 ops-rejected     pic 9(8).
           02 ops-rc           pic 9(4).
*> one claim on a shared file - the name of the file is the key
       fd lock-file.
       01 lock-record.
           02 lock-resource    pic x(30).
           02 lock-program     pic x(8).
           02 lock-since-date  pic 9(8).
           02 lock-since-time  pic 9(6).
           02 lock-run-date    pic 9(8).
           02 lock-run-time    pic 9(6).

*> variables are initialized here
       working-storage section.
       77 ws-snapfname      pic x(30).
       77 ws-ofname         pic x(30).
       77 ws-ctl-status     pic x(2).
       77 ws-snap-status    pic x(2).

*> the shared operations run log this execution appends itself to
       77 ws-opsfname       pic x(30).
       77 ws-ops-status     pic x(2).
*> the lock control file and the lock being tried - a lock is named
*> after the shared file it guards, so steps pointed at different
*> copies of a file never wait on each other; lock-wait is how many
*> seconds a lock another step holds is waited for
       77 ws-lockfname      pic x(30).
       77 ws-lock-status    pic x(2).
       77 lock-open-status  pic x(2).
       77 lock-name         pic x(30).
       77 lock-wait         pic 9(3).
       77 lock-waited       pic 9(3).
       77 lock-pause        pic 9(1) value 1.
       77 lock-got          pic x(1) value 'n'.
       77 lock-holder       pic x(8).
       77 lock-held-date    pic 9(8).
       77 lock-held-time    pic 9(6).
       77 lock-now          pic 9(8).

*> graded condition code handed back to the scheduler, as stats does -
*> 0 when every centre held steady, 4 when a centre swung past the
*> threshold or a centre appeared or disappeared between the runs,
*> 8 when a centre swung past the severe limit or the runs asked for
*> are not on the snapshot file
       77 run-rc            pic s9(4) usage is computational value 0.
       77 new-rc            pic s9(4) usage is computational.

       77 run-date          pic 9(8).
       77 run-time          pic 9(8).
       77 run-time-disp     pic 9(6).

*> the two runs being compared - given by run date on the control
*> card, or left blank for the latest run on file against the one
*> before it; a date with more than one run on it means its latest
*> run, and each run is held as one date-and-time stamp so the runs
*> order correctly across days
       77 cur-date-wanted   pic 9(8).
       77 prior-date-wanted pic 9(8).
       77 cur-stamp         pic 9(14).
       77 prior-stamp       pic 9(14).
       77 row-stamp         pic 9(14).
*> a row's set - its run stamp and, for an amendment's rows, when the
*> amendment ran; the set the row before belonged to
       01 row-id.
           02 row-id-stamp     pic 9(14).
           02 row-id-amend-date pic 9(8).
           02 row-id-amend-time pic 9(6).
       77 last-row-id       pic x(28).
       77 snap-eof          pic x(1).
       77 snap-read-count   pic s9(8) usage is computational.

*> how far a centre's mean may move, in percent of the prior run's
*> mean, before it is flagged - and the further limit past which the
*> swing is taken as a sign the run itself is wrong
       77 swing-limit       pic 9(3).
       77 severe-limit      pic 9(3).
       77 swing-pct         pic s9(8)v9(4) usage is computational-3.

*> each run's centres as the snapshot file carries them; an amendment
*> run appends a second set of rows under the same stamp, and the
*> later set is the one to believe, so a new set for a stamp clears
*> what an earlier set loaded
       77 cur-count         pic s9(8) usage is computational.
       77 prior-count       pic s9(8) usage is computational.
       77 cg-ix             pic s9(8) usage is computational.
       77 pg-ix             pic s9(8) usage is computational.
       77 found-ix          pic s9(8) usage is computational.
       01 cur-group-table.
           02 cur-group occurs 5000 times.
               03 cg-code      pic x(10).
               03 cg-count     pic s9(8) usage is computational.
               03 cg-mean      pic s9(14)v9(4) usage is computational-3.
       01 prior-group-table.
           02 prior-group occurs 5000 times.
               03 pg-code      pic x(10).
               03 pg-count     pic s9(8) usage is computational.
               03 pg-mean      pic s9(14)v9(4) usage is computational-3.
               03 pg-matched   pic x(1).

*> what the comparison found
       77 compared-count    pic s9(8) usage is computational.
       77 high-count        pic s9(8) usage is computational.
       77 severe-count      pic s9(8) usage is computational.
       77 appeared-count    pic s9(8) usage is computational.
       77 vanished-count    pic s9(8) usage is computational.
       77 dropped-count     pic s9(8) usage is computational.

*> first line title of the report
       01 title-line.
           02 filler pic x(41) value
               'cost centre comparison report'.

       01 header-date-line.
           02 filler pic x(11) value 'run date: '.
           02 out-run-date pic 9999/99/99.
           02 filler pic x(9) value '  time: '.
           02 out-run-time-hh pic 99.
           02 filler pic x(1) value ':'.
           02 out-run-time-mm pic 99.
           02 filler pic x(1) value ':'.
           02 out-run-time-ss pic 99.

       01 header-snapfile-line.
           02 filler pic x(16) value 'snapshot file: '.
           02 out-snap-fname pic x(30).

*> which two runs are on the report
       01 header-run-line.
           02 out-hr-label pic x(16).
           02 out-hr-date pic 9999/99/99.
           02 filler pic x(7) value ' time '.
           02 out-hr-time pic 9(6).

       01 header-limit-line.
           02 filler pic x(17) value 'swing threshold '.
           02 out-hl-swing pic zz9.
           02 filler pic x(18) value '%  severe limit '.
           02 out-hl-severe pic zz9.
           02 filler pic x(1) value '%'.

*> underline for the output file
       01 under-line.
           02 filler pic x(42) value
               '******************************************'.

       01 compare-col-line.
           02 filler pic x(74) value
               'group        prior    current     prior mean   current mean    swing%'.

*> one centre found in both runs - its record counts, its mean in
*> each run and the swing between them, with a flag past the limits
       01 compare-line.
           02 out-cl-code pic x(10).
           02 filler pic x(1) value spaces.
           02 out-cl-prior-count pic z(7)9.
           02 filler pic x(1) value spaces.
           02 out-cl-cur-count pic z(8)9.
           02 filler pic x(1) value spaces.
           02 out-cl-prior-mean pic -(10)9.99.
           02 filler pic x(1) value spaces.
           02 out-cl-cur-mean pic -(10)9.99.
           02 filler pic x(1) value spaces.
           02 out-cl-swing pic -(4)9.99.
           02 filler pic x(1) value spaces.
           02 out-cl-flag pic x(10).

       01 appeared-head-line.
           02 filler pic x(50) value
               'centres in the current run but not the prior run'.

       01 vanished-head-line.
           02 filler pic x(50) value
               'centres in the prior run but not the current run'.

*> one centre found in only one of the two runs
       01 single-line.
           02 out-sl-code pic x(10).
           02 filler pic x(10) value ' - count '.
           02 out-sl-count pic z(7)9.
           02 filler pic x(9) value ' - mean '.
           02 out-sl-mean pic -(14)9.9(4).

       01 none-line.
           02 filler pic x(6) value 'none'.

       01 no-prior-line.
           02 filler pic x(56) value
               'no earlier run on the snapshot file - nothing to compare'.

*> the tallies that close the report
       01 count-line.
           02 out-count-label pic x(26).
           02 out-count pic -(8)9.

       procedure division.
*> settles which two runs are being compared, loads both runs'
*> centres off the snapshot file, then lists every centre's swing and
*> the centres that came or went between the two runs
           perform read-parameters.
           perform find-current-run.
           open output ofile.
           perform find-prior-run.
           perform write-report-header.
           move 0 to compared-count.
           move 0 to high-count.
           move 0 to severe-count.
           move 0 to appeared-count.
           move 0 to vanished-count.
           if prior-stamp = 0
               write report-output from no-prior-line after advancing 1 lines
               move 4 to new-rc
               perform raise-rc
           else
               perform load-run-groups
               perform compare-groups
               perform list-appeared
               perform list-vanished
           end-if.
           perform write-report-trailer.
           perform finish.

*> reads the file names, the run dates and the limits for the run;
*> anything left blank falls back to how stats names things and to
*> the swing threshold stats uses against the prior run
           read-parameters.
               move spaces to ws-ctl-status.
               open input control-file.
               if ws-ctl-status not = '00'
                   display 'grpcmp: control file (SYSIN) not found or unreadable, status = ' ws-ctl-status
                   move 8 to return-code
                   stop run
               end-if.
               read control-file into control-record
                   at end move spaces to control-record
               end-read.
               close control-file.
               if ctl-lock-wait is numeric and ctl-lock-wait > 0
                   move ctl-lock-wait to lock-wait
               else
                   move 60 to lock-wait
               end-if.
               move ctl-lockfile to ws-lockfname.
               if ws-lockfname = spaces
                   move 'STATLOCK.DAT' to ws-lockfname
               end-if.
               move ctl-snapfile to ws-snapfname.
               if ws-snapfname = spaces
                   move 'STATSNAP.DAT' to ws-snapfname
               end-if.
               move ctl-ofile to ws-ofname.
               if ws-ofname = spaces
                   move 'STATGCMP.RPT' to ws-ofname
               end-if.
               if ctl-cur-date is numeric
                   move ctl-cur-date to cur-date-wanted
               else
                   move 0 to cur-date-wanted
               end-if.
               if ctl-prior-date is numeric
                   move ctl-prior-date to prior-date-wanted
               else
                   move 0 to prior-date-wanted
               end-if.
               if ctl-swing-pct is numeric and ctl-swing-pct > 0
                   move ctl-swing-pct to swing-limit
               else
                   move 10 to swing-limit
               end-if.
               if ctl-severe-pct is numeric and ctl-severe-pct > 0
                   move ctl-severe-pct to severe-limit
               else
                   move 50 to severe-limit
               end-if.
               if severe-limit < swing-limit
                   move swing-limit to severe-limit
               end-if.
               move ctl-opslog to ws-opsfname.
               if ws-opsfname = spaces
                   move 'STATOPS.DAT' to ws-opsfname
               end-if.
               accept run-date from date yyyymmdd.
               accept run-time from time.
               compute run-time-disp = run-time / 100.

*> first pass - the latest run on file, or the latest run on the date
*> asked for; a snapshot file that cannot be read, or that holds no
*> such run, stops the comparison before a report is written
           find-current-run.
               move 0 to cur-stamp.
               move 0 to snap-read-count.
               move spaces to ws-snap-status.
               open input snapshot-file.
               if ws-snap-status not = '00'
                   display 'grpcmp: snapshot file ' ws-snapfname ' not found or unreadable, status = ' ws-snap-status
                   perform abort-run-log
                   move run-rc to return-code
                   stop run
               end-if.
               move 'n' to snap-eof.
               perform until snap-eof = 'y'
                   read snapshot-file
                       at end move 'y' to snap-eof
                       not at end
                           add 1 to snap-read-count
                           compute row-stamp = snap-run-date * 1000000
                               + snap-run-time
                           if (cur-date-wanted = 0
                                   or snap-run-date = cur-date-wanted)
                                   and row-stamp > cur-stamp
                               move row-stamp to cur-stamp
                           end-if
                   end-read
               end-perform.
               close snapshot-file.
               if cur-stamp = 0
                   if cur-date-wanted = 0
                       display 'grpcmp: snapshot file ' ws-snapfname ' holds no runs'
                   else
                       display 'grpcmp: no run dated ' cur-date-wanted ' on snapshot file ' ws-snapfname
                   end-if
                   perform abort-run-log
                   move run-rc to return-code
                   stop run
               end-if.

*> second pass - the run to compare against: the latest run on the
*> date asked for, or else the latest run before the current one; a
*> prior date that finds no run, or finds the current run itself, is
*> a card mistake and stops the comparison with the condition code
*> that says so
           find-prior-run.
               move 0 to prior-stamp.
               open input snapshot-file.
               move 'n' to snap-eof.
               perform until snap-eof = 'y'
                   read snapshot-file
                       at end move 'y' to snap-eof
                       not at end
                           compute row-stamp = snap-run-date * 1000000
                               + snap-run-time
                           if prior-date-wanted = 0
                               if row-stamp < cur-stamp
                                       and row-stamp > prior-stamp
                                   move row-stamp to prior-stamp
                               end-if
                           else
                               if snap-run-date = prior-date-wanted
                                       and row-stamp not = cur-stamp
                                       and row-stamp > prior-stamp
                                   move row-stamp to prior-stamp
                               end-if
                           end-if
                   end-read
               end-perform.
               close snapshot-file.
               if prior-date-wanted > 0 and prior-stamp = 0
                   display 'grpcmp: no run dated ' prior-date-wanted ' on snapshot file ' ws-snapfname ' apart from the current run'
                   close ofile
                   perform abort-run-log
                   move run-rc to return-code
                   stop run
               end-if.

*> third pass - both runs' centres into their tables; a set of rows
*> is one run stamp written by one run, so an amendment's
*> restatement - the same run stamp under its own amend stamp - is a
*> later set and replaces the set before it, whether or not other
*> rows came between; rows written before the amend stamp was kept
*> read as an ordinary run's
           load-run-groups.
               move 0 to cur-count.
               move 0 to prior-count.
               move 0 to dropped-count.
               move spaces to last-row-id.
               open input snapshot-file.
               move 'n' to snap-eof.
               perform until snap-eof = 'y'
                   read snapshot-file
                       at end move 'y' to snap-eof
                       not at end
                           compute row-stamp = snap-run-date * 1000000
                               + snap-run-time
                           move row-stamp to row-id-stamp
                           if snap-amend-date is numeric
                                   and snap-amend-time is numeric
                               move snap-amend-date to row-id-amend-date
                               move snap-amend-time to row-id-amend-time
                           else
                               move 0 to row-id-amend-date
                               move 0 to row-id-amend-time
                           end-if
                           if row-stamp = cur-stamp
                               if last-row-id not = row-id
                                   move 0 to cur-count
                               end-if
                               perform load-current-row
                           end-if
                           if row-stamp = prior-stamp
                               if last-row-id not = row-id
                                   move 0 to prior-count
                               end-if
                               perform load-prior-row
                           end-if
                           move row-id to last-row-id
                   end-read
               end-perform.
               close snapshot-file.
               if dropped-count > 0
                   display 'grpcmp: ' dropped-count ' snapshot rows past the 5000 centres the tables hold were not compared'
                   move 4 to new-rc
                   perform raise-rc
               end-if.

           load-current-row.
               if cur-count < 5000
                   add 1 to cur-count
                   move snap-group to cg-code(cur-count)
                   move snap-count to cg-count(cur-count)
                   move snap-mean to cg-mean(cur-count)
               else
                   add 1 to dropped-count
               end-if.

           load-prior-row.
               if prior-count < 5000
                   add 1 to prior-count
                   move snap-group to pg-code(prior-count)
                   move snap-count to pg-count(prior-count)
                   move snap-mean to pg-mean(prior-count)
                   move 'n' to pg-matched(prior-count)
               else
                   add 1 to dropped-count
               end-if.

*> every centre of the current run that the prior run also carried,
*> with its swing measured the way stats measures a run's swing
*> against the prior run - as a percentage of the prior figure
           compare-groups.
               write report-output from compare-col-line after advancing 1 lines.
               perform varying cg-ix from 1 by 1 until cg-ix is greater than cur-count
                   move 0 to found-ix
                   perform varying pg-ix from 1 by 1
                           until pg-ix is greater than prior-count
                       if pg-code(pg-ix) = cg-code(cg-ix)
                               and found-ix = 0
                           move pg-ix to found-ix
                       end-if
                   end-perform
                   if found-ix > 0
                       move 'y' to pg-matched(found-ix)
                       perform compare-one-group
                   end-if
               end-perform.

           compare-one-group.
               add 1 to compared-count.
               if pg-mean(found-ix) = 0
                   move 0 to swing-pct
               else
                   compute swing-pct rounded =
                       ((cg-mean(cg-ix) - pg-mean(found-ix))
                           / pg-mean(found-ix)) * 100
               end-if.
               if swing-pct < 0
                   compute swing-pct = swing-pct * -1
               end-if.
               move spaces to out-cl-flag.
               if swing-pct > severe-limit
                   add 1 to severe-count
                   move '* SEVERE *' to out-cl-flag
                   move 8 to new-rc
                   perform raise-rc
               else
                   if swing-pct > swing-limit
                       add 1 to high-count
                       move '** HIGH **' to out-cl-flag
                       move 4 to new-rc
                       perform raise-rc
                   end-if
               end-if.
               move cg-code(cg-ix) to out-cl-code.
               move pg-count(found-ix) to out-cl-prior-count.
               move cg-count(cg-ix) to out-cl-cur-count.
               move pg-mean(found-ix) to out-cl-prior-mean.
               move cg-mean(cg-ix) to out-cl-cur-mean.
               move swing-pct to out-cl-swing.
               write report-output from compare-line after advancing 1 lines.

*> centres with data in the current run and none in the prior one -
*> a new centre, or a code keyed wrong in one of the extracts
           list-appeared.
               write report-output from under-line after advancing 1 lines.
               write report-output from appeared-head-line after advancing 1 lines.
               perform varying cg-ix from 1 by 1 until cg-ix is greater than cur-count
                   move 0 to found-ix
                   perform varying pg-ix from 1 by 1
                           until pg-ix is greater than prior-count
                       if pg-code(pg-ix) = cg-code(cg-ix)
                           move pg-ix to found-ix
                       end-if
                   end-perform
                   if found-ix = 0
                       add 1 to appeared-count
                       move cg-code(cg-ix) to out-sl-code
                       move cg-count(cg-ix) to out-sl-count
                       move cg-mean(cg-ix) to out-sl-mean
                       write report-output from single-line after advancing 1 lines
                   end-if
               end-perform.
               if appeared-count = 0
                   write report-output from none-line after advancing 1 lines
               else
                   move 4 to new-rc
                   perform raise-rc
               end-if.

*> centres that had data in the prior run and none now - a closed
*> centre, or a feed that has stopped sending its records
           list-vanished.
               write report-output from under-line after advancing 1 lines.
               write report-output from vanished-head-line after advancing 1 lines.
               perform varying pg-ix from 1 by 1 until pg-ix is greater than prior-count
                   if pg-matched(pg-ix) not = 'y'
                       add 1 to vanished-count
                       move pg-code(pg-ix) to out-sl-code
                       move pg-count(pg-ix) to out-sl-count
                       move pg-mean(pg-ix) to out-sl-mean
                       write report-output from single-line after advancing 1 lines
                   end-if
               end-perform.
               if vanished-count = 0
                   write report-output from none-line after advancing 1 lines
               else
                   move 4 to new-rc
                   perform raise-rc
               end-if.

           write-report-header.
               move run-date to out-run-date.
               move run-time-disp(1:2) to out-run-time-hh.
               move run-time-disp(3:2) to out-run-time-mm.
               move run-time-disp(5:2) to out-run-time-ss.
               move ws-snapfname to out-snap-fname.
               write report-output from title-line after advancing 0 lines.
               write report-output from under-line after advancing 1 lines.
               write report-output from header-date-line after advancing 1 lines.
               write report-output from header-snapfile-line after advancing 1 lines.
               move 'current run: ' to out-hr-label.
               compute out-hr-date = cur-stamp / 1000000.
               move cur-stamp(9:6) to out-hr-time.
               write report-output from header-run-line after advancing 1 lines.
               if prior-stamp > 0
                   move 'prior run: ' to out-hr-label
                   compute out-hr-date = prior-stamp / 1000000
                   move prior-stamp(9:6) to out-hr-time
                   write report-output from header-run-line after advancing 1 lines
               end-if.
               move swing-limit to out-hl-swing.
               move severe-limit to out-hl-severe.
               write report-output from header-limit-line after advancing 1 lines.
               write report-output from under-line after advancing 1 lines.

           write-report-trailer.
               write report-output from under-line after advancing 1 lines.
               move 'centres compared = ' to out-count-label.
               move compared-count to out-count.
               write report-output from count-line after advancing 1 line.
               move 'past swing threshold = ' to out-count-label.
               move high-count to out-count.
               write report-output from count-line after advancing 1 line.
               move 'past severe limit = ' to out-count-label.
               move severe-count to out-count.
               write report-output from count-line after advancing 1 line.
               move 'centres appeared = ' to out-count-label.
               move appeared-count to out-count.
               write report-output from count-line after advancing 1 line.
               move 'centres disappeared = ' to out-count-label.
               move vanished-count to out-count.
               write report-output from count-line after advancing 1 line.

*> moves the condition code up to new-rc when that is worse than what
*> the run has collected so far; it never moves it back down
           raise-rc.
               if new-rc > run-rc
                   move new-rc to run-rc
               end-if.

*> closes the report and hands the verdict back to the scheduler
           finish.
               close ofile.
               perform write-ops-log.
               move run-rc to return-code.
               stop run.

*> one record on the shared operations log - what ran, against which
*> files, how many centres were compared against how many were
*> flagged, and the final verdict
           write-ops-log.
               move ws-opsfname to lock-name.
               perform get-lock.
               if lock-got = 'y'
                   perform append-ops-record
                   perform drop-lock
               else
                   display 'grpcmp: operations log ' ws-opsfname ' held by ' lock-holder ' - run not logged, condition code was ' run-rc
                   move 12 to run-rc
               end-if.

*> the record itself - the log is opened extend, or output the first
*> time it is written
           append-ops-record.
               move spaces to ws-ops-status.
               open extend ops-file.
               if ws-ops-status not = '00'
                   open output ops-file
               end-if.
               move 'grpcmp' to ops-program.
               move run-date to ops-run-date.
               move run-time-disp to ops-run-time.
               move ws-snapfname to ops-input-file.
               move ws-ofname to ops-output-file.
               move compared-count to ops-accepted.
               compute ops-rejected = high-count + severe-count
                   + appeared-count + vanished-count.
               move run-rc to ops-rc.
               write ops-log-record.
               close ops-file.

*> logs a run that has to stop before the comparison is made - the
*> morning page must show the failed step, not a gap; the tallies
*> have not been touched yet, so they log as zero
           abort-run-log.
               move 8 to new-rc.
               perform raise-rc.
               move 0 to compared-count.
               move 0 to high-count.
               move 0 to severe-count.
               move 0 to appeared-count.
               move 0 to vanished-count.
               perform write-ops-log.

*> one try at the lock named in lock-name - writes this run's claim
*> to the lock control file, whose key turns it away when another
*> step already holds the name; the holder is read back so a wait
*> that runs out can say who is in the way.  the file is open only
*> for the try itself, so a step holding locks never keeps the rest
*> of the suite out of the lock file
           try-lock.
               move spaces to lock-holder.
               move 0 to lock-held-date.
               move 0 to lock-held-time.
               move spaces to ws-lock-status.
               open i-o lock-file.
               if ws-lock-status = '35'
                   open output lock-file
                   close lock-file
                   move spaces to ws-lock-status
                   open i-o lock-file
               end-if.
               move ws-lock-status to lock-open-status.
               if ws-lock-status = '00'
                   move lock-name to lock-resource
                   move 'grpcmp' to lock-program
                   accept lock-since-date from date yyyymmdd
                   accept lock-now from time
                   compute lock-since-time = lock-now / 100
                   move run-date to lock-run-date
                   move run-time-disp to lock-run-time
                   write lock-record
                       invalid key
                           read lock-file
                               invalid key
                                   continue
                               not invalid key
                                   move lock-program to lock-holder
                                   move lock-since-date to lock-held-date
                                   move lock-since-time to lock-held-time
                           end-read
                       not invalid key
                           move 'y' to lock-got
                   end-write
                   close lock-file
               end-if.

*> tries the lock in lock-name once a second until it is got or the
*> wait the control card allows has run out
           get-lock.
               move 'n' to lock-got.
               move 0 to lock-waited.
               perform try-lock.
               perform until lock-got = 'y' or lock-waited not less than lock-wait
                   call 'C$SLEEP' using lock-pause
                   add 1 to lock-waited
                   perform try-lock
               end-perform.

*> gives back the lock in lock-name - only while the record still
*> carries this run's stamp, so a lock cleared by hand and since taken
*> by another step is left to that step. the lock file being open to
*> another step's try is usual, so the open is tried once a second up
*> to the card's wait; a lock that still cannot be given back is
*> reported and raises the condition code, since the next step to
*> want the file would otherwise wait out its limit on a finished run
           drop-lock.
               move 0 to lock-waited.
               perform open-lock-update.
               perform until ws-lock-status = '00' or ws-lock-status = '35'
                       or lock-waited not less than lock-wait
                   call 'C$SLEEP' using lock-pause
                   add 1 to lock-waited
                   perform open-lock-update
               end-perform.
               if ws-lock-status not = '00' and ws-lock-status not = '35'
                   display 'grpcmp: lock on ' lock-name ' not released, lock file status = ' ws-lock-status ' - clear it with lockmnt'
                   move 4 to new-rc
                   perform raise-rc
               end-if.
               if ws-lock-status = '00'
                   move lock-name to lock-resource
                   read lock-file
                       invalid key
                           continue
                       not invalid key
                           if lock-program = 'grpcmp'
                                   and lock-run-date = run-date
                                   and lock-run-time = run-time-disp
                               delete lock-file record
                                   invalid key
                                       continue
                               end-delete
                           end-if
                   end-read
                   close lock-file
               end-if.

*> opens the lock file to give a lock back
           open-lock-update.
               move spaces to ws-lock-status.
               open i-o lock-file.
