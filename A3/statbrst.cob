
       identification division.
       program-id. statbrst.

       environment division.
       input-output section.
       file-control.
*> control-file carries the run options the same way stats reads its
*> own - from a fixed logical name an unattended batch step can point
*> at a JCL SYSIN/PARM dataset
       select control-file assign to "SYSIN"
               organization is line sequential
               file status is ws-ctl-status.
*> the group summary the last group-mode stats or statmrg run left -
*> the run record, each group's figures, the group-exception rows
       select summary-file assign to dynamic ws-sumfname
               organization is line sequential
               file status is ws-sum-status.
*> the same run's rejects and outliers, as stats writes them
       select reject-file assign to dynamic ws-rejfname
               organization is line sequential
               file status is ws-rej-status.
       select outlier-file assign to dynamic ws-outfname
               organization is line sequential
               file status is ws-out-status.
*> the distribution list - one record per group code, in code order
*> the way the group master is kept, naming the centre's owner and
*> where the centre's report is delivered
       select dist-file assign to dynamic ws-distfname
               organization is line sequential
               file status is ws-dist-status.
*> one report file per released centre, named from the stem and the
*> group code
       select burst-file assign to dynamic ws-burstfname
               organization is line sequential
               file status is ws-burst-status.
*> the control report - every centre held back, with its figures, and
*> the run's tallies; it goes to operations, never to an owner
       select control-report assign to dynamic ws-ctlrptfname
               organization is line sequential.
*> the distribution manifest - appended every run, one record per
*> centre saying which file went to whom, or that it was held
       select manifest-file assign to dynamic ws-manfname
               organization is line sequential
               file status is ws-man-status.
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
           02 ctl-sumfile      pic x(30).
           02 ctl-rejfile      pic x(30).
           02 ctl-outfile      pic x(30).
           02 ctl-distfile     pic x(30).
           02 ctl-stem         pic x(15).
           02 ctl-manfile      pic x(30).
           02 ctl-ctlrpt       pic x(30).
           02 ctl-opslog       pic x(30).
           02 ctl-lock-wait    pic 9(3).
           02 ctl-lockfile     pic x(30).
       fd summary-file.
*> r - the run itself, written last, once the verdict is settled
       01 sum-run-record.
           02 sumr-type        pic x(1).
           02 sumr-run-date    pic 9(8).
           02 sumr-run-time    pic 9(6).
*> the run an amendment restates - zero on an ordinary run
           02 sumr-amend-date  pic 9(8).
           02 sumr-amend-time  pic 9(6).
           02 sumr-program     pic x(8).
           02 sumr-input       pic x(30).
           02 sumr-output      pic x(30).
           02 sumr-accepted    pic 9(8).
           02 sumr-rejected    pic 9(8).
*> b in balance, o out of balance, blank when no control totals came
           02 sumr-recon       pic x(1).
           02 sumr-rc          pic 9(4).
*> g - one group's figures; a active, i inactive, u unknown to the
*> group master, blank when no master was loaded
       01 sum-group-record.
           02 sumg-type        pic x(1).
           02 sumg-group       pic x(10).
           02 sumg-desc        pic x(30).
           02 sumg-master      pic x(1).
           02 sumg-count       pic 9(8).
           02 sumg-sum         pic s9(14)v9(4).
           02 sumg-mean        pic s9(14)v9(4).
           02 sumg-std         pic s9(14)v9(4).
           02 sumg-median      pic s9(14)v9(4).
           02 sumg-min         pic s9(14)v9(4).
           02 sumg-max         pic s9(14)v9(4).
*> x - one group-exception row, as the report lists it
       01 sum-exc-record.
           02 sumx-type        pic x(1).
           02 sumx-group       pic x(10).
           02 sumx-file        pic x(30).
           02 sumx-line        pic 9(8).
           02 sumx-reason      pic x(14).
       fd reject-file.
*> stats' reject-line - the raw line is the extract's own layout, so
*> the group code sits where the input record keeps it
       01 reject-record.
           02 rj-line-no       pic x(8).
           02 filler           pic x(3).
           02 rj-file-name     pic x(30).
           02 filler           pic x(3).
           02 rj-raw-data      pic x(80).
           02 rj-raw-view redefines rj-raw-data.
               03 rj-raw-value     pic x(18).
               03 rj-raw-group     pic x(10).
               03 filler           pic x(52).
       fd outlier-file.
*> stats' outlier-line
       01 outlier-record.
           02 ol-line-no       pic x(8).
           02 filler           pic x(3).
           02 ol-file-name     pic x(30).
           02 filler           pic x(3).
           02 ol-value         pic x(20).
           02 filler           pic x(3).
           02 ol-group         pic x(10).
           02 filler           pic x(3).
           02 ol-run-date      pic x(8).
       fd dist-file.
       01 dist-record.
           02 dl-code          pic x(10).
           02 dl-owner         pic x(30).
           02 dl-dest          pic x(30).
       fd burst-file.
       01 burst-output         pic x(132).
       fd control-report.
       01 control-output       pic x(132).
       fd manifest-file.
       01 manifest-record.
*> the stats run the centre's figures came from
           02 man-run-date     pic 9(8).
           02 man-run-time     pic 9(6).
*> when the burst was made
           02 man-burst-date   pic 9(8).
           02 man-burst-time   pic 9(6).
           02 man-group        pic x(10).
           02 man-file         pic x(30).
           02 man-owner        pic x(30).
           02 man-dest         pic x(30).
           02 man-lines        pic 9(6).
*> released to the owner, or held on the control report
           02 man-status       pic x(8).
           02 man-reason       pic x(34).
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
       77 ws-sumfname       pic x(30).
       77 ws-rejfname       pic x(30).
       77 ws-outfname       pic x(30).
       77 ws-distfname      pic x(30).
       77 ws-burstfname     pic x(30).
       77 ws-ctlrptfname    pic x(30).
       77 ws-manfname       pic x(30).
       77 ws-stem           pic x(15).
       77 ws-ctl-status     pic x(2).
       77 ws-sum-status     pic x(2).
       77 ws-rej-status     pic x(2).
       77 ws-out-status     pic x(2).
       77 ws-dist-status    pic x(2).
       77 ws-burst-status   pic x(2).
       77 ws-man-status     pic x(2).

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
*> 0 when every centre went to its owner, 4 when a centre was held on
*> the control report, the distribution list needs attention, or the
*> run burst was out of balance, 8 when there is no finished run to
*> burst
       77 run-rc            pic s9(4) usage is computational value 0.
       77 new-rc            pic s9(4) usage is computational.

       77 run-date          pic 9(8).
       77 run-time          pic 9(8).
       77 run-time-disp     pic 9(6).

       77 sum-eof           pic x(1).
       77 rej-eof           pic x(1).
       77 out-eof           pic x(1).
       77 dist-eof          pic x(1).

*> the run record off the summary, kept for every centre's header
       77 run-found         pic x(1).
           88 run-was-found    value 'y'.
       01 run-info.
           02 ri-run-date      pic 9(8).
           02 ri-run-time      pic 9(6).
           02 ri-amend-date    pic 9(8).
           02 ri-amend-time    pic 9(6).
           02 ri-program       pic x(8).
           02 ri-input         pic x(30).
           02 ri-output        pic x(30).
           02 ri-accepted      pic 9(8).
           02 ri-rejected      pic 9(8).
           02 ri-recon         pic x(1).
               88 ri-in-balance    value 'b'.
               88 ri-out-of-balance value 'o'.
           02 ri-rc            pic 9(4).

*> the run's groups, in the order the summary gives them
       77 grp-count         pic s9(8) usage is computational.
       77 grp-ix            pic s9(8) usage is computational.
       77 grp-dropped       pic s9(8) usage is computational.
       01 group-table.
           02 group-entry occurs 5000 times.
               03 gt-code       pic x(10).
               03 gt-desc       pic x(30).
               03 gt-master     pic x(1).
                   88 gt-unknown    value 'u'.
                   88 gt-inactive   value 'i'.
               03 gt-count      pic 9(8).
               03 gt-fig        pic s9(14)v9(4) usage is computational-3
                   occurs 6 times.

*> the distribution list, one entry per group code
       77 dist-count        pic s9(8) usage is computational.
       77 dist-ix           pic s9(8) usage is computational.
       77 dist-found-ix     pic s9(8) usage is computational.
       77 dist-dup-count    pic s9(8) usage is computational.
       77 dist-dropped      pic s9(8) usage is computational.
       77 dist-loaded       pic x(1).
           88 dist-on-file     value 'y'.
       01 dist-table.
           02 dist-entry occurs 2000 times.
               03 dt-code       pic x(10).
               03 dt-owner      pic x(30).
               03 dt-dest       pic x(30).
*> the codes the list carries more than once, for the control report
       77 dup-ix            pic s9(8) usage is computational.
       01 dup-table.
           02 dup-code pic x(10) occurs 200 times.

*> where the centre being written goes - its own file, or the control
*> report - and why it was held when it was
       77 out-target        pic x(1).
           88 to-burst-file    value 'b'.
           88 to-control       value 'c'.
       77 hold-reason       pic x(34).
       77 burst-lines       pic s9(8) usage is computational.
       77 sect-rejects      pic s9(8) usage is computational.
       77 sect-outliers     pic s9(8) usage is computational.
       77 sect-exceptions   pic s9(8) usage is computational.
       77 fig-ix            pic s9(4) usage is computational.
       77 stray-rejects     pic s9(8) usage is computational.
       77 code-found        pic x(1).
           88 code-is-known    value 'y'.

*> the run's tallies
       77 released-count    pic s9(8) usage is computational.
       77 held-count        pic s9(8) usage is computational.
       77 no-owner-count    pic s9(8) usage is computational.
       77 inactive-count    pic s9(8) usage is computational.
       77 unknown-count     pic s9(8) usage is computational.

*> one line of a centre's section - built here and written to the
*> centre's file or the control report, whichever it is going to
       01 print-rec         pic x(132).

*> first line title of each report
       01 title-line.
           02 filler pic x(24) value 'cost centre statistics'.
           02 out-title-code pic x(10).
           02 filler pic x(3) value ' - '.
           02 out-title-desc pic x(30).

       01 control-title-line.
           02 filler pic x(51) value
               'report burst control - centres held and run tallies'.

*> underline for the output files
       01 under-line.
           02 filler pic x(42) value
               '******************************************'.

       01 header-date-line.
           02 filler pic x(11) value 'run date: '.
           02 out-run-date pic 9999/99/99.
           02 filler pic x(9) value '  time: '.
           02 out-run-time-hh pic 99.
           02 filler pic x(1) value ':'.
           02 out-run-time-mm pic 99.
           02 filler pic x(1) value ':'.
           02 out-run-time-ss pic 99.

       01 header-amend-line.
           02 filler pic x(25) value 'amendment of the run of '.
           02 out-amend-date pic 9999/99/99.
           02 filler pic x(1) value space.
           02 out-amend-time pic 99b99b99.

       01 header-input-line.
           02 filler pic x(8) value 'input: '.
           02 out-input pic x(30).
           02 filler pic x(9) value ' run by: '.
           02 out-program pic x(8).

       01 header-owner-line.
           02 filler pic x(8) value 'owner: '.
           02 out-owner pic x(30).
           02 filler pic x(14) value ' destination: '.
           02 out-dest pic x(30).

       01 header-recon-line.
           02 filler pic x(16) value 'reconciliation: '.
           02 out-recon pic x(60).

       01 held-line.
           02 filler pic x(12) value 'held back - '.
           02 out-held-reason pic x(34).

*> one of the centre's figures
       01 figure-line.
           02 out-fig-label pic x(24).
           02 out-fig-value pic -(14)9.9(4).

       01 count-figure-line.
           02 filler pic x(24) value 'values accepted = '.
           02 out-fig-count pic z(7)9.

       01 section-line.
           02 out-section pic x(60).

*> a reject or outlier line, exactly as stats wrote it
       01 copied-line.
           02 filler pic x(3) value spaces.
           02 out-copied pic x(124).

       01 exception-line.
           02 filler pic x(3) value spaces.
           02 out-ex-line pic z(7)9.
           02 filler pic x(3) value ' - '.
           02 out-ex-file pic x(30).
           02 filler pic x(3) value ' - '.
           02 out-ex-reason pic x(14).

       01 dist-dup-line.
           02 filler pic x(36) value
               'duplicate distribution entry for '.
           02 out-dup-code pic x(10).
           02 filler pic x(30) value ' - first entry stands'.

       01 verdict-line.
           02 filler pic x(9) value 'verdict: '.
           02 out-verdict pic x(60).

*> the tallies that close each report
       01 count-line.
           02 out-count-label pic x(26).
           02 out-count pic -(8)9.

       procedure division.
*> cuts the last group-mode run into one report per cost centre for
*> the owner the distribution list names; a centre with no owner, or
*> one the group master does not carry as active, goes on the control
*> report instead, and every centre is entered on the manifest
           perform read-parameters.
           perform load-summary.
           perform load-distribution.
           open output control-report.
           perform write-control-header.
           perform open-manifest.
           perform burst-one-group
               varying grp-ix from 1 by 1 until grp-ix > grp-count.
           perform stray-reject-scan.
           close manifest-file.
           perform write-control-trailer.
           perform finish.

*> reads the file names; anything left blank falls back to how stats
*> names things
           read-parameters.
               move spaces to ws-ctl-status.
               open input control-file.
               if ws-ctl-status not = '00'
                   display 'statbrst: control file (SYSIN) not found or unreadable, status = ' ws-ctl-status
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
               move ctl-sumfile to ws-sumfname.
               if ws-sumfname = spaces
                   move 'STATGSUM.DAT' to ws-sumfname
               end-if.
               move ctl-rejfile to ws-rejfname.
               if ws-rejfname = spaces
                   move 'STATREJ.DAT' to ws-rejfname
               end-if.
               move ctl-outfile to ws-outfname.
               if ws-outfname = spaces
                   move 'STATOUT.DAT' to ws-outfname
               end-if.
               move ctl-distfile to ws-distfname.
               if ws-distfname = spaces
                   move 'STATDIST.DAT' to ws-distfname
               end-if.
               move ctl-stem to ws-stem.
               if ws-stem = spaces
                   move 'STATBRST' to ws-stem
               end-if.
               move ctl-manfile to ws-manfname.
               if ws-manfname = spaces
                   move 'STATBMAN.DAT' to ws-manfname
               end-if.
               move ctl-ctlrpt to ws-ctlrptfname.
               if ws-ctlrptfname = spaces
                   move 'STATBCTL.RPT' to ws-ctlrptfname
               end-if.
               move ctl-opslog to ws-opsfname.
               if ws-opsfname = spaces
                   move 'STATOPS.DAT' to ws-opsfname
               end-if.
               move 0 to released-count.
               move 0 to held-count.
               move 0 to no-owner-count.
               move 0 to inactive-count.
               move 0 to unknown-count.
               move 0 to stray-rejects.
               accept run-date from date yyyymmdd.
               accept run-time from time.
               compute run-time-disp = run-time / 100.

*> loads the run record and the groups off the summary; a summary
*> that is missing, or has no run record because the run never got to
*> write one, stops the burst before any centre is sent anything
           load-summary.
               move 0 to grp-count.
               move 0 to grp-dropped.
               move 'n' to run-found.
               move spaces to ws-sum-status.
               open input summary-file.
               if ws-sum-status not = '00'
                   display 'statbrst: group summary ' ws-sumfname ' not found or unreadable, status = ' ws-sum-status
                   perform abort-run-log
                   move run-rc to return-code
                   stop run
               end-if.
               move 'n' to sum-eof.
               perform until sum-eof = 'y'
                   read summary-file
                       at end move 'y' to sum-eof
                       not at end
                           evaluate sumr-type
                               when 'r'
                                   move 'y' to run-found
                                   move sum-run-record(2:) to run-info
                               when 'g'
                                   perform take-group
                           end-evaluate
                   end-read
               end-perform.
               close summary-file.
               if not run-was-found
                   display 'statbrst: group summary ' ws-sumfname ' holds no run record - the run did not finish, nothing burst'
                   perform abort-run-log
                   move run-rc to return-code
                   stop run
               end-if.
               if ri-out-of-balance
                   move 4 to new-rc
                   perform raise-rc
               end-if.

           take-group.
               if grp-count < 5000
                   add 1 to grp-count
                   move sumg-group to gt-code(grp-count)
                   move sumg-desc to gt-desc(grp-count)
                   move sumg-master to gt-master(grp-count)
                   move sumg-count to gt-count(grp-count)
                   move sumg-sum to gt-fig(grp-count, 1)
                   move sumg-mean to gt-fig(grp-count, 2)
                   move sumg-std to gt-fig(grp-count, 3)
                   move sumg-median to gt-fig(grp-count, 4)
                   move sumg-min to gt-fig(grp-count, 5)
                   move sumg-max to gt-fig(grp-count, 6)
               else
                   add 1 to grp-dropped
                   move 4 to new-rc
                   perform raise-rc
               end-if.

*> loads the distribution list; a code entered twice keeps its first
*> entry and is listed, and a missing list holds every centre back
           load-distribution.
               move 0 to dist-count.
               move 0 to dist-dup-count.
               move 0 to dist-dropped.
               move 'n' to dist-loaded.
               move spaces to ws-dist-status.
               open input dist-file.
               if ws-dist-status = '00'
                   move 'y' to dist-loaded
                   move 'n' to dist-eof
                   perform until dist-eof = 'y'
                       read dist-file
                           at end move 'y' to dist-eof
                           not at end
                               if dl-code not = spaces
                                   perform take-dist-entry
                               end-if
                       end-read
                   end-perform
                   close dist-file
               else
                   display 'statbrst: distribution list ' ws-distfname ' not found or unreadable, status = ' ws-dist-status ' - every centre held'
                   move 4 to new-rc
                   perform raise-rc
               end-if.

           take-dist-entry.
               move dl-code to sumg-group.
               perform find-dist-entry.
               if dist-found-ix > 0
                   add 1 to dist-dup-count
                   if dist-dup-count not > 200
                       move dl-code to dup-code(dist-dup-count)
                   end-if
               else
                   if dist-count < 2000
                       add 1 to dist-count
                       move dl-code to dt-code(dist-count)
                       move dl-owner to dt-owner(dist-count)
                       move dl-dest to dt-dest(dist-count)
                   else
                       add 1 to dist-dropped
                   end-if
               end-if.

*> looks sumg-group up on the distribution list; dist-found-ix comes
*> back zero when the code is not on it
           find-dist-entry.
               move 0 to dist-found-ix.
               perform varying dist-ix from 1 by 1
                       until dist-ix > dist-count or dist-found-ix > 0
                   if dt-code(dist-ix) = sumg-group
                       move dist-ix to dist-found-ix
                   end-if
               end-perform.

*> the manifest is appended to, so it reads as a record of every
*> night's distribution
           open-manifest.
               move spaces to ws-man-status.
               open extend manifest-file.
               if ws-man-status not = '00'
                   open output manifest-file
               end-if.

*> one centre - routed to its own file when the distribution list
*> gives it an owner and the group master carries it as active, held
*> on the control report otherwise; either way it is on the manifest
           burst-one-group.
               move gt-code(grp-ix) to sumg-group.
               perform find-dist-entry.
               move spaces to hold-reason.
               evaluate true
                   when gt-unknown(grp-ix)
                       move 'code not on the group master' to hold-reason
                       add 1 to unknown-count
                   when gt-inactive(grp-ix)
                       move 'inactive centre received data' to hold-reason
                       add 1 to inactive-count
                   when dist-found-ix = 0
                       move 'no owner on the distribution list' to hold-reason
                       add 1 to no-owner-count
                   when dt-owner(dist-found-ix) = spaces
                       move 'no owner on the distribution list' to hold-reason
                       add 1 to no-owner-count
               end-evaluate.
               if hold-reason = spaces
                   move spaces to ws-burstfname
                   string ws-stem delimited by space
                       '-' delimited by size
                       gt-code(grp-ix) delimited by space
                       '.RPT' delimited by size
                       into ws-burstfname
                   end-string
                   move spaces to ws-burst-status
                   open output burst-file
                   if ws-burst-status not = '00'
                       move 'centre report file cannot be opened' to hold-reason
                   end-if
               end-if.
               if hold-reason = spaces
                   move 'b' to out-target
                   add 1 to released-count
               else
                   move 'c' to out-target
                   add 1 to held-count
                   move 4 to new-rc
                   perform raise-rc
               end-if.
               move 0 to burst-lines.
               perform write-group-section.
               if to-burst-file
                   close burst-file
               end-if.
               perform write-manifest.

*> the centre's section - header, reconciliation verdict, its figures,
*> then its rejects, outliers and group-exception rows
           write-group-section.
               move gt-code(grp-ix) to out-title-code.
               move gt-desc(grp-ix) to out-title-desc.
               if to-burst-file
                   move title-line to print-rec
                   perform put-line
               else
                   move under-line to print-rec
                   perform put-line
                   move title-line to print-rec
                   perform put-line
                   move hold-reason to out-held-reason
                   move held-line to print-rec
                   perform put-line
               end-if.
               move under-line to print-rec.
               perform put-line.
               perform write-run-header.
               if dist-found-ix > 0
                   move dt-owner(dist-found-ix) to out-owner
                   move dt-dest(dist-found-ix) to out-dest
               else
                   move spaces to out-owner
                   move spaces to out-dest
               end-if.
               move header-owner-line to print-rec.
               perform put-line.
               move under-line to print-rec.
               perform put-line.
               move gt-count(grp-ix) to out-fig-count.
               move count-figure-line to print-rec.
               perform put-line.
               perform varying fig-ix from 1 by 1 until fig-ix > 6
                   evaluate fig-ix
                       when 1
                           move 'sum = ' to out-fig-label
                       when 2
                           move 'mean = ' to out-fig-label
                       when 3
                           move 'standard deviation = ' to out-fig-label
                       when 4
                           move 'median = ' to out-fig-label
                       when 5
                           move 'minimum = ' to out-fig-label
                       when other
                           move 'maximum = ' to out-fig-label
                   end-evaluate
                   move gt-fig(grp-ix, fig-ix) to out-fig-value
                   move figure-line to print-rec
                   perform put-line
               end-perform.
               perform group-rejects.
               perform group-outliers.
               perform group-exceptions.
               move under-line to print-rec.
               perform put-line.
               move 'rejected lines = ' to out-count-label.
               move sect-rejects to out-count.
               move count-line to print-rec.
               perform put-line.
               move 'outliers flagged = ' to out-count-label.
               move sect-outliers to out-count.
               move count-line to print-rec.
               perform put-line.
               move 'group code exceptions = ' to out-count-label.
               move sect-exceptions to out-count.
               move count-line to print-rec.
               perform put-line.

*> the run's date and time, the run it restates on an amendment, the
*> input it read, and the reconciliation verdict - the same on every
*> centre's report
           write-run-header.
               move ri-run-date to out-run-date.
               move ri-run-time(1:2) to out-run-time-hh.
               move ri-run-time(3:2) to out-run-time-mm.
               move ri-run-time(5:2) to out-run-time-ss.
               move header-date-line to print-rec.
               perform put-line.
               if ri-amend-date > 0
                   move ri-amend-date to out-amend-date
                   move ri-amend-time to out-amend-time
                   inspect out-amend-time replacing all ' ' by ':'
                   move header-amend-line to print-rec
                   perform put-line
               end-if.
               move ri-input to out-input.
               move ri-program to out-program.
               move header-input-line to print-rec.
               perform put-line.
               evaluate true
                   when ri-in-balance
                       move 'control totals agree - run is in balance' to out-recon
                   when ri-out-of-balance
                       move '*** OUT OF BALANCE *** against the upstream control totals' to out-recon
                   when other
                       move 'no control totals supplied - not reconciled' to out-recon
               end-evaluate.
               move header-recon-line to print-rec.
               perform put-line.

*> the centre's rejected lines; the group code is read off the raw
*> line where the extract keeps it
           group-rejects.
               move 0 to sect-rejects.
               move 'rejected lines' to out-section.
               move section-line to print-rec.
               perform put-line.
               move spaces to ws-rej-status.
               open input reject-file.
               if ws-rej-status = '00'
                   move 'n' to rej-eof
                   perform until rej-eof = 'y'
                       read reject-file
                           at end move 'y' to rej-eof
                           not at end
                               if rj-raw-group = gt-code(grp-ix)
                                   add 1 to sect-rejects
                                   move reject-record to out-copied
                                   move copied-line to print-rec
                                   perform put-line
                               end-if
                       end-read
                   end-perform
                   close reject-file
               end-if.
               if sect-rejects = 0
                   move '   none for this centre' to print-rec
                   perform put-line
               end-if.

           group-outliers.
               move 0 to sect-outliers.
               move 'outliers flagged' to out-section.
               move section-line to print-rec.
               perform put-line.
               move spaces to ws-out-status.
               open input outlier-file.
               if ws-out-status = '00'
                   move 'n' to out-eof
                   perform until out-eof = 'y'
                       read outlier-file
                           at end move 'y' to out-eof
                           not at end
                               if ol-group = gt-code(grp-ix)
                                   add 1 to sect-outliers
                                   move outlier-record to out-copied
                                   move copied-line to print-rec
                                   perform put-line
                               end-if
                       end-read
                   end-perform
                   close outlier-file
               end-if.
               if sect-outliers = 0
                   move '   none for this centre' to print-rec
                   perform put-line
               end-if.

*> the centre's group-exception rows, read back off the summary
           group-exceptions.
               move 0 to sect-exceptions.
               move 'group code exceptions' to out-section.
               move section-line to print-rec.
               perform put-line.
               move spaces to ws-sum-status.
               open input summary-file.
               if ws-sum-status = '00'
                   move 'n' to sum-eof
                   perform until sum-eof = 'y'
                       read summary-file
                           at end move 'y' to sum-eof
                           not at end
                               if sumx-type = 'x'
                                       and sumx-group = gt-code(grp-ix)
                                   add 1 to sect-exceptions
                                   move sumx-line to out-ex-line
                                   move sumx-file to out-ex-file
                                   move sumx-reason to out-ex-reason
                                   move exception-line to print-rec
                                   perform put-line
                               end-if
                       end-read
                   end-perform
                   close summary-file
               end-if.
               if sect-exceptions = 0
                   move '   none for this centre' to print-rec
                   perform put-line
               end-if.

*> rejects whose group code has no figures in the run - a centre
*> whose every line was rejected, or a code keyed wrong - would reach
*> no one, so they are listed on the control report
           stray-reject-scan.
               move 0 to stray-rejects.
               move spaces to ws-rej-status.
               open input reject-file.
               if ws-rej-status = '00'
                   move 'n' to rej-eof
                   perform until rej-eof = 'y'
                       read reject-file
                           at end move 'y' to rej-eof
                           not at end
                               perform stray-reject-check
                       end-read
                   end-perform
                   close reject-file
               end-if.

           stray-reject-check.
               move 'n' to code-found.
               perform varying grp-ix from 1 by 1
                       until grp-ix > grp-count or code-is-known
                   if gt-code(grp-ix) = rj-raw-group
                       move 'y' to code-found
                   end-if
               end-perform.
               if not code-is-known
                   if stray-rejects = 0
                       move spaces to control-output
                       write control-output after advancing 1 lines
                       write control-output from under-line after advancing 1 lines
                       move 'rejected lines for codes with no figures in the run' to out-section
                       write control-output from section-line after advancing 1 lines
                       move 4 to new-rc
                       perform raise-rc
                   end-if
                   add 1 to stray-rejects
                   move reject-record to out-copied
                   write control-output from copied-line after advancing 1 lines
               end-if.

*> writes print-rec to the centre's own file or the control report
           put-line.
               if to-burst-file
                   write burst-output from print-rec after advancing 1 lines
               else
                   write control-output from print-rec after advancing 1 lines
               end-if.
               add 1 to burst-lines.

*> one manifest record - the file and owner for a released centre,
*> the control report and the reason for a held one
           write-manifest.
               move ri-run-date to man-run-date.
               move ri-run-time to man-run-time.
               move run-date to man-burst-date.
               move run-time-disp to man-burst-time.
               move gt-code(grp-ix) to man-group.
               if dist-found-ix > 0
                   move dt-owner(dist-found-ix) to man-owner
                   move dt-dest(dist-found-ix) to man-dest
               else
                   move spaces to man-owner
                   move spaces to man-dest
               end-if.
               move burst-lines to man-lines.
               if to-burst-file
                   move ws-burstfname to man-file
                   move 'released' to man-status
                   move spaces to man-reason
               else
                   move ws-ctlrptfname to man-file
                   move 'held' to man-status
                   move hold-reason to man-reason
               end-if.
               write manifest-record.

           write-control-header.
               write control-output from control-title-line after advancing 0 lines.
               write control-output from under-line after advancing 1 lines.
               move 'c' to out-target.
               perform write-run-header.
               move 'values accepted = ' to out-count-label.
               move ri-accepted to out-count.
               write control-output from count-line after advancing 1 lines.
               move 'lines rejected = ' to out-count-label.
               move ri-rejected to out-count.
               write control-output from count-line after advancing 1 lines.
               if not dist-on-file
                   move 'distribution list not found - every centre held' to out-section
                   write control-output from section-line after advancing 1 lines
               end-if.
               if dist-dup-count > 0
                   perform varying dup-ix from 1 by 1
                           until dup-ix > dist-dup-count or dup-ix > 200
                       move dup-code(dup-ix) to out-dup-code
                       write control-output from dist-dup-line after advancing 1 lines
                   end-perform
                   move 4 to new-rc
                   perform raise-rc
               end-if.
               write control-output from under-line after advancing 1 lines.

           write-control-trailer.
               write control-output from under-line after advancing 2 lines.
               move 'centres in the run = ' to out-count-label.
               move grp-count to out-count.
               write control-output from count-line after advancing 1 line.
               move 'centres released = ' to out-count-label.
               move released-count to out-count.
               write control-output from count-line after advancing 1 line.
               move 'centres held = ' to out-count-label.
               move held-count to out-count.
               write control-output from count-line after advancing 1 line.
               move '  with no owner = ' to out-count-label.
               move no-owner-count to out-count.
               write control-output from count-line after advancing 1 line.
               move '  inactive, given data = ' to out-count-label.
               move inactive-count to out-count.
               write control-output from count-line after advancing 1 line.
               move '  unknown to the master = ' to out-count-label.
               move unknown-count to out-count.
               write control-output from count-line after advancing 1 line.
               move 'stray rejected lines = ' to out-count-label.
               move stray-rejects to out-count.
               write control-output from count-line after advancing 1 line.
               move 'duplicate list entries = ' to out-count-label.
               move dist-dup-count to out-count.
               write control-output from count-line after advancing 1 line.
               if grp-dropped > 0
                   move 'centres past table limit = ' to out-count-label
                   move grp-dropped to out-count
                   write control-output from count-line after advancing 1 line
               end-if.
               if dist-dropped > 0
                   move 'list past table limit = ' to out-count-label
                   move dist-dropped to out-count
                   write control-output from count-line after advancing 1 line
               end-if.
               evaluate true
                   when ri-out-of-balance
                       move 'run is out of balance - check before the reports go out' to out-verdict
                   when held-count > 0
                       move 'centres held - see above before distribution' to out-verdict
                   when run-rc > 0
                       move 'all centres released - see the notes above' to out-verdict
                   when other
                       move 'all centres released' to out-verdict
               end-evaluate.
               write control-output from verdict-line after advancing 1 lines.

*> moves the condition code up to new-rc when that is worse than what
*> the run has collected so far; it never moves it back down
           raise-rc.
               if new-rc > run-rc
                   move new-rc to run-rc
               end-if.

*> closes the control report and hands the verdict back to the
*> scheduler
           finish.
               close control-report.
               perform write-ops-log.
               move run-rc to return-code.
               stop run.

*> one record on the shared operations log - what ran, against which
*> summary, the centres released against the centres held, and the
*> final verdict
           write-ops-log.
               move ws-opsfname to lock-name.
               perform get-lock.
               if lock-got = 'y'
                   perform append-ops-record
                   perform drop-lock
               else
                   display 'statbrst: operations log ' ws-opsfname ' held by ' lock-holder ' - run not logged, condition code was ' run-rc
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
               move 'statbrst' to ops-program.
               move run-date to ops-run-date.
               move run-time-disp to ops-run-time.
               move ws-sumfname to ops-input-file.
               move ws-ctlrptfname to ops-output-file.
               move released-count to ops-accepted.
               move held-count to ops-rejected.
               move run-rc to ops-rc.
               write ops-log-record.
               close ops-file.

*> logs a burst that has to stop before any centre is sent anything -
*> the morning page must show the failed step, not a gap
           abort-run-log.
               move 8 to new-rc.
               perform raise-rc.
               move 0 to released-count.
               move 0 to held-count.
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
                   move 'statbrst' to lock-program
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
                   display 'statbrst: lock on ' lock-name ' not released, lock file status = ' ws-lock-status ' - clear it with lockmnt'
                   move 4 to new-rc
                   perform raise-rc
               end-if.
               if ws-lock-status = '00'
                   move lock-name to lock-resource
                   read lock-file
                       invalid key
                           continue
                       not invalid key
                           if lock-program = 'statbrst'
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
