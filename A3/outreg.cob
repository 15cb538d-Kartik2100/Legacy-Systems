
       identification division.
       program-id. outreg.

       environment division.
       input-output section.
       file-control.
*> control-file carries the run options the same way stats reads its
*> own - from a fixed logical name an unattended batch step can point
*> at a JCL SYSIN/PARM dataset
       select control-file assign to "SYSIN"
               organization is line sequential
               file status is ws-ctl-status.
*> the outlier register - every value any run has flagged, keyed by
*> the run date, the input file and the line number, with what the
*> analysts decided about it; kept in key order
       select register-file assign to dynamic ws-regfname
               organization is line sequential
               file status is ws-reg-status.
*> the outlier file stats or statmrg wrote for the run being merged
       select outlier-file assign to dynamic ws-outfname
               organization is line sequential
               file status is ws-out-status.
*> the analysts' dispositions - one per outlier reviewed, naming it by
*> its register key and saying what it turned out to be
       select disp-file assign to dynamic ws-dspfname
               organization is line sequential
               file status is ws-dsp-status.
*> corrections for values found to be data errors, in the layout
*> rejfix reads its corrections in
       select corr-file assign to dynamic ws-corrfname
               organization is line sequential.
*> the raw extract lines those corrections apply to, in the layout
*> rejfix reads its rejects in, so rejfix can rebuild each line around
*> the corrected value exactly as it does for a reject
       select rej-file assign to dynamic ws-rejfname
               organization is line sequential.
*> an input extract a data-error value came from, read for its raw
*> line
       select source-file assign to dynamic ws-srcfname
               organization is line sequential
               file status is ws-src-status.
*> the register listing - what was merged, every disposition with the
*> entry before and after it, the aging of what is still open, and
*> the centres whose values keep turning up
       select report-file assign to dynamic ws-rptfname
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
           02 ctl-regfile      pic x(30).
           02 ctl-outfile      pic x(30).
           02 ctl-dispfile     pic x(30).
           02 ctl-reportfile   pic x(30).
           02 ctl-corrfile     pic x(30).
           02 ctl-rejfile      pic x(30).
           02 ctl-age-days     pic 9(3).
           02 ctl-recur-runs   pic 9(2).
           02 ctl-recur-days   pic 9(3).
           02 ctl-opslog       pic x(30).
           02 ctl-lock-wait    pic 9(3).
           02 ctl-lockfile     pic x(30).
       fd register-file.
       01 register-record.
           02 reg-key.
               03 reg-run-date  pic 9(8).
               03 reg-file      pic x(30).
               03 reg-line-no   pic 9(8).
           02 reg-group        pic x(10).
           02 reg-value        pic s9(14)v9(4).
           02 reg-added-date   pic 9(8).
*> blank until the value is reviewed; g confirmed genuine, e data
*> error, i still under investigation
           02 reg-disposition  pic x(1).
           02 reg-disp-date    pic 9(8).
           02 reg-analyst      pic x(8).
           02 reg-reference    pic x(12).
           02 reg-corr-value   pic x(18).
*> the outlier-line layout stats and statmrg write; a line written
*> before the group and run date were carried leaves them blank
       fd outlier-file.
       01 outlier-record.
           02 oi-line-no       pic x(8).
           02 filler           pic x(3).
           02 oi-file          pic x(30).
           02 filler           pic x(3).
           02 oi-value         pic -(14)9.9(4).
           02 filler           pic x(3).
           02 oi-group         pic x(10).
           02 filler           pic x(3).
           02 oi-run-date      pic x(8).
       fd disp-file.
       01 disp-record.
           02 dsp-run-date     pic x(8).
           02 filler           pic x(1).
           02 dsp-file         pic x(30).
           02 filler           pic x(1).
           02 dsp-line-no      pic x(8).
           02 filler           pic x(1).
           02 dsp-code         pic x(1).
           02 filler           pic x(1).
           02 dsp-analyst      pic x(8).
           02 filler           pic x(1).
           02 dsp-reference    pic x(12).
           02 filler           pic x(1).
           02 dsp-corr-value   pic x(18).
       fd corr-file.
       01 correction-record.
           02 corr-out-line-no pic 9(8).
           02 filler           pic x(1).
           02 corr-out-file    pic x(30).
           02 filler           pic x(1).
           02 corr-out-value   pic x(18).
           02 filler           pic x(1).
           02 corr-out-weight  pic x(8).
       fd rej-file.
       01 reject-record        pic x(124).
       fd source-file.
       01 source-line          pic x(80).
       fd report-file.
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
       77 ws-regfname       pic x(30).
       77 ws-outfname       pic x(30).
       77 ws-dspfname       pic x(30).
       77 ws-rptfname       pic x(30).
       77 ws-corrfname      pic x(30).
       77 ws-rejfname       pic x(30).
       77 ws-srcfname       pic x(30).
       77 ws-ctl-status     pic x(2).
       77 ws-reg-status     pic x(2).
       77 ws-out-status     pic x(2).
       77 ws-dsp-status     pic x(2).
       77 ws-src-status     pic x(2).

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
*> the locks this run has taken, given back at finish or on the way
*> out of a run that has to stop
       77 locks-held        pic s9(4) usage is computational value 0.
       77 lock-ix           pic s9(4) usage is computational.
       01 held-lock-table.
           02 held-lock     pic x(30) occurs 4 times.

*> graded condition code handed back to the scheduler, as stats does -
*> 0 when the register is clean, 4 when a disposition or outlier line
*> was turned away, a value has waited past the aging limit, a
*> centre's values keep recurring, or a data-error's raw line could
*> not be found; 8 when the register cannot be read or has outgrown
*> its table
       77 run-rc            pic s9(4) usage is computational value 0.
       77 new-rc            pic s9(4) usage is computational.

       77 run-date          pic 9(8).
       77 run-time          pic 9(8).
       77 run-time-disp     pic 9(6).

*> how long a value may wait for a disposition before it counts
*> against the run, and how many separate runs within how many days
*> make a centre's outliers a pattern rather than chance
       77 age-limit         pic s9(4) usage is computational.
       77 recur-runs        pic s9(4) usage is computational.
       77 recur-days        pic s9(4) usage is computational.

*> the register held in key order while the run's outliers are merged
*> into it and the dispositions applied; rt-key compares as one field
*> because its date and line number are held as display digits
       77 reg-loaded        pic x(1) value 'n'.
           88 reg-on-file      value 'y'.
       77 reg-count         pic s9(8) usage is computational.
       77 reg-ix            pic s9(8) usage is computational.
       77 reg-found-ix      pic s9(8) usage is computational.
       77 reg-eof           pic x(1).
       77 reg-in-count      pic s9(8) usage is computational.
       77 rpt-open          pic x(1) value 'n'.
       01 new-entry.
           02 ne-key.
               03 ne-run-date  pic 9(8).
               03 ne-file      pic x(30).
               03 ne-line-no   pic 9(8).
           02 ne-group        pic x(10).
           02 ne-value        pic s9(14)v9(4) usage is computational-3.
           02 ne-added-date   pic 9(8).
           02 ne-disposition  pic x(1).
           02 ne-disp-date    pic 9(8).
           02 ne-analyst      pic x(8).
           02 ne-reference    pic x(12).
           02 ne-corr-value   pic x(18).
       77 ne-inserted       pic x(1).
       01 reg-table.
           02 reg-entry occurs 50000 times.
               03 rt-key.
                   04 rt-run-date  pic 9(8).
                   04 rt-file      pic x(30).
                   04 rt-line-no   pic 9(8).
               03 rt-group        pic x(10).
               03 rt-value        pic s9(14)v9(4) usage is computational-3.
               03 rt-added-date   pic 9(8).
               03 rt-disposition  pic x(1).
                   88 rt-undisposed   value space, 'i'.
               03 rt-disp-date    pic 9(8).
               03 rt-analyst      pic x(8).
               03 rt-reference    pic x(12).
               03 rt-corr-value   pic x(18).

*> the outlier line being merged - its line number comes zero-
*> suppressed, as rejfix finds it on a reject line
       77 out-eof           pic x(1).
       77 out-line-x        pic x(8).

*> the disposition being worked, with the code folded to lower case
*> so the analyst may key it either way, and the verdict settled
       77 dsp-eof           pic x(1).
       77 dsp-verb          pic x(1).
       77 dsp-applied       pic x(1).
       77 dsp-reason        pic x(16).
       77 dsp-line-x        pic x(8).
       01 before-image.
           02 bi-disposition  pic x(1).
           02 bi-disp-date    pic 9(8).
           02 bi-analyst      pic x(8).
           02 bi-reference    pic x(12).
           02 bi-corr-value   pic x(18).
*> the corrected value sits under the same numeric edit stats applies
*> to an input value before a correction is let through to rejfix
       01 corr-check.
           02 cc-value pic s9(14)v9(4).
           02 cc-value-x redefines cc-value pic x(18).

*> the raw extract line looked up for a data-error correction
       77 src-eof           pic x(1).
       77 src-line-count    pic s9(8) usage is computational.
       77 src-found         pic x(1).
       01 companion-reject.
           02 cr-line-no pic z(7)9.
           02 filler pic x(3) value ' - '.
           02 cr-file-name pic x(30).
           02 filler pic x(3) value ' - '.
           02 cr-raw-data pic x(80).

*> day numbers for the aging - days counted from a fixed origin, so
*> two dates a year boundary apart subtract correctly; the civil
*> calendar is shifted to start in March so the leap day falls last
       01 dn-date.
           02 dn-year  pic 9(4).
           02 dn-month pic 9(2).
           02 dn-day   pic 9(2).
       77 dn-result         pic s9(8) usage is computational.
       77 dn-y              pic s9(8) usage is computational.
       77 dn-mp             pic s9(8) usage is computational.
       77 dn-era            pic s9(8) usage is computational.
       77 dn-yoe            pic s9(8) usage is computational.
       77 dn-doy            pic s9(8) usage is computational.
       77 dn-work           pic s9(8) usage is computational.
       77 dn-q4             pic s9(8) usage is computational.
       77 dn-q100           pic s9(8) usage is computational.
       77 today-dn          pic s9(8) usage is computational.
       77 days-out          pic s9(8) usage is computational.

*> the aging buckets for the values still waiting on a disposition
       77 age-0-7           pic s9(8) usage is computational.
       77 age-8-30          pic s9(8) usage is computational.
       77 age-31-90         pic s9(8) usage is computational.
       77 age-over-90       pic s9(8) usage is computational.
       77 over-limit-count  pic s9(8) usage is computational.

*> the centres seen in the recurrence window, with the separate runs
*> their values were flagged in; the register is in run date order,
*> so a run is counted once by remembering the last date counted
       77 rg-count          pic s9(8) usage is computational.
       77 rg-ix             pic s9(8) usage is computational.
       77 rg-found-ix       pic s9(8) usage is computational.
       77 rg-dropped        pic s9(8) usage is computational.
       01 recur-table.
           02 recur-group occurs 5000 times.
               03 rg-code      pic x(10).
               03 rg-runs      pic s9(4) usage is computational.
               03 rg-last-date pic 9(8).

*> what happened to the register
       77 merged-count      pic s9(8) usage is computational.
       77 known-count       pic s9(8) usage is computational.
       77 bad-line-count    pic s9(8) usage is computational.
       77 disp-count        pic s9(8) usage is computational.
       77 applied-count     pic s9(8) usage is computational.
       77 rejected-count    pic s9(8) usage is computational.
       77 corr-count        pic s9(8) usage is computational.
       77 no-source-count   pic s9(8) usage is computational.
       77 open-count        pic s9(8) usage is computational.
       77 recur-count       pic s9(8) usage is computational.

*> first line title of the listing
       01 title-line.
           02 filler pic x(41) value
               'outlier register listing'.

       01 header-date-line.
           02 filler pic x(11) value 'run date: '.
           02 out-run-date pic 9999/99/99.
           02 filler pic x(9) value '  time: '.
           02 out-run-time-hh pic 99.
           02 filler pic x(1) value ':'.
           02 out-run-time-mm pic 99.
           02 filler pic x(1) value ':'.
           02 out-run-time-ss pic 99.

       01 header-regfile-line.
           02 filler pic x(17) value 'register file: '.
           02 out-reg-fname pic x(30).

       01 header-outfile-line.
           02 filler pic x(17) value 'outlier file: '.
           02 out-out-fname pic x(30).

       01 header-dspfile-line.
           02 filler pic x(19) value 'disposition file: '.
           02 out-dsp-fname pic x(30).

       01 header-newreg-line.
           02 filler pic x(55) value
               'register not on file - building a new register'.

*> underline for the output file
       01 under-line.
           02 filler pic x(42) value
               '******************************************'.

       01 section-line.
           02 out-section pic x(60).

*> an outlier line that could not be keyed and was not merged
       01 bad-outlier-line.
           02 filler pic x(19) value 'outlier line not '.
           02 filler pic x(10) value 'merged - '.
           02 out-bo-raw pic x(51).

*> one disposition row - the outlier it names, the code keyed against
*> it, what happened, and the analyst who keyed it
       01 disp-line.
           02 out-dl-date pic x(8).
           02 filler pic x(3) value ' - '.
           02 out-dl-file pic x(20).
           02 filler pic x(3) value ' - '.
           02 out-dl-line pic x(8).
           02 filler pic x(3) value ' - '.
           02 out-dl-code pic x(1).
           02 filler pic x(3) value ' - '.
           02 out-dl-status pic x(16).
           02 filler pic x(3) value ' - '.
           02 out-dl-analyst pic x(8).

*> the register entry's review as it stood before the disposition and
*> as it was left after it, printed under the disposition row
       01 image-line.
           02 filler pic x(4) value spaces.
           02 out-img-label pic x(8).
           02 out-img-disp pic x(1).
           02 filler pic x(3) value ' - '.
           02 out-img-date pic 9(8).
           02 filler pic x(3) value ' - '.
           02 out-img-analyst pic x(8).
           02 filler pic x(3) value ' - '.
           02 out-img-reference pic x(12).
           02 filler pic x(3) value ' - '.
           02 out-img-corr pic x(18).

*> one value still waiting on a disposition, with how long it has
*> been waiting since the run that flagged it
       01 aging-line.
           02 out-ag-date pic 9999/99/99.
           02 filler pic x(3) value ' - '.
           02 out-ag-file pic x(20).
           02 filler pic x(3) value ' - '.
           02 out-ag-line pic z(7)9.
           02 filler pic x(3) value ' - '.
           02 out-ag-group pic x(10).
           02 filler pic x(3) value ' - '.
           02 out-ag-status pic x(4).
           02 filler pic x(3) value ' - '.
           02 out-ag-days pic zzzz9.
           02 out-ag-flag pic x(2).

*> one centre whose values were flagged in enough separate runs of the
*> window to be a pattern
       01 recur-line.
           02 out-rl-group pic x(10).
           02 filler pic x(14) value ' - flagged in '.
           02 out-rl-runs pic zzz9.
           02 filler pic x(19) value ' runs - latest run '.
           02 out-rl-date pic 9999/99/99.

       01 none-line.
           02 filler pic x(6) value 'none'.

*> the tallies that close each section of the listing
       01 count-line.
           02 out-count-label pic x(26).
           02 out-count pic -(8)9.

       procedure division.
*> loads the register, merges the run's outliers into it, applies the
*> dispositions the analysts have keyed, then lists what is still open
*> by age and the centres whose values keep recurring; the register is
*> only rewritten once all of that has been settled, so a run that
*> stops early leaves it exactly as it was
           perform read-parameters.
           perform take-locks.
           perform load-register.
           open output report-file.
           move 'y' to rpt-open.
           perform write-report-header.
           perform merge-outliers.
           perform apply-dispositions.
           perform aging-report.
           perform recurrence-report.
           perform rewrite-register.
           perform finish.

*> reads the file names and the limits for the run; anything left
*> blank falls back to how stats and rejfix name things
           read-parameters.
               move spaces to ws-ctl-status.
               open input control-file.
               if ws-ctl-status not = '00'
                   display 'outreg: control file (SYSIN) not found or unreadable, status = ' ws-ctl-status
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
               move ctl-regfile to ws-regfname.
               if ws-regfname = spaces
                   move 'STATOREG.DAT' to ws-regfname
               end-if.
               move ctl-outfile to ws-outfname.
               if ws-outfname = spaces
                   move 'STATOUT.DAT' to ws-outfname
               end-if.
               move ctl-dispfile to ws-dspfname.
               if ws-dspfname = spaces
                   move 'STATODSP.DAT' to ws-dspfname
               end-if.
               move ctl-reportfile to ws-rptfname.
               if ws-rptfname = spaces
                   move 'STATOREG.RPT' to ws-rptfname
               end-if.
               move ctl-corrfile to ws-corrfname.
               if ws-corrfname = spaces
                   move 'STATOCOR.DAT' to ws-corrfname
               end-if.
               move ctl-rejfile to ws-rejfname.
               if ws-rejfname = spaces
                   move 'STATOREJ.DAT' to ws-rejfname
               end-if.
               if ctl-age-days is numeric and ctl-age-days > 0
                   move ctl-age-days to age-limit
               else
                   move 30 to age-limit
               end-if.
               if ctl-recur-runs is numeric and ctl-recur-runs > 1
                   move ctl-recur-runs to recur-runs
               else
                   move 3 to recur-runs
               end-if.
               if ctl-recur-days is numeric and ctl-recur-days > 0
                   move ctl-recur-days to recur-days
               else
                   move 90 to recur-days
               end-if.
               move ctl-opslog to ws-opsfname.
               if ws-opsfname = spaces
                   move 'STATOPS.DAT' to ws-opsfname
               end-if.
               accept run-date from date yyyymmdd.
               accept run-time from time.
               compute run-time-disp = run-time / 100.
               move run-date to dn-date.
               perform day-number.
               move dn-result to today-dn.

*> loads the register into reg-table; a register that is not there
*> yet is the first build and starts empty, but one that cannot be
*> read, or has outgrown the table, stops the run before anything is
*> rewritten
           load-register.
               move 0 to reg-count.
               move 0 to reg-in-count.
               move 'n' to reg-loaded.
               move spaces to ws-reg-status.
               open input register-file.
               if ws-reg-status = '35'
                   display 'outreg: register file ' ws-regfname ' not found - a new register will be built'
               else
                   if ws-reg-status not = '00'
                       display 'outreg: register file ' ws-regfname ' unreadable, status = ' ws-reg-status
                       perform abort-run-log
                       move run-rc to return-code
                       stop run
                   end-if
                   move 'y' to reg-loaded
                   move 'n' to reg-eof
                   perform until reg-eof = 'y'
                       read register-file
                           at end move 'y' to reg-eof
                           not at end
                           if register-record not = spaces
                               add 1 to reg-in-count
                               move reg-key to ne-key
                               move reg-group to ne-group
                               move reg-value to ne-value
                               move reg-added-date to ne-added-date
                               move reg-disposition to ne-disposition
                               move reg-disp-date to ne-disp-date
                               move reg-analyst to ne-analyst
                               move reg-reference to ne-reference
                               move reg-corr-value to ne-corr-value
                               perform insert-entry
                           end-if
                       end-read
                   end-perform
                   close register-file
               end-if.

*> puts new-entry into reg-table at its place in key order; entries
*> nearly always arrive in order, so the place is looked for from the
*> end of the table - an entry whose key is already there is left out
*> and ne-inserted says so; a table with no room left stops the run
           insert-entry.
               move 'n' to ne-inserted.
               move 0 to reg-found-ix.
               perform varying reg-ix from reg-count by -1
                       until reg-ix < 1 or rt-key(reg-ix) not > ne-key
                   continue
               end-perform.
               if reg-ix > 0
                   if rt-key(reg-ix) = ne-key
                       move reg-ix to reg-found-ix
                   end-if
               end-if.
               if reg-found-ix = 0
                   if reg-count not less than 50000
                       display 'outreg: register holds more than the 50000 entries the table can take - register left alone'
                       if rpt-open = 'y'
                           close report-file
                       end-if
                       perform abort-run-log
                       move run-rc to return-code
                       stop run
                   end-if
                   add 1 to reg-ix
                   perform varying reg-found-ix from reg-count by -1
                           until reg-found-ix < reg-ix
                       move reg-entry(reg-found-ix)
                           to reg-entry(reg-found-ix + 1)
                   end-perform
                   add 1 to reg-count
                   move ne-key to rt-key(reg-ix)
                   move ne-group to rt-group(reg-ix)
                   move ne-value to rt-value(reg-ix)
                   move ne-added-date to rt-added-date(reg-ix)
                   move ne-disposition to rt-disposition(reg-ix)
                   move ne-disp-date to rt-disp-date(reg-ix)
                   move ne-analyst to rt-analyst(reg-ix)
                   move ne-reference to rt-reference(reg-ix)
                   move ne-corr-value to rt-corr-value(reg-ix)
                   move 'y' to ne-inserted
               end-if.

*> looks ne-key up in the register; reg-found-ix comes back zero when
*> the register does not carry it
           find-entry.
               move 0 to reg-found-ix.
               perform varying reg-ix from 1 by 1
                       until reg-ix is greater than reg-count
                           or reg-found-ix > 0
                   if rt-key(reg-ix) = ne-key
                       move reg-ix to reg-found-ix
                   end-if
               end-perform.

*> merges the run's outlier file into the register - a value already
*> registered (a rerun of the same outlier file) is counted, not
*> added twice; an outlier file that is not there is noted, since the
*> step is only in the stream when outlier mode is on
           merge-outliers.
               move 0 to merged-count.
               move 0 to known-count.
               move 0 to bad-line-count.
               move 'outliers merged from the run' to out-section.
               write report-output from section-line after advancing 1 lines.
               move spaces to ws-out-status.
               open input outlier-file.
               if ws-out-status not = '00'
                   display 'outreg: outlier file ' ws-outfname ' not found or unreadable, status = ' ws-out-status
                   move 'outlier file not found - nothing merged' to out-section
                   write report-output from section-line after advancing 1 lines
                   move 4 to new-rc
                   perform raise-rc
               else
                   move 'n' to out-eof
                   perform until out-eof = 'y'
                       read outlier-file
                           at end move 'y' to out-eof
                           not at end
                           if outlier-record not = spaces
                               perform merge-one-outlier
                           end-if
                       end-read
                   end-perform
                   close outlier-file
               end-if.
               move 'outliers added = ' to out-count-label.
               move merged-count to out-count.
               write report-output from count-line after advancing 1 line.
               move 'already registered = ' to out-count-label.
               move known-count to out-count.
               write report-output from count-line after advancing 1 line.
               move 'lines not merged = ' to out-count-label.
               move bad-line-count to out-count.
               write report-output from count-line after advancing 1 line.
               write report-output from under-line after advancing 1 lines.
               if bad-line-count > 0
                   move 4 to new-rc
                   perform raise-rc
               end-if.

*> keys one outlier line; a line written before the run date was
*> carried on it is taken as flagged by today's run
           merge-one-outlier.
               move oi-line-no to out-line-x.
               inspect out-line-x replacing leading spaces by zeros.
               if out-line-x is not numeric or oi-file = spaces
                   add 1 to bad-line-count
                   move outlier-record to out-bo-raw
                   write report-output from bad-outlier-line
                       after advancing 1 line
               else
                   move spaces to new-entry
                   if oi-run-date is numeric
                       move oi-run-date to ne-run-date
                   else
                       move run-date to ne-run-date
                   end-if
                   move oi-file to ne-file
                   move out-line-x to ne-line-no
                   move oi-group to ne-group
                   move oi-value to ne-value
                   move run-date to ne-added-date
                   move 0 to ne-disp-date
                   perform insert-entry
                   if ne-inserted = 'y'
                       add 1 to merged-count
                   else
                       add 1 to known-count
                   end-if
               end-if.

*> applies the analysts' dispositions; no disposition file simply
*> means none were keyed since the last run; the corrections file and
*> its raw lines are written fresh every run, so what goes to rejfix
*> is only what was decided this time
           apply-dispositions.
               move 0 to disp-count.
               move 0 to applied-count.
               move 0 to rejected-count.
               move 0 to corr-count.
               move 0 to no-source-count.
               open output corr-file, output rej-file.
               move 'dispositions' to out-section.
               write report-output from section-line after advancing 1 lines.
               move spaces to ws-dsp-status.
               open input disp-file.
               if ws-dsp-status not = '00'
                   move 'no disposition file - no dispositions applied' to out-section
                   write report-output from section-line after advancing 1 lines
               else
                   move 'n' to dsp-eof
                   perform until dsp-eof = 'y'
                       read disp-file
                           at end move 'y' to dsp-eof
                           not at end
                           if disp-record not = spaces
                               perform apply-one-disposition
                           end-if
                       end-read
                   end-perform
                   close disp-file
               end-if.
               close corr-file, rej-file.
               move 'dispositions applied = ' to out-count-label.
               move applied-count to out-count.
               write report-output from count-line after advancing 1 line.
               move 'dispositions rejected = ' to out-count-label.
               move rejected-count to out-count.
               write report-output from count-line after advancing 1 line.
               move 'corrections for rejfix = ' to out-count-label.
               move corr-count to out-count.
               write report-output from count-line after advancing 1 line.
               move 'raw lines not found = ' to out-count-label.
               move no-source-count to out-count.
               write report-output from count-line after advancing 1 line.
               write report-output from under-line after advancing 1 lines.
               if rejected-count > 0 or no-source-count > 0
                   move 4 to new-rc
                   perform raise-rc
               end-if.

*> settles one disposition - it must name an outlier on the register,
*> carry a known code and the analyst who decided it, since a review
*> nobody can put a name to proves nothing to audit; a data error may
*> carry the value the line should have held, which must pass the
*> numeric edit before it goes anywhere
           apply-one-disposition.
               add 1 to disp-count.
               move dsp-code to dsp-verb.
               inspect dsp-verb converting 'GEI' to 'gei'.
               move 'n' to dsp-applied.
               move spaces to dsp-reason.
               move dsp-line-no to dsp-line-x.
               inspect dsp-line-x replacing leading spaces by zeros.
               move 0 to reg-found-ix.
               if dsp-run-date is numeric and dsp-line-x is numeric
                   move spaces to new-entry
                   move dsp-run-date to ne-run-date
                   move dsp-file to ne-file
                   move dsp-line-x to ne-line-no
                   perform find-entry
               end-if.
               if reg-found-ix > 0
                   move rt-disposition(reg-found-ix) to bi-disposition
                   move rt-disp-date(reg-found-ix) to bi-disp-date
                   move rt-analyst(reg-found-ix) to bi-analyst
                   move rt-reference(reg-found-ix) to bi-reference
                   move rt-corr-value(reg-found-ix) to bi-corr-value
               end-if.
               if reg-found-ix = 0
                   move 'no such outlier' to dsp-reason
               else
                   if dsp-verb not = 'g' and dsp-verb not = 'e'
                           and dsp-verb not = 'i'
                       move 'unknown code' to dsp-reason
                   else
                       if dsp-analyst = spaces
                           move 'no analyst' to dsp-reason
                       else
                           move dsp-corr-value to cc-value-x
                           if dsp-corr-value not = spaces
                                   and (dsp-verb not = 'e'
                                       or cc-value is not numeric)
                               move 'bad correction' to dsp-reason
                           else
                               move dsp-verb to rt-disposition(reg-found-ix)
                               move run-date to rt-disp-date(reg-found-ix)
                               move dsp-analyst to rt-analyst(reg-found-ix)
                               move dsp-reference to rt-reference(reg-found-ix)
                               move dsp-corr-value to rt-corr-value(reg-found-ix)
                               move 'y' to dsp-applied
                               if dsp-corr-value not = spaces
                                   perform write-correction
                               end-if
                           end-if
                       end-if
                   end-if
               end-if.
               if dsp-applied = 'y'
                   add 1 to applied-count
                   move 'applied' to out-dl-status
               else
                   add 1 to rejected-count
                   move dsp-reason to out-dl-status
               end-if.
               perform write-disposition-audit.

*> the correction rejfix will apply, and the raw line it applies it
*> to, taken from the input file the value came from; a raw line that
*> cannot be found still gets its correction written, so rejfix lists
*> it rather than it being lost here
           write-correction.
               move spaces to correction-record.
               move rt-line-no(reg-found-ix) to corr-out-line-no.
               move rt-file(reg-found-ix) to corr-out-file.
               move dsp-corr-value to corr-out-value.
               move spaces to corr-out-weight.
               write correction-record.
               add 1 to corr-count.
               perform fetch-source-line.
               if src-found = 'y'
                   move rt-line-no(reg-found-ix) to cr-line-no
                   move rt-file(reg-found-ix) to cr-file-name
                   move source-line to cr-raw-data
                   write reject-record from companion-reject
               else
                   add 1 to no-source-count
                   display 'outreg: line ' rt-line-no(reg-found-ix) ' of ' rt-file(reg-found-ix) ' not found for its correction'
               end-if.

*> reads the input file the value came from down to its line
           fetch-source-line.
               move 'n' to src-found.
               move rt-file(reg-found-ix) to ws-srcfname.
               move spaces to ws-src-status.
               open input source-file.
               if ws-src-status = '00'
                   move 0 to src-line-count
                   move 'n' to src-eof
                   perform until src-eof = 'y' or src-found = 'y'
                       read source-file
                           at end move 'y' to src-eof
                           not at end
                           add 1 to src-line-count
                           if src-line-count = rt-line-no(reg-found-ix)
                               move 'y' to src-found
                           end-if
                       end-read
                   end-perform
                   close source-file
               end-if.

*> the audit row for one disposition, with the entry's review as it
*> stood before it and - when it was applied - as it was left after it
           write-disposition-audit.
               move dsp-run-date to out-dl-date.
               move dsp-file to out-dl-file.
               move dsp-line-no to out-dl-line.
               move dsp-code to out-dl-code.
               move dsp-analyst to out-dl-analyst.
               write report-output from disp-line after advancing 1 line.
               if reg-found-ix > 0
                   move 'before: ' to out-img-label
                   move bi-disposition to out-img-disp
                   move bi-disp-date to out-img-date
                   move bi-analyst to out-img-analyst
                   move bi-reference to out-img-reference
                   move bi-corr-value to out-img-corr
                   write report-output from image-line after advancing 1 line
               end-if.
               if dsp-applied = 'y'
                   move 'after:  ' to out-img-label
                   move rt-disposition(reg-found-ix) to out-img-disp
                   move rt-disp-date(reg-found-ix) to out-img-date
                   move rt-analyst(reg-found-ix) to out-img-analyst
                   move rt-reference(reg-found-ix) to out-img-reference
                   move rt-corr-value(reg-found-ix) to out-img-corr
                   write report-output from image-line after advancing 1 line
               end-if.

*> every value not yet given a final disposition - never reviewed, or
*> still under investigation - with the days since the run that
*> flagged it, oldest first; those past the aging limit are marked
           aging-report.
               move 0 to open-count.
               move 0 to age-0-7.
               move 0 to age-8-30.
               move 0 to age-31-90.
               move 0 to age-over-90.
               move 0 to over-limit-count.
               move 'outliers awaiting disposition (days outstanding)' to out-section.
               write report-output from section-line after advancing 1 lines.
               perform varying reg-ix from 1 by 1 until reg-ix is greater than reg-count
                   if rt-undisposed(reg-ix)
                       perform age-one-entry
                   end-if
               end-perform.
               if open-count = 0
                   write report-output from none-line after advancing 1 lines
               end-if.
               move 'outstanding 0 - 7 days = ' to out-count-label.
               move age-0-7 to out-count.
               write report-output from count-line after advancing 1 line.
               move 'outstanding 8 - 30 days = ' to out-count-label.
               move age-8-30 to out-count.
               write report-output from count-line after advancing 1 line.
               move 'outstanding 31 - 90 days =' to out-count-label.
               move age-31-90 to out-count.
               write report-output from count-line after advancing 1 line.
               move 'outstanding over 90 days =' to out-count-label.
               move age-over-90 to out-count.
               write report-output from count-line after advancing 1 line.
               move 'past the aging limit = ' to out-count-label.
               move over-limit-count to out-count.
               write report-output from count-line after advancing 1 line.
               write report-output from under-line after advancing 1 lines.
               if over-limit-count > 0
                   move 4 to new-rc
                   perform raise-rc
               end-if.

           age-one-entry.
               add 1 to open-count.
               move rt-run-date(reg-ix) to dn-date.
               perform day-number.
               compute days-out = today-dn - dn-result.
               evaluate true
                   when days-out < 8
                       add 1 to age-0-7
                   when days-out < 31
                       add 1 to age-8-30
                   when days-out < 91
                       add 1 to age-31-90
                   when other
                       add 1 to age-over-90
               end-evaluate.
               move rt-run-date(reg-ix) to out-ag-date.
               move rt-file(reg-ix) to out-ag-file.
               move rt-line-no(reg-ix) to out-ag-line.
               move rt-group(reg-ix) to out-ag-group.
               if rt-disposition(reg-ix) = 'i'
                   move 'inv' to out-ag-status
               else
                   move 'open' to out-ag-status
               end-if.
               move days-out to out-ag-days.
               if days-out > age-limit
                   add 1 to over-limit-count
                   move ' *' to out-ag-flag
               else
                   move spaces to out-ag-flag
               end-if.
               write report-output from aging-line after advancing 1 line.

*> centres whose values were flagged in recur-runs or more separate
*> runs of the last recur-days days, whatever the dispositions said -
*> a centre that is an outlier every week is worth a question even if
*> each value on its own was genuine
           recurrence-report.
               move 0 to rg-count.
               move 0 to rg-dropped.
               move 0 to recur-count.
               perform varying reg-ix from 1 by 1 until reg-ix is greater than reg-count
                   if rt-group(reg-ix) not = spaces
                       move rt-run-date(reg-ix) to dn-date
                       perform day-number
                       compute days-out = today-dn - dn-result
                       if days-out not > recur-days
                           perform count-group-run
                       end-if
                   end-if
               end-perform.
               move 'centres with recurring outliers' to out-section.
               write report-output from section-line after advancing 1 lines.
               perform varying rg-ix from 1 by 1 until rg-ix is greater than rg-count
                   if rg-runs(rg-ix) not less than recur-runs
                       add 1 to recur-count
                       move rg-code(rg-ix) to out-rl-group
                       move rg-runs(rg-ix) to out-rl-runs
                       move rg-last-date(rg-ix) to out-rl-date
                       write report-output from recur-line after advancing 1 line
                   end-if
               end-perform.
               if recur-count = 0
                   write report-output from none-line after advancing 1 lines
               else
                   move 4 to new-rc
                   perform raise-rc
               end-if.
               write report-output from under-line after advancing 1 lines.
               if rg-dropped > 0
                   display 'outreg: ' rg-dropped ' register entries past the 5000 centres the recurrence table holds were not counted'
               end-if.

*> counts a run against its centre unless this run's date was the
*> last one counted for it
           count-group-run.
               move 0 to rg-found-ix.
               perform varying rg-ix from 1 by 1
                       until rg-ix is greater than rg-count
                           or rg-found-ix > 0
                   if rg-code(rg-ix) = rt-group(reg-ix)
                       move rg-ix to rg-found-ix
                   end-if
               end-perform.
               if rg-found-ix = 0
                   if rg-count < 5000
                       add 1 to rg-count
                       move rt-group(reg-ix) to rg-code(rg-count)
                       move 1 to rg-runs(rg-count)
                       move rt-run-date(reg-ix) to rg-last-date(rg-count)
                   else
                       add 1 to rg-dropped
                   end-if
               else
                   if rg-last-date(rg-found-ix) not = rt-run-date(reg-ix)
                       add 1 to rg-runs(rg-found-ix)
                       move rt-run-date(reg-ix) to rg-last-date(rg-found-ix)
                   end-if
               end-if.

*> turns dn-date into a day number in dn-result - whole days from a
*> fixed origin, worked in the March-based year so February's length
*> only matters at the end of it; each division is its own step so
*> every quotient is truncated as the calendar needs
           day-number.
               if dn-month > 2
                   move dn-year to dn-y
                   compute dn-mp = dn-month - 3
               else
                   compute dn-y = dn-year - 1
                   compute dn-mp = dn-month + 9
               end-if.
               divide dn-y by 400 giving dn-era.
               compute dn-yoe = dn-y - (dn-era * 400).
               compute dn-work = (153 * dn-mp) + 2.
               divide dn-work by 5 giving dn-doy.
               compute dn-doy = dn-doy + dn-day - 1.
               divide dn-yoe by 4 giving dn-q4.
               divide dn-yoe by 100 giving dn-q100.
               compute dn-result = (dn-era * 146097) + (dn-yoe * 365)
                   + dn-q4 - dn-q100 + dn-doy.

*> writes the register back out from the table, in key order
           rewrite-register.
               open output register-file.
               perform varying reg-ix from 1 by 1 until reg-ix is greater than reg-count
                   move rt-key(reg-ix) to reg-key
                   move rt-group(reg-ix) to reg-group
                   move rt-value(reg-ix) to reg-value
                   move rt-added-date(reg-ix) to reg-added-date
                   move rt-disposition(reg-ix) to reg-disposition
                   move rt-disp-date(reg-ix) to reg-disp-date
                   move rt-analyst(reg-ix) to reg-analyst
                   move rt-reference(reg-ix) to reg-reference
                   move rt-corr-value(reg-ix) to reg-corr-value
                   write register-record
               end-perform.
               close register-file.

           write-report-header.
               move run-date to out-run-date.
               move run-time-disp(1:2) to out-run-time-hh.
               move run-time-disp(3:2) to out-run-time-mm.
               move run-time-disp(5:2) to out-run-time-ss.
               move ws-regfname to out-reg-fname.
               move ws-outfname to out-out-fname.
               move ws-dspfname to out-dsp-fname.
               write report-output from title-line after advancing 0 lines.
               write report-output from under-line after advancing 1 lines.
               write report-output from header-date-line after advancing 1 lines.
               write report-output from header-regfile-line after advancing 1 lines.
               write report-output from header-outfile-line after advancing 1 lines.
               write report-output from header-dspfile-line after advancing 1 lines.
               if not reg-on-file
                   write report-output from header-newreg-line after advancing 1 lines
               end-if.
               write report-output from under-line after advancing 1 lines.

           write-report-trailer.
               move 'entries on register = ' to out-count-label.
               move reg-count to out-count.
               write report-output from count-line after advancing 1 line.
               move 'awaiting disposition = ' to out-count-label.
               move open-count to out-count.
               write report-output from count-line after advancing 1 line.

*> moves the condition code up to new-rc when that is worse than what
*> the run has collected so far; it never moves it back down
           raise-rc.
               if new-rc > run-rc
                   move new-rc to run-rc
               end-if.

*> closes the listing and hands the verdict back to the scheduler
           finish.
               perform write-report-trailer.
               close report-file.
               perform release-locks.
               perform write-ops-log.
               move run-rc to return-code.
               stop run.

*> one record on the shared operations log - what ran, against which
*> files, how many outliers and dispositions went onto the register
*> against how many were turned away, and the final verdict
           write-ops-log.
               move ws-opsfname to lock-name.
               perform get-lock.
               if lock-got = 'y'
                   perform append-ops-record
                   perform drop-lock
               else
                   display 'outreg: operations log ' ws-opsfname ' held by ' lock-holder ' - run not logged, condition code was ' run-rc
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
               move 'outreg' to ops-program.
               move run-date to ops-run-date.
               move run-time-disp to ops-run-time.
               move ws-outfname to ops-input-file.
               move ws-regfname to ops-output-file.
               compute ops-accepted = merged-count + applied-count.
               compute ops-rejected = bad-line-count + rejected-count.
               move run-rc to ops-rc.
               write ops-log-record.
               close ops-file.

*> logs a run that has to stop before the register is rewritten - the
*> morning page must show the failed step, not a gap; the tallies
*> log as zero, since nothing reached the register
           abort-run-log.
               perform release-locks.
               move 8 to new-rc.
               perform raise-rc.
               move 0 to merged-count.
               move 0 to applied-count.
               move 0 to bad-line-count.
               move 0 to rejected-count.
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
                   move 'outreg' to lock-program
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
                   display 'outreg: lock on ' lock-name ' not released, lock file status = ' ws-lock-status ' - clear it with lockmnt'
                   move 4 to new-rc
                   perform raise-rc
               end-if.
               if ws-lock-status = '00'
                   move lock-name to lock-resource
                   read lock-file
                       invalid key
                           continue
                       not invalid key
                           if lock-program = 'outreg'
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

*> takes the lock in lock-name for the rest of the run; one that
*> cannot be got within the card's wait ends the run
           acquire-lock.
               perform get-lock.
               if lock-got = 'y'
                   add 1 to locks-held
                   move lock-name to held-lock(locks-held)
               else
                   perform lock-timeout
               end-if.

*> a lock another step would not give up in time - the run stops
*> before it has opened anything, with condition code 12 so the
*> schedule can tell a wait that ran out from a data failure, and
*> with the holder named so the operator can see whether that step
*> is still running or was left behind by an abend
           lock-timeout.
               if lock-open-status not = '00'
                   display 'outreg: lock on ' lock-name ' not obtained - lock file ' ws-lockfname ' unusable, status = ' lock-open-status
               else
                   display 'outreg: lock on ' lock-name ' held by ' lock-holder ' since ' lock-held-date ' ' lock-held-time ' - gave up after ' lock-wait ' seconds'
               end-if.
               move 12 to run-rc.
               perform abort-run-log.
               move 12 to return-code.
               stop run.

*> gives back every lock the run took at the start
           release-locks.
               perform varying lock-ix from 1 by 1
                       until lock-ix is greater than locks-held
                   move held-lock(lock-ix) to lock-name
                   perform drop-lock
               end-perform.
               move 0 to locks-held.

*> claims the files the run rewrites before any of them is opened -
*> the reject and corrections pair rejfix reads, by the reject file's
*> name as stats and statmrg take it, then the register itself
           take-locks.
               move ws-rejfname to lock-name.
               perform acquire-lock.
               move ws-regfname to lock-name.
               perform acquire-lock.
