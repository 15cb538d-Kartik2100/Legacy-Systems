
       identification division.
       program-id. perclose.

       environment division.
       input-output section.
       file-control.
*> control-file carries the run options the same way stats reads its
*> own - from a fixed logical name an unattended batch step can point
*> at a JCL SYSIN/PARM dataset
       select control-file assign to "SYSIN"
               organization is line sequential
               file status is ws-ctl-status.
*> the history file stats writes one record per run to, keyed on the
*> run date and time; the period's runs are read straight off the key
*> from the period's first day to its last
       select history-file assign to dynamic ws-histfname
               organization is indexed
               access mode is dynamic
               record key is hist-key
               file status is ws-hist-status.
*> the archive histmnt moves old runs to - same layout, same key; it
*> is read alongside the history file, so a period the archiving
*> cutoff falls inside, or a closed year summarised again after it
*> has been archived, still has all of its runs
       select arch-file assign to dynamic ws-archfname
               organization is indexed
               access mode is dynamic
               record key is arch-key
               file status is ws-arch-status.
*> one record per closed period, keyed on period type, year and
*> number; once written it is never rewritten, so the figures handed
*> to the close pack stay as they were on the day the period closed
       select period-file assign to dynamic ws-perfname
               organization is indexed
               access mode is dynamic
               record key is per-key
               file status is ws-per-status.
*> the period summary report
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
           02 ctl-period-type  pic x(1).
           02 ctl-period-year  pic 9(4).
           02 ctl-period-no    pic 9(2).
           02 ctl-histfile     pic x(30).
           02 ctl-archfile     pic x(30).
           02 ctl-perfile      pic x(30).
           02 ctl-ofile        pic x(30).
           02 ctl-opslog       pic x(30).
           02 ctl-lock-wait    pic 9(3).
           02 ctl-lockfile     pic x(30).
       fd history-file.
       01 history-record.
           02 hist-key.
               03 hist-run-date    pic 9(8).
               03 hist-run-time    pic 9(6).
           02 hist-mean        pic s9(14)v9(4).
           02 hist-std         pic s9(14)v9(4).
           02 hist-median      pic s9(14)v9(4).
           02 hist-var         pic s9(14)v9(4).
*> when an amendment run restated the record - zero on a run that
*> has never been restated
           02 hist-amend-date  pic 9(8).
           02 hist-amend-time  pic 9(6).
       fd arch-file.
       01 archive-record.
           02 arch-key.
               03 arch-run-date    pic 9(8).
               03 arch-run-time    pic 9(6).
           02 arch-figures     pic x(86).
       fd period-file.
       01 period-record.
           02 per-key.
               03 per-type         pic x(1).
               03 per-year         pic 9(4).
               03 per-number       pic 9(2).
           02 per-first-date   pic 9(8).
           02 per-last-date    pic 9(8).
           02 per-run-count    pic 9(6).
*> one set per history figure, in the order stats prints them - mean,
*> standard deviation, median, variance
           02 per-figure occurs 4 times.
               03 per-avg          pic s9(14)v9(4).
               03 per-min          pic s9(14)v9(4).
               03 per-min-date     pic 9(8).
               03 per-max          pic s9(14)v9(4).
               03 per-max-date     pic 9(8).
           02 per-gap-days     pic 9(4).
           02 per-amended-days pic 9(4).
           02 per-source       pic x(30).
           02 per-frozen-date  pic 9(8).
           02 per-frozen-time  pic 9(6).
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
       77 ws-histfname      pic x(30).
       77 ws-archfname      pic x(30).
       77 ws-perfname       pic x(30).
       77 ws-ofname         pic x(30).
       77 ws-ctl-status     pic x(2).
       77 ws-hist-status    pic x(2).
       77 ws-arch-status    pic x(2).
       77 ws-per-status     pic x(2).

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
*> 0 for a clean close, 4 when the period has business days with no
*> run or an amended run, or was already frozen, 8 when the period
*> asked for is not valid, has no runs on file, or a file is unusable
       77 run-rc            pic s9(4) usage is computational value 0.
       77 new-rc            pic s9(4) usage is computational.

       77 run-time          pic 9(8).
       77 run-time-disp     pic 9(6).
       01 run-date          pic 9(8).
       01 run-date-parts redefines run-date.
           02 run-year      pic 9(4).
           02 run-month     pic 9(2).
           02 run-day       pic 9(2).

*> the period being closed - m for a month, q for a quarter, y for a
*> year, with its year and number; left blank it is the month before
*> the run, and a type with no year given is the period of that type
*> before the run
       77 period-type       pic x(1).
           88 period-month     value 'm'.
           88 period-quarter   value 'q'.
           88 period-year      value 'y'.
       77 period-yr         pic 9(4).
       77 period-no         pic 9(2).
       77 period-word       pic x(8).
       77 first-month       pic 9(2).
       77 last-month        pic 9(2).

*> the period's first and last days, and the same period a year
*> earlier for the comparison
       01 period-start      pic 9(8).
       01 period-start-parts redefines period-start.
           02 ps-year       pic 9(4).
           02 ps-month      pic 9(2).
           02 ps-day        pic 9(2).
       01 period-end        pic 9(8).
       01 period-end-parts redefines period-end.
           02 pe-year       pic 9(4).
           02 pe-month      pic 9(2).
           02 pe-day        pic 9(2).
       77 prior-start       pic 9(8).
       77 prior-end         pic 9(8).

*> the range being read and where its runs go - into the run table
*> for the period itself, into the running sums for last year's
       77 range-start       pic 9(8).
       77 range-end         pic 9(8).
       77 load-mode         pic x(1).
           88 load-current     value 'c'.
           88 load-prior       value 'p'.
       77 range-runs        pic s9(8) usage is computational.
       77 range-source      pic x(30).
*> the two files are read side by side in key order, so each has its
*> own end-of-range switch and its own count of runs taken from it
       77 range-hist-eof    pic x(1).
       77 range-arch-eof    pic x(1).
       77 range-hist-open   pic x(1).
       77 range-arch-open   pic x(1).
       77 range-hist-runs   pic s9(8) usage is computational.
       77 range-arch-runs   pic s9(8) usage is computational.

*> one history record as read from either file - the four figures
*> side by side so each can be walked by subscript
       01 run-rec.
           02 rr-key.
               03 rr-date       pic 9(8).
               03 rr-time       pic 9(6).
           02 rr-fig            pic s9(14)v9(4) occurs 4 times.
           02 rr-amend-date     pic 9(8).
           02 rr-amend-time     pic 9(6).

*> the period's runs in run order, as the key gives them
       77 run-count         pic s9(8) usage is computational.
       77 run-ix            pic s9(8) usage is computational.
       77 runs-dropped      pic s9(8) usage is computational.
       77 runs-source       pic x(30).
       01 run-table.
           02 run-entry occurs 2000 times.
               03 rt-date       pic 9(8).
               03 rt-time       pic 9(6).
               03 rt-amend-date pic 9(8).
               03 rt-fig        pic s9(14)v9(4) usage is computational-3
                   occurs 4 times.

*> the period's figures and last year's, one set per history figure
       77 fig-ix            pic s9(4) usage is computational.
       01 figure-table.
           02 figure-entry occurs 4 times.
               03 fg-sum        pic s9(20)v9(4) usage is computational-3.
               03 fg-avg        pic s9(14)v9(4) usage is computational-3.
               03 fg-min        pic s9(14)v9(4) usage is computational-3.
               03 fg-min-date   pic 9(8).
               03 fg-max        pic s9(14)v9(4) usage is computational-3.
               03 fg-max-date   pic 9(8).
               03 fg-prior-sum  pic s9(20)v9(4) usage is computational-3.
               03 fg-prior-avg  pic s9(14)v9(4) usage is computational-3.
       77 prior-count       pic s9(8) usage is computational.
       77 prior-found       pic x(1).
           88 prior-was-found  value 'y'.
       77 prior-source      pic x(30).
       77 fig-divisor       pic s9(8) usage is computational-3.
       77 fig-change        pic s9(14)v9(4) usage is computational-3.
       77 fig-change-pct    pic s9(8)v9(4) usage is computational-3.

*> the walk over the period's calendar - each day in turn with its
*> day of the week, matched against the runs on file for it
       01 cal-date          pic 9(8).
       01 cal-date-parts redefines cal-date.
           02 cal-year      pic 9(4).
           02 cal-month     pic 9(2).
           02 cal-day       pic 9(2).
       77 cal-weekday       pic s9(4) usage is computational.
       77 cal-month-days    pic 9(2).
       77 cal-runs          pic s9(8) usage is computational.
       77 cal-amend-date    pic 9(8).
       77 leap-work         pic s9(8) usage is computational.
       77 leap-rem          pic s9(8) usage is computational.
       77 business-days     pic s9(8) usage is computational.
       77 gap-days          pic s9(8) usage is computational.
       77 amended-days      pic s9(8) usage is computational.
       01 month-length-values.
           02 filler pic x(24) value '312831303130313130313031'.
       01 month-length-table redefines month-length-values.
           02 month-length pic 9(2) occurs 12 times.
       01 day-name-values.
           02 filler pic x(21) value 'sunmontuewedthufrisat'.
       01 day-name-table redefines day-name-values.
           02 day-name pic x(3) occurs 7 times.

*> day numbers for the calendar walk - days counted from a fixed
*> origin, so the day of the week falls out of the remainder by seven;
*> the civil calendar is shifted to start in March so the leap day
*> falls last
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

*> how the freeze went - written now, already on file, or not yet due
*> because the period has not ended
       77 freeze-state      pic x(1).
           88 freeze-written   value 'w'.
           88 freeze-existed   value 'e'.
           88 freeze-not-due   value 'n'.
           88 freeze-failed    value 'f'.
       77 per-open          pic x(1).
           88 per-is-open      value 'y'.

*> first line title of the report
       01 title-line.
           02 filler pic x(41) value
               'period close summary of the statistics'.

       01 header-date-line.
           02 filler pic x(11) value 'run date: '.
           02 out-run-date pic 9999/99/99.
           02 filler pic x(9) value '  time: '.
           02 out-run-time-hh pic 99.
           02 filler pic x(1) value ':'.
           02 out-run-time-mm pic 99.
           02 filler pic x(1) value ':'.
           02 out-run-time-ss pic 99.

       01 header-period-line.
           02 filler pic x(9) value 'period: '.
           02 out-period-word pic x(8).
           02 out-period-yr pic 9(4).
           02 filler pic x(1) value '/'.
           02 out-period-no pic 99.
           02 filler pic x(7) value '  from '.
           02 out-period-start pic 9999/99/99.
           02 filler pic x(4) value ' to '.
           02 out-period-end pic 9999/99/99.

       01 header-source-line.
           02 filler pic x(16) value 'runs read from: '.
           02 out-source pic x(30).

       01 header-runs-line.
           02 filler pic x(18) value 'runs in period = '.
           02 out-run-count pic -(7)9.

*> underline for the output file
       01 under-line.
           02 filler pic x(42) value
               '******************************************'.

       01 no-runs-line.
           02 filler pic x(60) value
               'no runs on the history file or the archive for the period'.

       01 dropped-line.
           02 filler pic x(40) value
               'runs past the table limit, not counted ='.
           02 out-dropped pic -(7)9.

*> opens the block for one of the four history figures
       01 figure-head-line.
           02 filler pic x(8) value 'figure: '.
           02 out-fig-label pic x(18).

       01 figure-avg-line.
           02 filler pic x(24) value '  average = '.
           02 out-fig-avg pic -(14)9.9(4).

       01 figure-min-line.
           02 filler pic x(24) value '  minimum = '.
           02 out-fig-min pic -(14)9.9(4).
           02 filler pic x(4) value ' on '.
           02 out-fig-min-date pic 9999/99/99.

       01 figure-max-line.
           02 filler pic x(24) value '  maximum = '.
           02 out-fig-max pic -(14)9.9(4).
           02 filler pic x(4) value ' on '.
           02 out-fig-max-date pic 9999/99/99.

       01 figure-prior-line.
           02 filler pic x(24) value '  same period last year='.
           02 out-fig-prior pic -(14)9.9(4).

       01 figure-change-line.
           02 filler pic x(24) value '  change = '.
           02 out-fig-change pic -(14)9.9(4).
           02 filler pic x(2) value spaces.
           02 out-fig-change-pct pic -(6)9.99.
           02 filler pic x(1) value '%'.

       01 prior-source-line.
           02 filler pic x(26) value 'last year''s figures from: '.
           02 out-prior-source pic x(30).

       01 no-prior-line.
           02 filler pic x(64) value
               'no runs on file for the same period last year - no change shown'.

       01 gap-head-line.
           02 filler pic x(60) value
               'business days with no run or an amended run'.

*> one business day the close pack must show - its date, the day of
*> the week, and whether it had no run or a run that was restated
       01 gap-line.
           02 out-gap-date pic 9999/99/99.
           02 filler pic x(3) value ' - '.
           02 out-gap-day pic x(3).
           02 filler pic x(3) value ' - '.
           02 out-gap-text pic x(24).
           02 out-gap-amend pic 9999/99/99 blank when zero.

       01 no-gap-line.
           02 filler pic x(60) value
               'every business day in the period has one unamended run'.

       01 freeze-line.
           02 out-freeze-text pic x(44).
           02 out-freeze-file pic x(30).

       01 freeze-existed-line.
           02 filler pic x(34) value
               'period already frozen on file on '.
           02 out-frozen-date pic 9999/99/99.
           02 filler pic x(29) value ' - frozen figures left alone'.

*> the tallies that close the report
       01 count-line.
           02 out-count-label pic x(26).
           02 out-count pic -(8)9.

       procedure division.
*> works out the period, reads its runs off the history and archive
*> keys, reports the figures against the same period last year,
*> lists the business days the close pack must explain, and freezes
*> the period's figures once the period is over
           perform read-parameters.
           perform set-period.
           perform open-period-file.
           open output ofile.
           perform write-report-header.
           move period-start to range-start.
           move period-end to range-end.
           move 'c' to load-mode.
           perform load-range.
           if run-count = 0
               write report-output from no-runs-line after advancing 1 lines
               move 8 to new-rc
               perform raise-rc
               perform finish
           end-if.
           move runs-source to out-source.
           write report-output from header-source-line after advancing 1 lines.
           move run-count to out-run-count.
           write report-output from header-runs-line after advancing 1 lines.
           if runs-dropped > 0
               move runs-dropped to out-dropped
               write report-output from dropped-line after advancing 1 lines
           end-if.
           write report-output from under-line after advancing 1 lines.
           perform period-figures.
           perform prior-figures.
           perform figure-report
               varying fig-ix from 1 by 1 until fig-ix > 4.
           perform business-day-scan.
           perform freeze-period.
           perform write-report-trailer.
           perform finish.

*> reads the period wanted and the file names; anything left blank
*> falls back to how stats names things
           read-parameters.
               move spaces to ws-ctl-status.
               open input control-file.
               if ws-ctl-status not = '00'
                   display 'perclose: control file (SYSIN) not found or unreadable, status = ' ws-ctl-status
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
               move ctl-histfile to ws-histfname.
               if ws-histfname = spaces
                   move 'STATHIST.DAT' to ws-histfname
               end-if.
               move ctl-archfile to ws-archfname.
               if ws-archfname = spaces
                   move 'STATHARC.DAT' to ws-archfname
               end-if.
               move ctl-perfile to ws-perfname.
               if ws-perfname = spaces
                   move 'STATPHST.DAT' to ws-perfname
               end-if.
               move ctl-ofile to ws-ofname.
               if ws-ofname = spaces
                   move 'STATPCLS.RPT' to ws-ofname
               end-if.
               move ctl-opslog to ws-opsfname.
               if ws-opsfname = spaces
                   move 'STATOPS.DAT' to ws-opsfname
               end-if.
               accept run-date from date yyyymmdd.
               accept run-time from time.
               compute run-time-disp = run-time / 100.
               move ctl-period-type to period-type.
               if period-type = spaces
                   move 'm' to period-type
               end-if.
               if ctl-period-year is numeric and ctl-period-year > 0
                   move ctl-period-year to period-yr
                   if ctl-period-no is numeric
                       move ctl-period-no to period-no
                   else
                       move 0 to period-no
                   end-if
               else
                   perform default-period
               end-if.

*> the period of the type asked for that ended most recently before
*> the run - last month, last quarter or last year
           default-period.
               evaluate true
                   when period-month
                       if run-month = 1
                           compute period-yr = run-year - 1
                           move 12 to period-no
                       else
                           move run-year to period-yr
                           compute period-no = run-month - 1
                       end-if
                   when period-quarter
                       compute period-no = (run-month + 2) / 3
                       if period-no = 1
                           compute period-yr = run-year - 1
                           move 4 to period-no
                       else
                           move run-year to period-yr
                           subtract 1 from period-no
                       end-if
                   when other
                       compute period-yr = run-year - 1
                       move 0 to period-no
               end-evaluate.

*> turns the period into its first and last days, and the same days a
*> year earlier; a period type or number that makes no sense stops
*> the run before any file is read
           set-period.
               evaluate true
                   when period-month
                       move 'month' to period-word
                       if period-no < 1 or period-no > 12
                           perform bad-period
                       end-if
                       move period-no to first-month
                       move period-no to last-month
                   when period-quarter
                       move 'quarter' to period-word
                       if period-no < 1 or period-no > 4
                           perform bad-period
                       end-if
                       compute first-month = (period-no * 3) - 2
                       compute last-month = period-no * 3
                   when period-year
                       move 'year' to period-word
                       move 0 to period-no
                       move 1 to first-month
                       move 12 to last-month
                   when other
                       perform bad-period
               end-evaluate.
               move period-yr to ps-year.
               move first-month to ps-month.
               move 1 to ps-day.
               move period-yr to pe-year.
               move last-month to pe-month.
               move period-yr to cal-year.
               move last-month to cal-month.
               perform month-days.
               move cal-month-days to pe-day.
               compute prior-start = period-start - 10000.
*> last year's period ends on its own last day, so a february is cut
*> at the 28th or the 29th by that year, not by this one
               compute cal-year = period-yr - 1.
               perform month-days.
               compute prior-end = (cal-year * 10000) + (last-month * 100)
                   + cal-month-days.

           bad-period.
               display 'perclose: period type ' period-type ' number ' period-no ' is not a month (m 1-12), quarter (q 1-4) or year (y)'
               perform abort-run-log.
               move run-rc to return-code.
               stop run.

*> the length of cal-month in cal-year, february taking its leap day
*> in a year divisible by 4 but not by 100, unless by 400
           month-days.
               move month-length(cal-month) to cal-month-days.
               if cal-month = 2
                   divide cal-year by 4 giving leap-work remainder leap-rem
                   if leap-rem = 0
                       move 29 to cal-month-days
                       divide cal-year by 100 giving leap-work remainder leap-rem
                       if leap-rem = 0
                           move 28 to cal-month-days
                           divide cal-year by 400 giving leap-work remainder leap-rem
                           if leap-rem = 0
                               move 29 to cal-month-days
                           end-if
                       end-if
                   end-if
               end-if.

*> opens the period-history file for update, creating it on the first
*> close; it is read for last year's frozen figures and written with
*> this period's
           open-period-file.
               move 'n' to per-open.
               move spaces to ws-per-status.
               open i-o period-file.
               if ws-per-status = '35'
                   open output period-file
                   if ws-per-status = '00'
                       close period-file
                       open i-o period-file
                   end-if
               end-if.
               if ws-per-status = '00'
                   move 'y' to per-open
               else
                   display 'perclose: period history file ' ws-perfname ' cannot be opened, status = ' ws-per-status ' - period will not be frozen'
                   move 8 to new-rc
                   perform raise-rc
               end-if.

*> reads the runs from range-start to range-end off both files at
*> once, in run-stamp order: a period that straddles the archiving
*> cutoff has its early runs on the archive and the rest on the
*> history, so neither is enough alone. a run stamp on both files -
*> a year archived and then restored by hand - is taken once, from
*> the history, whose copy is the one amendments are made to
           load-range.
               move 0 to range-runs.
               move 0 to range-hist-runs.
               move 0 to range-arch-runs.
               if load-current
                   move 0 to run-count
                   move 0 to runs-dropped
               else
                   move 0 to prior-count
               end-if.
               perform open-range-history.
               perform open-range-archive.
               perform until range-hist-eof = 'y' and range-arch-eof = 'y'
                   evaluate true
                       when range-arch-eof = 'y'
                           perform take-history-run
                       when range-hist-eof = 'y'
                           perform take-archive-run
                       when hist-key < arch-key
                           perform take-history-run
                       when hist-key > arch-key
                           perform take-archive-run
                       when other
                           perform take-history-run
                           perform next-range-archive
                   end-evaluate
               end-perform.
               if range-hist-open = 'y'
                   close history-file
               end-if.
               if range-arch-open = 'y'
                   close arch-file
               end-if.
               evaluate true
                   when range-arch-runs = 0
                       move ws-histfname to range-source
                   when range-hist-runs = 0
                       move ws-archfname to range-source
                   when other
                       move 'history and archive files' to range-source
               end-evaluate.
               if load-current
                   move range-source to runs-source
               else
                   move range-source to prior-source
               end-if.

*> positions the history file on the first run of the range and
*> reads it; no history file simply means no runs from it
           open-range-history.
               move 'y' to range-hist-eof.
               move 'n' to range-hist-open.
               move spaces to ws-hist-status.
               open input history-file.
               if ws-hist-status = '00'
                   move 'y' to range-hist-open
                   move 'n' to range-hist-eof
                   move range-start to hist-run-date
                   move 0 to hist-run-time
                   start history-file key is not less than hist-key
                       invalid key move 'y' to range-hist-eof
                   end-start
                   perform next-range-history
               end-if.

           open-range-archive.
               move 'y' to range-arch-eof.
               move 'n' to range-arch-open.
               move spaces to ws-arch-status.
               open input arch-file.
               if ws-arch-status = '00'
                   move 'y' to range-arch-open
                   move 'n' to range-arch-eof
                   move range-start to arch-run-date
                   move 0 to arch-run-time
                   start arch-file key is not less than arch-key
                       invalid key move 'y' to range-arch-eof
                   end-start
                   perform next-range-archive
               end-if.

*> the next run off either file - a run past range-end ends that
*> file's part of the range
           next-range-history.
               if range-hist-eof not = 'y'
                   read history-file next record
                       at end move 'y' to range-hist-eof
                       not at end
                           if hist-run-date > range-end
                               move 'y' to range-hist-eof
                           end-if
                   end-read
               end-if.

           next-range-archive.
               if range-arch-eof not = 'y'
                   read arch-file next record
                       at end move 'y' to range-arch-eof
                       not at end
                           if arch-run-date > range-end
                               move 'y' to range-arch-eof
                           end-if
                   end-read
               end-if.

           take-history-run.
               move history-record to run-rec.
               add 1 to range-hist-runs.
               perform take-run.
               perform next-range-history.

           take-archive-run.
               move archive-record to run-rec.
               add 1 to range-arch-runs.
               perform take-run.
               perform next-range-archive.

*> one run in the range - kept in the run table for the period being
*> closed, or added into last year's sums for the comparison
           take-run.
               add 1 to range-runs.
               if load-current
                   if run-count < 2000
                       add 1 to run-count
                       move rr-date to rt-date(run-count)
                       move rr-time to rt-time(run-count)
                       move rr-amend-date to rt-amend-date(run-count)
                       perform varying fig-ix from 1 by 1 until fig-ix > 4
                           move rr-fig(fig-ix) to rt-fig(run-count, fig-ix)
                       end-perform
                   else
                       add 1 to runs-dropped
                   end-if
               else
                   add 1 to prior-count
                   perform varying fig-ix from 1 by 1 until fig-ix > 4
                       add rr-fig(fig-ix) to fg-prior-sum(fig-ix)
                   end-perform
               end-if.

*> the average, lowest and highest of each figure over the period's
*> runs, with the day each extreme fell on; the first run seen sets
*> the extremes, a later one only moves them when strictly past them
           period-figures.
               move run-count to fig-divisor.
               perform varying fig-ix from 1 by 1 until fig-ix > 4
                   move 0 to fg-sum(fig-ix)
                   move rt-fig(1, fig-ix) to fg-min(fig-ix)
                   move rt-date(1) to fg-min-date(fig-ix)
                   move rt-fig(1, fig-ix) to fg-max(fig-ix)
                   move rt-date(1) to fg-max-date(fig-ix)
                   perform varying run-ix from 1 by 1 until run-ix > run-count
                       add rt-fig(run-ix, fig-ix) to fg-sum(fig-ix)
                       if rt-fig(run-ix, fig-ix) < fg-min(fig-ix)
                           move rt-fig(run-ix, fig-ix) to fg-min(fig-ix)
                           move rt-date(run-ix) to fg-min-date(fig-ix)
                       end-if
                       if rt-fig(run-ix, fig-ix) > fg-max(fig-ix)
                           move rt-fig(run-ix, fig-ix) to fg-max(fig-ix)
                           move rt-date(run-ix) to fg-max-date(fig-ix)
                       end-if
                   end-perform
                   compute fg-avg(fig-ix) rounded = fg-sum(fig-ix) / fig-divisor
               end-perform.

*> last year's averages for the same period - the frozen record when
*> that period was closed, since those are the figures the close pack
*> carried, otherwise worked out from the runs still on file
           prior-figures.
               move 'n' to prior-found.
               perform varying fig-ix from 1 by 1 until fig-ix > 4
                   move 0 to fg-prior-sum(fig-ix)
                   move 0 to fg-prior-avg(fig-ix)
               end-perform.
               if per-is-open
                   move period-type to per-type
                   compute per-year = period-yr - 1
                   move period-no to per-number
                   read period-file key is per-key
                       invalid key continue
                       not invalid key
                           move 'y' to prior-found
                           move ws-perfname to prior-source
                           perform varying fig-ix from 1 by 1 until fig-ix > 4
                               move per-avg(fig-ix) to fg-prior-avg(fig-ix)
                           end-perform
                   end-read
               end-if.
               if not prior-was-found
                   move prior-start to range-start
                   move prior-end to range-end
                   move 'p' to load-mode
                   perform load-range
                   if prior-count > 0
                       move 'y' to prior-found
                       move prior-count to fig-divisor
                       perform varying fig-ix from 1 by 1 until fig-ix > 4
                           compute fg-prior-avg(fig-ix) rounded =
                               fg-prior-sum(fig-ix) / fig-divisor
                       end-perform
                   end-if
               end-if.
               if prior-was-found
                   move prior-source to out-prior-source
                   write report-output from prior-source-line after advancing 1 lines
               else
                   write report-output from no-prior-line after advancing 1 lines
               end-if.

*> one figure's block - average, lowest and highest with their days,
*> and the change in the average against the same period last year
           figure-report.
               evaluate fig-ix
                   when 1
                       move 'mean' to out-fig-label
                   when 2
                       move 'standard deviation' to out-fig-label
                   when 3
                       move 'median' to out-fig-label
                   when other
                       move 'variance' to out-fig-label
               end-evaluate.
               write report-output from figure-head-line after advancing 2 lines.
               move fg-avg(fig-ix) to out-fig-avg.
               write report-output from figure-avg-line after advancing 1 lines.
               move fg-min(fig-ix) to out-fig-min.
               move fg-min-date(fig-ix) to out-fig-min-date.
               write report-output from figure-min-line after advancing 1 lines.
               move fg-max(fig-ix) to out-fig-max.
               move fg-max-date(fig-ix) to out-fig-max-date.
               write report-output from figure-max-line after advancing 1 lines.
               if prior-was-found
                   move fg-prior-avg(fig-ix) to out-fig-prior
                   write report-output from figure-prior-line after advancing 1 lines
                   compute fig-change = fg-avg(fig-ix) - fg-prior-avg(fig-ix)
                   if fg-prior-avg(fig-ix) = 0
                       move 0 to fig-change-pct
                   else
                       compute fig-change-pct rounded =
                           (fig-change / fg-prior-avg(fig-ix)) * 100
                   end-if
                   move fig-change to out-fig-change
                   move fig-change-pct to out-fig-change-pct
                   write report-output from figure-change-line after advancing 1 lines
               end-if.

*> walks the period day by day; a monday-to-friday day with no run on
*> file, or whose run was restated by an amendment, is listed - the
*> runs are in run order, so one pointer walks them beside the days
           business-day-scan.
               move 0 to business-days.
               move 0 to gap-days.
               move 0 to amended-days.
               write report-output from under-line after advancing 2 lines.
               write report-output from gap-head-line after advancing 1 lines.
               move period-start to cal-date.
               move cal-date to dn-date.
               perform day-number.
               compute leap-work = dn-result + 3.
               divide leap-work by 7 giving leap-work remainder cal-weekday.
               move 1 to run-ix.
               perform until cal-date > period-end
                   perform business-day-check
                   perform next-day
               end-perform.
               if gap-days = 0 and amended-days = 0
                   write report-output from no-gap-line after advancing 1 lines
               else
                   move 4 to new-rc
                   perform raise-rc
               end-if.

*> one day of the walk - the runs on file for it are counted and any
*> restatement noted; weekends are skipped, a run on one still counts
*> in the figures above
           business-day-check.
               move 0 to cal-runs.
               move 0 to cal-amend-date.
               perform until run-ix > run-count
                       or rt-date(run-ix) > cal-date
                   if rt-date(run-ix) = cal-date
                       add 1 to cal-runs
                       if rt-amend-date(run-ix) > 0
                           move rt-amend-date(run-ix) to cal-amend-date
                       end-if
                   end-if
                   add 1 to run-ix
               end-perform.
               if cal-weekday > 0 and cal-weekday < 6
                   add 1 to business-days
                   move cal-date to out-gap-date
                   move day-name(cal-weekday + 1) to out-gap-day
                   if cal-runs = 0
                       add 1 to gap-days
                       move 'no run on file' to out-gap-text
                       move 0 to out-gap-amend
                       write report-output from gap-line after advancing 1 lines
                   else
                       if cal-amend-date > 0
                           add 1 to amended-days
                           move 'amended run, restated' to out-gap-text
                           move cal-amend-date to out-gap-amend
                           write report-output from gap-line after advancing 1 lines
                       end-if
                   end-if
               end-if.

*> moves cal-date on one day, across month and year ends, with the
*> day of the week following it round
           next-day.
               perform month-days.
               if cal-day < cal-month-days
                   add 1 to cal-day
               else
                   move 1 to cal-day
                   if cal-month < 12
                       add 1 to cal-month
                   else
                       move 1 to cal-month
                       add 1 to cal-year
                   end-if
               end-if.
               if cal-weekday < 6
                   add 1 to cal-weekday
               else
                   move 0 to cal-weekday
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

*> writes the period's record to the period-history file once the
*> period is over; a period already on file keeps the figures it was
*> frozen with, and this run says so
           freeze-period.
               write report-output from under-line after advancing 2 lines.
               if not per-is-open
                   move 'f' to freeze-state
                   move 'period not frozen - file not open:' to out-freeze-text
                   move ws-perfname to out-freeze-file
                   write report-output from freeze-line after advancing 1 lines
               else
                   if period-end not less than run-date
                       move 'n' to freeze-state
                       move 'period not yet over - not frozen to' to out-freeze-text
                       move ws-perfname to out-freeze-file
                       write report-output from freeze-line after advancing 1 lines
                   else
                       perform freeze-write
                   end-if
               end-if.

           freeze-write.
               move spaces to period-record.
               move period-type to per-type.
               move period-yr to per-year.
               move period-no to per-number.
               move period-start to per-first-date.
               move period-end to per-last-date.
               move run-count to per-run-count.
               perform varying fig-ix from 1 by 1 until fig-ix > 4
                   move fg-avg(fig-ix) to per-avg(fig-ix)
                   move fg-min(fig-ix) to per-min(fig-ix)
                   move fg-min-date(fig-ix) to per-min-date(fig-ix)
                   move fg-max(fig-ix) to per-max(fig-ix)
                   move fg-max-date(fig-ix) to per-max-date(fig-ix)
               end-perform.
               move gap-days to per-gap-days.
               move amended-days to per-amended-days.
               move runs-source to per-source.
               move run-date to per-frozen-date.
               move run-time-disp to per-frozen-time.
               move 'w' to freeze-state.
               write period-record
                   invalid key
                       move 'e' to freeze-state
               end-write.
               if freeze-written
                   move 'period figures frozen to' to out-freeze-text
                   move ws-perfname to out-freeze-file
                   write report-output from freeze-line after advancing 1 lines
               else
                   read period-file key is per-key
                       invalid key move 0 to per-frozen-date
                   end-read
                   move per-frozen-date to out-frozen-date
                   write report-output from freeze-existed-line after advancing 1 lines
                   move 4 to new-rc
                   perform raise-rc
               end-if.

           write-report-header.
               move run-date to out-run-date.
               move run-time-disp(1:2) to out-run-time-hh.
               move run-time-disp(3:2) to out-run-time-mm.
               move run-time-disp(5:2) to out-run-time-ss.
               move period-word to out-period-word.
               move period-yr to out-period-yr.
               move period-no to out-period-no.
               move period-start to out-period-start.
               move period-end to out-period-end.
               write report-output from title-line after advancing 0 lines.
               write report-output from under-line after advancing 1 lines.
               write report-output from header-date-line after advancing 1 lines.
               write report-output from header-period-line after advancing 1 lines.

           write-report-trailer.
               write report-output from under-line after advancing 1 lines.
               move 'runs in period = ' to out-count-label.
               move run-count to out-count.
               write report-output from count-line after advancing 1 line.
               move 'business days = ' to out-count-label.
               move business-days to out-count.
               write report-output from count-line after advancing 1 line.
               move 'days with no run = ' to out-count-label.
               move gap-days to out-count.
               write report-output from count-line after advancing 1 line.
               move 'days with an amended run = ' to out-count-label.
               move amended-days to out-count.
               write report-output from count-line after advancing 1 line.

*> moves the condition code up to new-rc when that is worse than what
*> the run has collected so far; it never moves it back down
           raise-rc.
               if new-rc > run-rc
                   move new-rc to run-rc
               end-if.

*> closes the files and hands the verdict back to the scheduler
           finish.
               if per-is-open
                   close period-file
               end-if.
               close ofile.
               perform write-ops-log.
               move run-rc to return-code.
               stop run.

*> one record on the shared operations log - what ran, against which
*> files, the runs summarised against the business days the close
*> pack has to explain, and the final verdict
           write-ops-log.
               move ws-opsfname to lock-name.
               perform get-lock.
               if lock-got = 'y'
                   perform append-ops-record
                   perform drop-lock
               else
                   display 'perclose: operations log ' ws-opsfname ' held by ' lock-holder ' - run not logged, condition code was ' run-rc
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
               move 'perclose' to ops-program.
               move run-date to ops-run-date.
               move run-time-disp to ops-run-time.
               move ws-histfname to ops-input-file.
               move ws-perfname to ops-output-file.
               move run-count to ops-accepted.
               compute ops-rejected = gap-days + amended-days.
               move run-rc to ops-rc.
               write ops-log-record.
               close ops-file.

*> logs a run that has to stop before any file is read - the morning
*> page must show the failed step, not a gap; the tallies have not
*> been touched yet, so they log as zero
           abort-run-log.
               move 8 to new-rc.
               perform raise-rc.
               move 0 to run-count.
               move 0 to gap-days.
               move 0 to amended-days.
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
                   move 'perclose' to lock-program
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
                   display 'perclose: lock on ' lock-name ' not released, lock file status = ' ws-lock-status ' - clear it with lockmnt'
                   move 4 to new-rc
                   perform raise-rc
               end-if.
               if ws-lock-status = '00'
                   move lock-name to lock-resource
                   read lock-file
                       invalid key
                           continue
                       not invalid key
                           if lock-program = 'perclose'
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
