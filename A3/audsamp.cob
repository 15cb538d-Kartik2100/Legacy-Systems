
       identification division.
       program-id. audsamp.

       environment division.
       input-output section.
       file-control.
*> control-file carries the run options the same way stats reads its
*> own - from a fixed logical name an unattended batch step can point
*> at a JCL SYSIN/PARM dataset
       select control-file assign to "SYSIN"
               organization is line sequential
               file status is ws-ctl-status.
*> the population being sampled - the detail file stats or statmrg
*> wrote for the run, or the original extract itself
       select ifile assign to dynamic ws-fname
               organization is line sequential
               file status is ws-in-status.
*> the records picked, in the detail-line layout whichever file they
*> were picked from
       select sample-file assign to dynamic ws-sampfname
               organization is line sequential.
*> the selection report - the population, the method, the seed and
*> what each stratum gave up, so the auditors can re-perform it
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
           02 ctl-ifile        pic x(30).
           02 ctl-in-type      pic x(1).
           02 ctl-method       pic x(1).
           02 ctl-sample-size  pic 9(5).
           02 ctl-quota        pic 9(4).
           02 ctl-seed         pic 9(10).
           02 ctl-weight-flag  pic x(1).
           02 ctl-samplefile   pic x(30).
           02 ctl-reportfile   pic x(30).
           02 ctl-opslog       pic x(30).
           02 ctl-lock-wait    pic 9(3).
           02 ctl-lockfile     pic x(30).
       fd ifile.
       01 in-record            pic x(108).
       fd sample-file.
       01 sample-record        pic x(108).
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
       77 ws-fname          pic x(30).
       77 ws-sampfname      pic x(30).
       77 ws-rptfname       pic x(30).
       77 ws-ctl-status     pic x(2).
       77 ws-in-status      pic x(2).

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
*> 0 when the sample was drawn as asked, 4 when the population could
*> not give the size or quota asked for or extract lines failed the
*> numeric edit; 8 when the population file is missing or empty
       77 run-rc            pic s9(4) usage is computational value 0.
       77 new-rc            pic s9(4) usage is computational.

       77 run-date          pic 9(8).
       77 run-time          pic 9(8).
       77 run-time-disp     pic 9(6).

*> which file the population comes from - d the detail file, which
*> carries the outlier verdicts, or e the extract in its own layout
       77 in-type           pic x(1).
           88 extract-input    value 'e', 'E'.
*> r simple random, s stratified by group code with a quota for each
*> cost centre, m monetary-unit - larger amounts more likely picked
       77 sample-method     pic x(1).
           88 random-method    value 'r', 'R'.
           88 stratified-method value 's', 'S'.
           88 mus-method       value 'm', 'M'.
       77 sample-size       pic s9(8) usage is computational.
       77 quota             pic s9(8) usage is computational.
*> weighted mode - each record stands for weight occurrences of its
*> value, so the amount monetary-unit sampling walks is value times
*> weight, and the population value is counted the same way
       77 weight-flag       pic x(1) value 'n'.
           88 weight-mode      value 'y', 'Y'.

*> the detail-line layout stats and statmrg write, read back with the
*> value, weight and outlier verdict as they were written
       01 detail-in.
           02 di-file-name pic x(30).
           02 filler pic x(3).
           02 di-line-no pic x(8).
           02 filler pic x(3).
           02 di-value pic -(14)9.9(4).
           02 filler pic x(3).
           02 di-group pic x(10).
           02 filler pic x(3).
           02 di-weight pic -(7)9.
           02 filler pic x(3).
           02 di-zscore pic x(13).
           02 filler pic x(3).
           02 di-outlier pic x(1).

*> the extract layout stats reads its input in
       01 input-value.
           02 inputx pic s9(14)v9(4).
           02 in-group-code pic x(10).
           02 in-weight pic 9(8).
           02 in-value2 pic s9(14)v9(4).
           02 filler pic x(26).

*> a record picked from the extract, written out in the detail-line
*> layout with no z-score, since no statistics have been run here
       01 detail-line.
           02 dtl-file-name pic x(30).
           02 filler pic x(3) value ' - '.
           02 dtl-line-no pic z(7)9.
           02 filler pic x(3) value ' - '.
           02 dtl-value pic -(14)9.9(4).
           02 filler pic x(3) value ' - '.
           02 dtl-group pic x(10).
           02 filler pic x(3) value ' - '.
           02 dtl-weight pic -(7)9.
           02 filler pic x(3) value ' - '.
           02 dtl-zscore pic -(7)9.9(4).
           02 filler pic x(3) value ' - '.
           02 dtl-outlier pic x(1).

*> the population held in storage, sized to the input's line count
*> the way stats sizes array-area; each entry remembers the input line
*> it came from so the selection can be written back out in one pass
       77 rec-count         pic s9(8) usage is computational.
       77 pop-count         pic s9(8) usage is computational.
       77 pop-ix            pic s9(8) usage is computational.
       77 line-number       pic s9(8) usage is computational.
       77 excluded-count    pic s9(8) usage is computational.
       77 feof              pic x(1).
       01 pop-area.
           02 pop-entry occurs 1 to 200000 times depending on rec-count.
               03 pop-line    pic s9(8) usage is computational.
               03 pop-value   pic s9(14)v9(4) usage is computational-3.
               03 pop-group   pic x(10).
               03 pop-weight  pic s9(8) usage is computational.
               03 pop-outlier pic x(1).
*> s picked by the method, o included because it was flagged
               03 pop-picked  pic x(1).

*> the cost centres in the population - each one a stratum, whichever
*> method is used, so the report always shows what each centre gave
       77 st-count          pic s9(8) usage is computational.
       77 st-ix             pic s9(8) usage is computational.
       77 st-found-ix       pic s9(8) usage is computational.
       77 st-dropped        pic s9(8) usage is computational.
       01 stratum-table.
           02 stratum occurs 5000 times.
               03 st-code       pic x(10).
               03 st-pop        pic s9(8) usage is computational.
               03 st-value      pic s9(14)v9(4) usage is computational-3.
               03 st-eligible   pic s9(8) usage is computational.
               03 st-seen       pic s9(8) usage is computational.
               03 st-wanted     pic s9(8) usage is computational.
               03 st-picked     pic s9(8) usage is computational.
               03 st-forced     pic s9(8) usage is computational.

*> the random number generator - the minimal standard multiplicative
*> congruential generator, chosen because any shop can reproduce it
*> from the seed on the report with nothing but integer arithmetic
       77 seed              pic s9(10) usage is computational.
       77 seed-product      pic s9(18) usage is computational.
       77 seed-quot         pic s9(18) usage is computational.
       77 rand-u            pic sv9(9) usage is computational-3.
       77 seed-given        pic x(1).
       77 seed-start        pic 9(10).
       77 short-stratum     pic x(1).

*> selection sampling - each eligible record is picked with the chance
*> of the picks still needed over the records still to be seen, so the
*> sample comes out exactly the size asked for in one pass
       77 eligible-count    pic s9(8) usage is computational.
       77 seen-count        pic s9(8) usage is computational.
       77 wanted-count      pic s9(8) usage is computational.
       77 picked-count      pic s9(8) usage is computational.
       77 forced-count      pic s9(8) usage is computational.
       77 pick-left         pic s9(10) usage is computational-3.
       77 pick-test         pic s9(10)v9(9) usage is computational-3.

*> monetary-unit sampling - the population's amounts laid end to end,
*> a fixed interval stepped along them from a random start, and the
*> record under each step picked; amounts are taken without sign
       77 item-amount       pic s9(16)v9(4) usage is computational-3.
       77 pop-value-total   pic s9(16)v9(4) usage is computational-3.
       77 mus-total         pic s9(16)v9(4) usage is computational-3.
       77 mus-interval      pic s9(16)v9(4) usage is computational-3.
       77 mus-start         pic s9(16)v9(4) usage is computational-3.
       77 mus-point         pic s9(16)v9(4) usage is computational-3.
       77 mus-cum           pic s9(16)v9(4) usage is computational-3.
       77 mus-hits          pic s9(8) usage is computational.

*> first line title of the report
       01 title-line.
           02 filler pic x(41) value
               'audit sample selection report'.

       01 header-date-line.
           02 filler pic x(11) value 'run date: '.
           02 out-run-date pic 9999/99/99.
           02 filler pic x(9) value '  time: '.
           02 out-run-time-hh pic 99.
           02 filler pic x(1) value ':'.
           02 out-run-time-mm pic 99.
           02 filler pic x(1) value ':'.
           02 out-run-time-ss pic 99.

       01 header-infile-line.
           02 filler pic x(19) value 'population file: '.
           02 out-in-fname pic x(30).
           02 out-in-type pic x(12).

       01 header-sampfile-line.
           02 filler pic x(19) value 'sample file: '.
           02 out-samp-fname pic x(30).

       01 header-method-line.
           02 filler pic x(19) value 'method: '.
           02 out-method pic x(30).

       01 header-seed-line.
           02 filler pic x(19) value 'seed: '.
           02 out-seed pic 9(10).
           02 out-seed-note pic x(30).

       01 header-size-line.
           02 out-size-label pic x(19).
           02 out-size pic z(7)9.

       01 header-weight-line.
           02 filler pic x(19) value 'weighted: '.
           02 out-weighted pic x(3).

*> underline for the output file
       01 under-line.
           02 filler pic x(42) value
               '******************************************'.

*> the monetary-unit walk, so it can be stepped through by hand
       01 mus-line.
           02 filler pic x(19) value 'sampling interval '.
           02 out-mus-interval pic -(14)9.9(4).
           02 filler pic x(9) value ' start '.
           02 out-mus-start pic -(14)9.9(4).

       01 stratum-col-line.
           02 filler pic x(70) value
               'group      population     population value  sampled  outliers'.

*> what one cost centre held and what it gave up to the sample
       01 stratum-line.
           02 out-st-code pic x(10).
           02 filler pic x(1) value spaces.
           02 out-st-pop pic z(9)9.
           02 filler pic x(1) value spaces.
           02 out-st-value pic -(14)9.99.
           02 filler pic x(1) value spaces.
           02 out-st-picked pic z(7)9.
           02 filler pic x(1) value spaces.
           02 out-st-forced pic z(8)9.
           02 out-st-flag pic x(3).

       01 short-note-line.
           02 filler pic x(62) value
               '* fewer records than asked for - the whole stratum is taken'.

*> the tallies that close the report
       01 count-line.
           02 out-count-label pic x(26).
           02 out-count pic -(8)9.

       01 value-line.
           02 out-value-label pic x(26).
           02 out-value pic -(14)9.99.

       procedure division.
*> counts and loads the population, draws the sample by the method
*> asked for, adds every flagged outlier, then writes the picked
*> records out in input order and reports how they were chosen
           perform read-parameters.
           perform count-lines.
           perform load-population.
           if random-method
               perform draw-random
           else
               if stratified-method
                   perform draw-stratified
               else
                   perform draw-mus
               end-if
           end-if.
           perform include-outliers.
           perform write-sample.
           perform write-report.
           perform finish.

*> reads the run options; anything left blank falls back to the
*> detail file stats writes and a simple random sample of 25, and a
*> seed left blank is taken from the clock and printed, so even an
*> unplanned draw can be re-performed
           read-parameters.
               move spaces to ws-ctl-status.
               open input control-file.
               if ws-ctl-status not = '00'
                   display 'audsamp: control file (SYSIN) not found or unreadable, status = ' ws-ctl-status
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
               move ctl-in-type to in-type.
               move ctl-ifile to ws-fname.
               if ws-fname = spaces
                   if extract-input
                       display 'audsamp: control file (SYSIN) did not supply an extract file name'
                       move 8 to return-code
                       stop run
                   end-if
                   move 'STATDTL.DAT' to ws-fname
               end-if.
               move ctl-method to sample-method.
               if not random-method and not stratified-method
                       and not mus-method
                   move 'r' to sample-method
               end-if.
               if ctl-sample-size is numeric and ctl-sample-size > 0
                   move ctl-sample-size to sample-size
               else
                   move 25 to sample-size
               end-if.
               if ctl-quota is numeric and ctl-quota > 0
                   move ctl-quota to quota
               else
                   move 5 to quota
               end-if.
               move ctl-weight-flag to weight-flag.
               move ctl-samplefile to ws-sampfname.
               if ws-sampfname = spaces
                   move 'STATSAMP.DAT' to ws-sampfname
               end-if.
               move ctl-reportfile to ws-rptfname.
               if ws-rptfname = spaces
                   move 'STATSAMP.RPT' to ws-rptfname
               end-if.
               move ctl-opslog to ws-opsfname.
               if ws-opsfname = spaces
                   move 'STATOPS.DAT' to ws-opsfname
               end-if.
               accept run-date from date yyyymmdd.
               accept run-time from time.
               compute run-time-disp = run-time / 100.
               move 'y' to seed-given.
               if ctl-seed is numeric and ctl-seed > 0
                       and ctl-seed < 2147483647
                   move ctl-seed to seed
               else
                   move 'n' to seed-given
                   compute seed = run-time + 1
               end-if.
               move seed to seed-start.
*> a small seed gives a small first few numbers from this generator,
*> which would favour the top of the file, so the first three are
*> stepped past before any is used
               perform next-random 3 times.

*> counts the population file's lines so pop-area can be sized to
*> them, the same first pass stats makes over its input
           count-lines.
               move 0 to rec-count.
               move spaces to ws-in-status.
               open input ifile.
               if ws-in-status not = '00'
                   display 'audsamp: population file ' ws-fname ' not found or unreadable, status = ' ws-in-status
                   perform abort-run-log
                   move run-rc to return-code
                   stop run
               end-if.
               move 'n' to feof.
               perform until feof = 'y'
                   read ifile at end move 'y' to feof
                       not at end
                       add 1 to rec-count
                   end-read
               end-perform.
               close ifile.
               if rec-count = 0
                   display 'audsamp: population file ' ws-fname ' holds no lines'
                   perform abort-run-log
                   move run-rc to return-code
                   stop run
               end-if.
               if rec-count > 200000
                   display 'audsamp: population file ' ws-fname ' holds more than the 200000 lines the table can take'
                   perform abort-run-log
                   move run-rc to return-code
                   stop run
               end-if.

*> loads the population; an extract line that fails the numeric edit
*> stats applies was never in the run's figures, so it is not in the
*> population either - it is counted as excluded
           load-population.
               move 0 to pop-count.
               move 0 to excluded-count.
               move 0 to line-number.
               move 0 to st-count.
               move 0 to st-dropped.
               move 0 to pop-value-total.
               open input ifile.
               move 'n' to feof.
               perform until feof = 'y'
                   read ifile at end move 'y' to feof
                       not at end
                       add 1 to line-number
                       if extract-input
                           perform load-extract-line
                       else
                           perform load-detail-line
                       end-if
                   end-read
               end-perform.
               close ifile.
               if pop-count = 0
                   display 'audsamp: population file ' ws-fname ' holds no usable records'
                   perform abort-run-log
                   move run-rc to return-code
                   stop run
               end-if.
               if excluded-count > 0
                   move 4 to new-rc
                   perform raise-rc
               end-if.

           load-extract-line.
               move in-record to input-value.
               if inputx is numeric
                       and (not weight-mode or in-weight is numeric)
                   add 1 to pop-count
                   move line-number to pop-line(pop-count)
                   move inputx to pop-value(pop-count)
                   move in-group-code to pop-group(pop-count)
                   if weight-mode
                       move in-weight to pop-weight(pop-count)
                   else
                       move 1 to pop-weight(pop-count)
                   end-if
                   move 'n' to pop-outlier(pop-count)
                   move space to pop-picked(pop-count)
                   perform add-to-stratum
               else
                   add 1 to excluded-count
               end-if.

           load-detail-line.
               if in-record = spaces
                   add 1 to excluded-count
               else
                   move in-record to detail-in
                   add 1 to pop-count
                   move line-number to pop-line(pop-count)
                   move di-value to pop-value(pop-count)
                   move di-group to pop-group(pop-count)
                   if weight-mode
                       move di-weight to pop-weight(pop-count)
                   else
                       move 1 to pop-weight(pop-count)
                   end-if
                   if di-outlier = 'y' or di-outlier = 'Y'
                       move 'y' to pop-outlier(pop-count)
                   else
                       move 'n' to pop-outlier(pop-count)
                   end-if
                   move space to pop-picked(pop-count)
                   perform add-to-stratum
               end-if.

*> counts the record into its cost centre's stratum; a flagged outlier
*> is taken whatever happens, so it is not eligible for the draw
           add-to-stratum.
               compute item-amount = pop-value(pop-count)
                   * pop-weight(pop-count).
               add item-amount to pop-value-total.
               move 0 to st-found-ix.
               perform varying st-ix from 1 by 1
                       until st-ix is greater than st-count
                           or st-found-ix > 0
                   if st-code(st-ix) = pop-group(pop-count)
                       move st-ix to st-found-ix
                   end-if
               end-perform.
               if st-found-ix = 0
                   if st-count < 5000
                       add 1 to st-count
                       move st-count to st-found-ix
                       move pop-group(pop-count) to st-code(st-count)
                       move 0 to st-pop(st-count)
                       move 0 to st-value(st-count)
                       move 0 to st-eligible(st-count)
                       move 0 to st-seen(st-count)
                       move 0 to st-wanted(st-count)
                       move 0 to st-picked(st-count)
                       move 0 to st-forced(st-count)
                   else
                       add 1 to st-dropped
                   end-if
               end-if.
               if st-found-ix > 0
                   add 1 to st-pop(st-found-ix)
                   add item-amount to st-value(st-found-ix)
                   if pop-outlier(pop-count) not = 'y'
                       add 1 to st-eligible(st-found-ix)
                   end-if
               end-if.

*> the next number from the generator into rand-u, strictly between
*> zero and one; the product is held in eighteen digits, so the
*> remainder is worked out exactly rather than by floating point
           next-random.
               compute seed-product = seed * 16807.
               divide seed-product by 2147483647 giving seed-quot.
               compute seed = seed-product - (seed-quot * 2147483647).
               compute rand-u = seed / 2147483647.

*> simple random sampling over every record not already taken as an
*> outlier; asking for more than there are takes them all
           draw-random.
               move 0 to eligible-count.
               perform varying pop-ix from 1 by 1 until pop-ix is greater than pop-count
                   if pop-outlier(pop-ix) not = 'y'
                       add 1 to eligible-count
                   end-if
               end-perform.
               move sample-size to wanted-count.
               if wanted-count > eligible-count
                   move eligible-count to wanted-count
                   move 4 to new-rc
                   perform raise-rc
               end-if.
               move 0 to seen-count.
               move 0 to picked-count.
               perform varying pop-ix from 1 by 1 until pop-ix is greater than pop-count
                   if pop-outlier(pop-ix) not = 'y'
                       perform next-random
                       compute pick-left = eligible-count - seen-count
                       compute pick-test = pick-left * rand-u
                       if pick-test < wanted-count - picked-count
                           move 's' to pop-picked(pop-ix)
                           add 1 to picked-count
                       end-if
                       add 1 to seen-count
                   end-if
               end-perform.

*> stratified sampling - the same selection sampling run within each
*> cost centre, each taking its quota or the whole centre when it
*> holds fewer; the strata are drawn together in one pass over the
*> population so the seed alone fixes the result
           draw-stratified.
               perform varying st-ix from 1 by 1 until st-ix is greater than st-count
                   move quota to st-wanted(st-ix)
                   if st-wanted(st-ix) > st-eligible(st-ix)
                       move st-eligible(st-ix) to st-wanted(st-ix)
                       move 4 to new-rc
                       perform raise-rc
                   end-if
               end-perform.
               move 0 to picked-count.
               perform varying pop-ix from 1 by 1 until pop-ix is greater than pop-count
                   if pop-outlier(pop-ix) not = 'y'
                       perform find-stratum
                       if st-found-ix > 0
                           perform next-random
                           compute pick-left = st-eligible(st-found-ix)
                               - st-seen(st-found-ix)
                           compute pick-test = pick-left * rand-u
                           if pick-test < st-wanted(st-found-ix)
                                   - st-picked(st-found-ix)
                               move 's' to pop-picked(pop-ix)
                               add 1 to st-picked(st-found-ix)
                               add 1 to picked-count
                           end-if
                           add 1 to st-seen(st-found-ix)
                       end-if
                   end-if
               end-perform.

*> monetary-unit sampling - the interval is the eligible amount over
*> the sample size, the start a random point inside the first
*> interval; a record larger than the interval may sit under several
*> steps but is picked once
           draw-mus.
               move 0 to mus-total.
               perform varying pop-ix from 1 by 1 until pop-ix is greater than pop-count
                   if pop-outlier(pop-ix) not = 'y'
                       perform mus-item-amount
                       add item-amount to mus-total
                   end-if
               end-perform.
               move 0 to picked-count.
               move 0 to mus-interval.
               move 0 to mus-start.
               if mus-total = 0
                   display 'audsamp: population holds no amount to sample by value'
                   move 4 to new-rc
                   perform raise-rc
               else
                   compute mus-interval = mus-total / sample-size
                   perform next-random
                   compute mus-start = mus-interval * rand-u
                   move mus-start to mus-point
                   move 0 to mus-cum
                   perform varying pop-ix from 1 by 1 until pop-ix is greater than pop-count
                       if pop-outlier(pop-ix) not = 'y'
                           perform mus-item-amount
                           add item-amount to mus-cum
                           move 0 to mus-hits
                           perform until mus-point > mus-cum
                                   or mus-interval = 0
                               add 1 to mus-hits
                               add mus-interval to mus-point
                           end-perform
                           if mus-hits > 0
                               move 's' to pop-picked(pop-ix)
                               add 1 to picked-count
                           end-if
                       end-if
                   end-perform
                   if picked-count < sample-size
                       move 4 to new-rc
                       perform raise-rc
                   end-if
               end-if.

           mus-item-amount.
               compute item-amount = pop-value(pop-ix) * pop-weight(pop-ix).
               if item-amount < 0
                   compute item-amount = item-amount * -1
               end-if.

*> every record the run flagged as an outlier goes into the sample
*> whatever the method drew
           include-outliers.
               move 0 to forced-count.
               perform varying pop-ix from 1 by 1 until pop-ix is greater than pop-count
                   if pop-outlier(pop-ix) = 'y'
                       move 'o' to pop-picked(pop-ix)
                       add 1 to forced-count
                   end-if
               end-perform.

           find-stratum.
               move 0 to st-found-ix.
               perform varying st-ix from 1 by 1
                       until st-ix is greater than st-count
                           or st-found-ix > 0
                   if st-code(st-ix) = pop-group(pop-ix)
                       move st-ix to st-found-ix
                   end-if
               end-perform.

*> writes the picked records out in input order - a second pass over
*> the population file, matching each line to its table entry; a
*> detail line goes out as it was read, an extract line is put into
*> the detail layout; the strata are tallied as the records go
           write-sample.
               open output sample-file.
               open input ifile.
               move 0 to line-number.
               move 1 to pop-ix.
               move 'n' to feof.
               perform until feof = 'y'
                   read ifile at end move 'y' to feof
                       not at end
                       add 1 to line-number
                       if pop-ix not > pop-count
                           if pop-line(pop-ix) = line-number
                               if pop-picked(pop-ix) not = space
                                   perform write-one-sample
                               end-if
                               add 1 to pop-ix
                           end-if
                       end-if
                   end-read
               end-perform.
               close ifile.
               close sample-file.

           write-one-sample.
               if extract-input
                   move ws-fname to dtl-file-name
                   move line-number to dtl-line-no
                   move pop-value(pop-ix) to dtl-value
                   move pop-group(pop-ix) to dtl-group
                   move pop-weight(pop-ix) to dtl-weight
                   move 0 to dtl-zscore
                   move 'n' to dtl-outlier
                   write sample-record from detail-line
               else
                   write sample-record from in-record
               end-if.
               if not stratified-method
                   perform find-stratum
                   if st-found-ix > 0
                       if pop-picked(pop-ix) = 's'
                           add 1 to st-picked(st-found-ix)
                       end-if
                   end-if
               end-if.
               if pop-picked(pop-ix) = 'o'
                   perform find-stratum
                   if st-found-ix > 0
                       add 1 to st-forced(st-found-ix)
                   end-if
               end-if.

*> the selection report - everything the auditors need to draw the
*> same sample again, then what each cost centre held and gave up
           write-report.
               open output report-file.
               move run-date to out-run-date.
               move run-time-disp(1:2) to out-run-time-hh.
               move run-time-disp(3:2) to out-run-time-mm.
               move run-time-disp(5:2) to out-run-time-ss.
               move ws-fname to out-in-fname.
               if extract-input
                   move ' (extract)' to out-in-type
               else
                   move ' (detail)' to out-in-type
               end-if.
               move ws-sampfname to out-samp-fname.
               write report-output from title-line after advancing 0 lines.
               write report-output from under-line after advancing 1 lines.
               write report-output from header-date-line after advancing 1 lines.
               write report-output from header-infile-line after advancing 1 lines.
               write report-output from header-sampfile-line after advancing 1 lines.
               evaluate true
                   when random-method
                       move 'simple random' to out-method
                   when stratified-method
                       move 'stratified by group code' to out-method
                   when other
                       move 'monetary unit' to out-method
               end-evaluate.
               write report-output from header-method-line after advancing 1 lines.
               if stratified-method
                   move 'quota per group: ' to out-size-label
                   move quota to out-size
               else
                   move 'sample size: ' to out-size-label
                   move sample-size to out-size
               end-if.
               write report-output from header-size-line after advancing 1 lines.
               if seed-given = 'y'
                   move spaces to out-seed-note
               else
                   move ' (taken from the clock)' to out-seed-note
               end-if.
               move seed-start to out-seed.
               write report-output from header-seed-line after advancing 1 lines.
               if weight-mode
                   move 'yes' to out-weighted
               else
                   move 'no' to out-weighted
               end-if.
               write report-output from header-weight-line after advancing 1 lines.
               if mus-method
                   move mus-interval to out-mus-interval
                   move mus-start to out-mus-start
                   write report-output from mus-line after advancing 1 lines
               end-if.
               write report-output from under-line after advancing 1 lines.
               write report-output from stratum-col-line after advancing 1 lines.
               move 'n' to short-stratum.
               perform varying st-ix from 1 by 1 until st-ix is greater than st-count
                   move st-code(st-ix) to out-st-code
                   move st-pop(st-ix) to out-st-pop
                   move st-value(st-ix) to out-st-value
                   move st-picked(st-ix) to out-st-picked
                   move st-forced(st-ix) to out-st-forced
                   move spaces to out-st-flag
                   if stratified-method
                           and st-eligible(st-ix) < quota
                       move ' *' to out-st-flag
                       move 'y' to short-stratum
                   end-if
                   write report-output from stratum-line after advancing 1 line
               end-perform.
               if short-stratum = 'y'
                   write report-output from short-note-line after advancing 1 lines
               end-if.
               write report-output from under-line after advancing 1 lines.
               move 'population count = ' to out-count-label.
               move pop-count to out-count.
               write report-output from count-line after advancing 1 line.
               move 'population value = ' to out-value-label.
               move pop-value-total to out-value.
               write report-output from value-line after advancing 1 line.
               move 'lines excluded = ' to out-count-label.
               move excluded-count to out-count.
               write report-output from count-line after advancing 1 line.
               move 'records drawn = ' to out-count-label.
               move picked-count to out-count.
               write report-output from count-line after advancing 1 line.
               move 'outliers included = ' to out-count-label.
               move forced-count to out-count.
               write report-output from count-line after advancing 1 line.
               move 'sample total = ' to out-count-label.
               compute out-count = picked-count + forced-count.
               write report-output from count-line after advancing 1 line.
               close report-file.
               if st-dropped > 0
                   display 'audsamp: ' st-dropped ' records past the 5000 groups the stratum table holds are not shown by group'
               end-if.

*> moves the condition code up to new-rc when that is worse than what
*> the run has collected so far; it never moves it back down
           raise-rc.
               if new-rc > run-rc
                   move new-rc to run-rc
               end-if.

*> logs the run and hands the verdict back to the scheduler
           finish.
               perform write-ops-log.
               move run-rc to return-code.
               stop run.

*> one record on the shared operations log - what ran, against which
*> files, how many records went into the sample against how many
*> lines were left out of the population, and the final verdict
           write-ops-log.
               move ws-opsfname to lock-name.
               perform get-lock.
               if lock-got = 'y'
                   perform append-ops-record
                   perform drop-lock
               else
                   display 'audsamp: operations log ' ws-opsfname ' held by ' lock-holder ' - run not logged, condition code was ' run-rc
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
               move 'audsamp' to ops-program.
               move run-date to ops-run-date.
               move run-time-disp to ops-run-time.
               move ws-fname to ops-input-file.
               move ws-sampfname to ops-output-file.
               compute ops-accepted = picked-count + forced-count.
               move excluded-count to ops-rejected.
               move run-rc to ops-rc.
               write ops-log-record.
               close ops-file.

*> logs a run that has to stop before a sample is drawn - the morning
*> page must show the failed step, not a gap
           abort-run-log.
               move 8 to new-rc.
               perform raise-rc.
               move 0 to picked-count.
               move 0 to forced-count.
               move 0 to excluded-count.
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
                   move 'audsamp' to lock-program
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
                   display 'audsamp: lock on ' lock-name ' not released, lock file status = ' ws-lock-status ' - clear it with lockmnt'
                   move 4 to new-rc
                   perform raise-rc
               end-if.
               if ws-lock-status = '00'
                   move lock-name to lock-resource
                   read lock-file
                       invalid key
                           continue
                       not invalid key
                           if lock-program = 'audsamp'
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
