               organization is line sequential.
*> history-file keeps one record per run (key figures only); the
*> merge step writes the day's single record, since the part runs
*> stay away from the file on purpose; keyed on the run date and time
*> as stats keeps it
       select history-file assign to dynamic ws-histfname
               organization is indexed
               access mode is dynamic
               record key is hist-key
               file status is ws-hist-status.
*> outlier-file collects values flagged as statistical outliers, with
*> their input line numbers and part input files
*> data so downstream systems see one scoring of the whole extract
       select detail-file assign to dynamic ws-dtlfname
               organization is line sequential.
*> the per-group snapshot file - one record per group code per run,
*> as stats writes it; a split day's snapshot comes from here, since
*> only the merge sees every part's values together
       select snapshot-file assign to dynamic ws-snapfname
               organization is line sequential
               file status is ws-snap-status.
*> the run's group summary - rewritten every group-mode run, like the
*> outlier file: the run's header and reconciliation verdict, each
*> group's figures with its standing on the group master, and the
*> group-exception rows, for the per-centre report burst to cut from
       select summary-file assign to dynamic ws-sumfname
               organization is line sequential
               file status is ws-sum-status.
*> the group master the business owns - validated against in
*> group-mode exactly as a one-step stats run validates
       select group-master-file assign to dynamic ws-grpfname
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
*> sort work file for the SORT verb that puts the combined values
*> back into one ascending order
       select sort-file assign to "SORTWK".
           02 ctl-part-flag    pic x(1).
           02 ctl-partres      pic x(30).
           02 ctl-norm-flag    pic x(1).
           02 ctl-snapfile     pic x(30).
           02 ctl-sumfile      pic x(30).
           02 ctl-lock-wait    pic 9(3).
           02 ctl-lockfile     pic x(30).
       fd list-file.
       01 list-record          pic x(30).
       fd part-file.
       01 reject-record        pic x(124).
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
       fd outlier-file.
       01 outlier-record       pic x(88).
       fd detail-file.
       01 detail-record        pic x(108).
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
       fd group-master-file.
       01 group-master-record.
           02 gm-code          pic x(10).
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
       sd sort-file.
       01 sort-rec.
           02 sort-x           pic s9(14)v9(4) usage is computational-3.
       77 ws-hist-status    pic x(2).
       77 ws-grp-status     pic x(2).
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

*> graded condition code handed back to the scheduler - 0 for a clean
*> merge, 4 when something deserves a look (rejected records in the
       77 pair-slope        pic s9(14)v9(4) usage is computational-3.
       77 pair-icept        pic s9(14)v9(4) usage is computational-3.

*> distribution shape - skewness and excess kurtosis from the third
*> and fourth standardized moments, the jarque-bera normality statistic
*> built from them, and a 95% confidence interval for the mean; the
*> moments are summed over values standardized by the section's own
*> mean and standard deviation so the fourth powers stay in range, and
*> in weighted mode each value counts weight times, as in std-calc
       77 shp-count         pic s9(14) usage is computational-3.
       77 shp-mean          pic s9(14)v9(4) usage is computational-3.
       77 shp-sd            pic s9(14)v9(4) usage is computational-3.
       77 shp-weight        pic s9(8) usage is computational-3.
       77 shp-wsum          pic s9(30)v9(4) usage is computational-3.
       77 shp-wsq           pic s9(30)v9(4) usage is computational-3.
       77 shp-z             pic s9(8)v9(10) usage is computational-3.
       77 shp-z2            pic s9(16)v9(10) usage is computational-3.
       77 shp-sum3          pic s9(20)v9(8) usage is computational-3.
       77 shp-sum4          pic s9(20)v9(8) usage is computational-3.
       77 shp-skew          pic s9(8)v9(6) usage is computational-3.
       77 shp-kurt          pic s9(8)v9(6) usage is computational-3.
       77 shp-jb            pic s9(14)v9(4) usage is computational-3.
       77 shp-sample-sd     pic s9(14)v9(8) usage is computational-3.
       77 shp-se            pic s9(14)v9(8) usage is computational-3.
       77 shp-ratio         pic s9(4)v9(10) usage is computational-3.
       77 shp-df            pic s9(14) usage is computational-3.
       77 shp-t-ix          pic s9(4) usage is computational.
       77 shp-t             pic 99v999.
       77 shp-ci-low        pic s9(14)v9(4) usage is computational-3.
       77 shp-ci-high       pic s9(14)v9(4) usage is computational-3.
       77 shp-verdict       pic x(1).
           88 shp-normal       value 'p'.
           88 shp-not-normal   value 'f'.
       77 shp-verdict-text  pic x(24).
*> the 5% critical value of chi-square on two degrees of freedom, the
*> distribution the jarque-bera statistic follows for normal data
       77 shp-jb-critical   pic 9v999 value 5.991.
*> two-sided 95% critical values of student's t for 1 to 30 degrees of
*> freedom; past 30 the normal 1.96 is close enough
       01 t-crit-values.
           02 filler pic 99v999 value 12.706.
           02 filler pic 99v999 value 4.303.
           02 filler pic 99v999 value 3.182.
           02 filler pic 99v999 value 2.776.
           02 filler pic 99v999 value 2.571.
           02 filler pic 99v999 value 2.447.
           02 filler pic 99v999 value 2.365.
           02 filler pic 99v999 value 2.306.
           02 filler pic 99v999 value 2.262.
           02 filler pic 99v999 value 2.228.
           02 filler pic 99v999 value 2.201.
           02 filler pic 99v999 value 2.179.
           02 filler pic 99v999 value 2.160.
           02 filler pic 99v999 value 2.145.
           02 filler pic 99v999 value 2.131.
           02 filler pic 99v999 value 2.120.
           02 filler pic 99v999 value 2.110.
           02 filler pic 99v999 value 2.101.
           02 filler pic 99v999 value 2.093.
           02 filler pic 99v999 value 2.086.
           02 filler pic 99v999 value 2.080.
           02 filler pic 99v999 value 2.074.
           02 filler pic 99v999 value 2.069.
           02 filler pic 99v999 value 2.064.
           02 filler pic 99v999 value 2.060.
           02 filler pic 99v999 value 2.056.
           02 filler pic 99v999 value 2.052.
           02 filler pic 99v999 value 2.048.
           02 filler pic 99v999 value 2.045.
           02 filler pic 99v999 value 2.042.
       01 t-crit-table redefines t-crit-values.
           02 t-crit pic 99v999 occurs 30 times.

*> per-record detail mode - as stats runs it, over the combined data
       77 detail-flag       pic x(1) value 'n'.
           88 detail-mode      value 'y', 'Y'.
       77 hist-found        pic x(1).
           88 hist-was-found  value 'y'.
       77 hist-eof          pic x(1).
       77 hist-open         pic x(1).
           88 hist-is-open    value 'y'.
       77 hist-amd-found    pic x(1).
       77 hist-swing-pct    pic s9(8)v9(4) usage is computational-3.
       77 hist-flag         pic x(1).
           88 hist-swing-high value 'y'.
           88 amend-mode       value 'y', 'Y'.
       77 amend-date        pic 9(8).
       77 amend-time        pic 9(6).

*> the combined accepted/rejected record counts, summed off the part
*> trailers so they match what the part runs actually did
       77 grp-mean          pic s9(14)v9(4) usage is computational-3.
       77 grp-std           pic s9(14)v9(4) usage is computational-3.
       77 grp-median        pic s9(14)v9(4) usage is computational-3.
       77 grp-min           pic s9(14)v9(4) usage is computational-3.
       77 grp-max           pic s9(14)v9(4) usage is computational-3.
       77 grp-stat-value    pic s9(14)v9(4) usage is computational-3.
       77 gi                pic s9(8) usage is computational.

*> the per-group snapshot - held until the merged run's verdict is
*> settled, as stats holds it
       77 ws-snapfname      pic x(30).
       77 ws-snap-status    pic x(2).
       77 ws-sumfname       pic x(30).
       77 ws-sum-status     pic x(2).
       77 sum-open          pic x(1) value 'n'.
           88 sum-is-open      value 'y'.
       77 snap-row-count    pic s9(8) usage is computational.
       77 snap-ix           pic s9(8) usage is computational.
       01 snapshot-table.
           02 snap-row occurs 1 to 200000 times depending on rec-count.
               03 sr-group   pic x(10).
               03 sr-count   pic s9(8) usage is computational.
               03 sr-sum     pic s9(14)v9(4) usage is computational-3.
               03 sr-mean    pic s9(14)v9(4) usage is computational-3.
               03 sr-std     pic s9(14)v9(4) usage is computational-3.
               03 sr-median  pic s9(14)v9(4) usage is computational-3.
               03 sr-min     pic s9(14)v9(4) usage is computational-3.
               03 sr-max     pic s9(14)v9(4) usage is computational-3.

*> the group master loaded for the run, as stats loads it
       77 gm-loaded         pic x(1) value 'n'.
           88 gm-on-file       value 'y'.
       01 group-x-area.
           02 group-x pic s9(14)v9(4) usage is computational-3
               occurs 1 to 200000 times depending on rec-count.
*> the weight each group value carries, kept beside it through the
*> group sort so the group's shape figures can be weighted
           02 group-x-weight pic s9(8) usage is computational
               occurs 1 to 200000 times depending on rec-count.

*> the values kept after outlier-scan drops the flagged ones
       01 trim-x-area.
               'values normalized = '.
           02 out-normalized pic -(8)9.

*> prints the distribution shape figures - skewness, excess kurtosis,
*> the normality test with its verdict, and the 95% interval for the
*> mean
       01 print-line26.
           02 filler picture x(21) value
               'skewness = '.
           02 out-skew pic -(7)9.9(6).

       01 print-line27.
           02 filler picture x(21) value
               'excess kurtosis = '.
           02 out-kurt pic -(7)9.9(6).

       01 print-line28.
           02 filler picture x(28) value
               'normality (jarque-bera) = '.
           02 out-jb pic -(14)9.9(4).
           02 filler pic x(3) value ' - '.
           02 out-jb-verdict pic x(24).

       01 print-line29.
           02 filler picture x(21) value
               '95% ci for mean = '.
           02 out-ci-low pic -(14)9.9(4).
           02 filler pic x(4) value ' to '.
           02 out-ci-high pic -(14)9.9(4).

*> the warning that goes with a failed normality test - the outlier
*> limit counts standard deviations, which only means what it seems
*> to for roughly normal data
       01 shape-warn-line.
           02 filler pic x(72) value
               '*** warning: not normal - outlier sd limit may be unreliable here'.

*> csv layout for the shape figures, which want more decimal places
*> than the shared csv-detail-line carries
       01 csv-shape-line.
           02 csv-shape-label pic x(24).
           02 filler pic x(1) value ','.
           02 csv-shape-value pic -(7)9.9(6).

*> csv layout for the correlation figure, which wants more decimal
*> places than the shared csv-detail-line carries
       01 csv-corr-line.
           02 outl-file-name pic x(30).
           02 filler pic x(3) value ' - '.
           02 outl-value pic -(14)9.9(4).
*> the group code and the run the value was flagged in, so the outlier
*> register can key it and follow a centre's outliers across runs
           02 filler pic x(3) value ' - '.
           02 outl-group pic x(10).
           02 filler pic x(3) value ' - '.
           02 outl-run-date pic 9(8).

*> layout written to detail-file for every accepted value - where it
*> came from, the value with its group and weight, its z-score, and
*> report, reject file, reconciliation verdict and history record a
*> one-step run leaves behind
           perform read-parameters.
           perform take-locks.
           perform build-part-list.
           perform count-part-values.
           if group-mode
           if detail-mode
               open output detail-file
           end-if.
           if group-mode
               perform open-summary
           end-if.
           move run-date to out-run-date.
           move run-time-disp(1:2) to out-run-time-hh.
           move run-time-disp(3:2) to out-run-time-mm.
                   perform append-history-write
               end-if
           end-if.
           if group-mode
               perform write-snapshot
               perform write-run-summary
           end-if.
           perform finish.

*> reads the run options from control-file (SYSIN) - the same record
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
               move ctl-ifile to ws-listfname.
               move ctl-ofile to ws-fname2.
               if ws-listfname = spaces or ws-fname2 = spaces
               if ws-dtlfname = spaces
                   move 'STATDTL.DAT' to ws-dtlfname
               end-if.
               move ctl-snapfile to ws-snapfname.
               if ws-snapfname = spaces
                   move 'STATSNAP.DAT' to ws-snapfname
               end-if.
               move ctl-sumfile to ws-sumfname.
               if ws-sumfname = spaces
                   move 'STATGSUM.DAT' to ws-sumfname
               end-if.
               move 0 to snap-row-count.
               accept run-date from date yyyymmdd.
               accept run-time from time.
               compute run-time-disp = run-time / 100.
               if ws-list-status not = '00'
                   display 'statmrg: part list file ' ws-listfname ' not found or unreadable, status = ' ws-list-status
                   perform abort-run-log
                   move run-rc to return-code
                   stop run
               end-if.
               move 'n' to feof.
               if part-list-count = 0
                   display 'statmrg: part list file ' ws-listfname ' named no part-results files'
                   perform abort-run-log
                   move run-rc to return-code
                   stop run
               end-if.

               if rec-count > 200000
                   display 'statmrg: part-results files hold ' rec-count ' values between them, over the 200000 limit of the merge table'
                   perform abort-run-log
                   move run-rc to return-code
                   stop run
               end-if.
               if rec-count = 0
               if ws-part-status not = '00'
                   display 'statmrg: part-results file ' ws-partfname ' not found or unreadable, status = ' ws-part-status ' - merge abandoned'
                   perform abort-run-log
                   move run-rc to return-code
                   stop run
               end-if.
               move 'n' to part-eof.
               if pair-mode
                   perform pair-calc
               end-if.
               perform shape-calc.
               if outlier-mode
                   perform outlier-scan
               end-if.
                       move group-x(i) to sort-x
                       move spaces to sort-group
                       move 0 to sort-line-no
                       move group-x-weight(i) to sort-weight
                       move spaces to sort-fname
                       release sort-rec
                   end-perform
                               move sort-fname to x-file(i)
                           else
                               move sort-x to group-x(i)
                               move sort-weight to group-x-weight(i)
                           end-if
                   end-return
               end-perform.
                   perform print-one-line
               end-if.

*> the distribution shape section - the section's values standardized
*> by its mean and standard deviation, their third and fourth moments
*> summed, then worked into the figures; weights count as in std-calc
*> so the figures agree with the mean and deviation printed above
           shape-calc.
               move 0 to shp-sum3.
               move 0 to shp-sum4.
               move meana to shp-mean.
               move standarddev to shp-sd.
               if weight-mode
                   move total-weight to shp-count
               else
                   move number-amount to shp-count
               end-if.
               if shp-sd > 0
                   perform varying i from 1 by 1 until i is greater than number-amount
                       move x-weight(i) to shp-weight
                       compute shp-z rounded = (x(i) - shp-mean) / shp-sd
                       perform shape-accumulate
                   end-perform
               end-if.
               perform shape-figures.
               perform shape-print.

           shape-accumulate.
               compute shp-z2 = shp-z * shp-z.
               compute shp-sum3 = shp-sum3 + (shp-z2 * shp-z * shp-weight).
               compute shp-sum4 = shp-sum4 + (shp-z2 * shp-z2 * shp-weight).

*> skewness and excess kurtosis from the summed moments, the
*> jarque-bera statistic n/6 (skew squared + kurtosis squared / 4)
*> against its 5% critical value, and the interval mean +/- t s/root n
*> with s the sample standard deviation; fewer than three values, or
*> no spread at all, leaves nothing to test and the interval closes
*> on the mean; each step is its own compute so no quotient is cut
*> short inside a longer expression
           shape-figures.
               move 0 to shp-skew.
               move 0 to shp-kurt.
               move 0 to shp-jb.
               move shp-mean to shp-ci-low.
               move shp-mean to shp-ci-high.
               move 'n' to shp-verdict.
               if shp-count > 2 and shp-sd > 0
                   compute shp-skew rounded = shp-sum3 / shp-count
                   compute shp-kurt rounded = (shp-sum4 / shp-count) - 3
                   compute shp-jb rounded = (shp-skew * shp-skew)
                       + ((shp-kurt * shp-kurt) / 4)
                   compute shp-jb rounded = (shp-jb * shp-count) / 6
                   if shp-jb > shp-jb-critical
                       move 'f' to shp-verdict
                   else
                       move 'p' to shp-verdict
                   end-if
                   compute shp-df = shp-count - 1
                   compute shp-ratio rounded = shp-count / shp-df
                   compute shp-sample-sd rounded = shp-sd * (shp-ratio ** 0.5)
                   compute shp-se rounded = shp-sample-sd / (shp-count ** 0.5)
                   if shp-df > 30
                       move 1.960 to shp-t
                   else
                       move shp-df to shp-t-ix
                       move t-crit(shp-t-ix) to shp-t
                   end-if
                   compute shp-ci-low rounded = shp-mean - (shp-t * shp-se)
                   compute shp-ci-high rounded = shp-mean + (shp-t * shp-se)
               end-if.
               evaluate true
                   when shp-normal
                       move 'normal at 5% level' to shp-verdict-text
                   when shp-not-normal
                       move 'not normal at 5% level' to shp-verdict-text
                   when other
                       move 'too few values to test' to shp-verdict-text
               end-evaluate.

*> writes the shape figures for the section, for both report layouts,
*> with the warning when the data is not normal
           shape-print.
               if csv-mode
                   move 'skewness' to csv-shape-label
                   move shp-skew to csv-shape-value
                   write sample-output from csv-shape-line after advancing 1 line
                   move 'excess kurtosis' to csv-shape-label
                   move shp-kurt to csv-shape-value
                   write sample-output from csv-shape-line after advancing 1 line
                   move 'jarque-bera statistic' to csv-label
                   move shp-jb to csv-value
                   write sample-output from csv-detail-line after advancing 1 line
                   move 'normality verdict' to csv-str-label
                   move shp-verdict-text to csv-str-value
                   write sample-output from csv-string-line after advancing 1 line
                   move 'mean 95% ci lower' to csv-label
                   move shp-ci-low to csv-value
                   write sample-output from csv-detail-line after advancing 1 line
                   move 'mean 95% ci upper' to csv-label
                   move shp-ci-high to csv-value
                   write sample-output from csv-detail-line after advancing 1 line
               else
                   move shp-skew to out-skew
                   move print-line26 to prt-rec
                   perform print-one-line
                   move shp-kurt to out-kurt
                   move print-line27 to prt-rec
                   perform print-one-line
                   move shp-jb to out-jb
                   move shp-verdict-text to out-jb-verdict
                   move print-line28 to prt-rec
                   perform print-one-line
                   move shp-ci-low to out-ci-low
                   move shp-ci-high to out-ci-high
                   move print-line29 to prt-rec
                   perform print-one-line
               end-if.
               if shp-not-normal
                   perform shape-warning
               end-if.

           shape-warning.
               if csv-mode
                   move 'warning' to csv-str-label
                   move 'outlier sd limit may be unreliable' to csv-str-value
                   write sample-output from csv-string-line after advancing 1 line
               else
                   move shape-warn-line to prt-rec
                   perform print-one-line
               end-if.

*> flags values sitting more than outlier-sd standard deviations from
*> the mean and keeps the rest in trim-x() for the trimmed
*> statistics, as stats does; every outlier goes to the outlier file
                       move x-line(i) to outl-line-no
                       move x-file(i) to outl-file-name
                       move x(i) to outl-value
                       move x-group(i) to outl-group
                       if amend-mode
                           move amend-date to outl-run-date
                       else
                           move run-date to outl-run-date
                       end-if
                       write outlier-record from outlier-line after advancing 1 line
                   else
                       add 1 to trim-count
                   perform group-collect
                   perform group-compute
                   perform group-print
                   perform group-shape
                   perform snapshot-collect
               end-perform.
               if gm-on-file
                   perform group-exceptions
                   if x-group(i) = current-group-code
                       add 1 to group-x-count
                       move x(i) to group-x(group-x-count)
                       move x-weight(i) to group-x-weight(group-x-count)
                   end-if
               end-perform.

               perform sort-group-array.
               if group-x-count = 0
                   move 0 to grp-median
                   move 0 to grp-min
                   move 0 to grp-max
               else
                   move group-x(1) to grp-min
                   move group-x(group-x-count) to grp-max
                   compute t = group-x-count / 2
                   compute i = group-x-count / 2
                   compute n = i + 1
                   end-if
               end-if.

*> the shape figures for current-group-code, written as group lines
*> under its mean, deviation and median; in weighted mode the group's
*> weighted mean and deviation are worked out here, since group-compute
*> gives the plain figures the group lines have always shown
           group-shape.
               move 0 to shp-sum3.
               move 0 to shp-sum4.
               if weight-mode
                   move 0 to shp-count
                   move 0 to shp-wsum
                   perform varying i from 1 by 1 until i is greater than group-x-count
                       move group-x-weight(i) to shp-weight
                       add shp-weight to shp-count
                       compute shp-wsum = shp-wsum + (group-x(i) * shp-weight)
                   end-perform
                   move 0 to shp-mean
                   move 0 to shp-sd
                   if shp-count > 0
                       compute shp-mean rounded = shp-wsum / shp-count
                       move 0 to shp-wsq
                       perform varying i from 1 by 1 until i is greater than group-x-count
                           move group-x-weight(i) to shp-weight
                           compute dev-amount = group-x(i) - shp-mean
                           compute shp-wsq = shp-wsq
                               + (dev-amount * dev-amount * shp-weight)
                       end-perform
                       compute shp-sd = (shp-wsq / shp-count) ** 0.5
                   end-if
               else
                   move group-x-count to shp-count
                   move grp-mean to shp-mean
                   move grp-std to shp-sd
               end-if.
               if shp-sd > 0
                   perform varying i from 1 by 1 until i is greater than group-x-count
                       move group-x-weight(i) to shp-weight
                       compute shp-z rounded = (group-x(i) - shp-mean) / shp-sd
                       perform shape-accumulate
                   end-perform
               end-if.
               perform shape-figures.
               move 'skewness' to group-stat-label.
               move shp-skew to grp-stat-value.
               perform group-write-line.
               move 'excess kurtosis' to group-stat-label.
               move shp-kurt to grp-stat-value.
               perform group-write-line.
               evaluate true
                   when shp-normal
                       move 'jarque-bera normal' to group-stat-label
                   when shp-not-normal
                       move 'jb - not normal' to group-stat-label
                   when other
                       move 'jb - too few values' to group-stat-label
               end-evaluate.
               move shp-jb to grp-stat-value.
               perform group-write-line.
               move 'mean 95% ci lower' to group-stat-label.
               move shp-ci-low to grp-stat-value.
               perform group-write-line.
               move 'mean 95% ci upper' to group-stat-label.
               move shp-ci-high to grp-stat-value.
               perform group-write-line.
               if shp-not-normal
                   perform shape-warning
               end-if.

*> keeps current-group-code's figures for the snapshot file
           snapshot-collect.
               add 1 to snap-row-count.
               move current-group-code to sr-group(snap-row-count).
               move group-x-count to sr-count(snap-row-count).
               move grp-sum-mean to sr-sum(snap-row-count).
               move grp-mean to sr-mean(snap-row-count).
               move grp-std to sr-std(snap-row-count).
               move grp-median to sr-median(snap-row-count).
               move grp-min to sr-min(snap-row-count).
               move grp-max to sr-max(snap-row-count).

*> writes the three per-group figures for current-group-code, with
*> the master's description speaking for the code when it is known
           group-print.
                   perform raise-rc
               end-if.

*> one exception row - the input line number and the code as keyed;
*> the row goes to the group summary as well, for the centre's report
           group-exception-line.
               if sum-is-open
                   move 'x' to sumx-type
                   move x-group(i) to sumx-group
                   move x-file(i) to sumx-file
                   move x-line(i) to sumx-line
                   move out-gx-reason to sumx-reason
                   write sum-exc-record
               end-if.
               if csv-mode
                   move x-line(i) to csv-gx-line-no
                   move x-group(i) to csv-gx-code
                   end-if
               end-if.

*> reads the last record on history-file (if one exists yet) so
*> history-compare has the prior run's key figures to compare against;
*> the file is keyed on the run stamp, so the prior run is found by
*> starting below the highest possible key and reading one record
*> back instead of reading the whole file through; a missing or empty
*> history file just means this is the first run
           read-prior-history.
               move 'n' to hist-found.
               move spaces to ws-hist-status.
                   continue
               else
                   move 'n' to hist-eof
                   move high-values to hist-key
                   start history-file key is less than hist-key
                       invalid key move 'y' to hist-eof
                   end-start
                   if hist-eof = 'n'
                       read history-file previous record
                           at end move 'y' to hist-eof
                           not at end move 'y' to hist-found
                       end-read
                   end-if
                   close history-file
               end-if.

*> prints today's key figures alongside the prior run's, as stats
                   perform print-one-line
               end-if.

*> adds the day's key figures to history-file under the run stamp so
*> the next run has something to compare against; creates the file on
*> the first run; a record already on file under the same stamp means
*> the run was submitted twice - the first record stands and the
*> condition code is raised so the day gets looked at
*> the merge step is the one place the whole split run is seen
*> together, so this is where the day's single record gets written
           append-history-write.
               perform open-history-update.
               if hist-is-open
                   move run-date to hist-run-date
                   move run-time-disp to hist-run-time
                   move meana to hist-mean
                   move standarddev to hist-std
                   move med to hist-median
                   move var to hist-var
                   move 0 to hist-amend-date
                   move 0 to hist-amend-time
                   write history-record
                       invalid key
                           display 'statmrg: history file already holds a record for run ' run-date ' time ' run-time-disp ' - duplicate run not recorded'
                           move 4 to new-rc
                           perform raise-rc
                   end-write
                   close history-file
               end-if.

*> opens history-file for update, creating it when this is the first
*> run ever; a file that is there but will not open is not recreated
*> over the top of seven years of runs - the figures stay unrecorded
*> and the run ends untrusted so the day gets looked at
           open-history-update.
               move 'n' to hist-open.
               move spaces to ws-hist-status.
               open i-o history-file.
               if ws-hist-status = '35'
                   open output history-file
               end-if.
               if ws-hist-status = '00'
                   move 'y' to hist-open
               else
                   display 'statmrg: history file ' ws-histfname ' cannot be opened for update, status = ' ws-hist-status ' - run figures not recorded'
                   move 8 to new-rc
                   perform raise-rc
               end-if.

*> amendment run - the original run's record is read by its run stamp
*> and rewritten in place with the amended figures, so the business
*> day keeps its single record; a run with no record on file gets one
*> written under its stamp so the figures are still recorded, with the
*> condition code raised so the day gets looked at
           replace-history.
               perform open-history-update.
               if hist-is-open
                   move 'y' to hist-amd-found
                   move amend-date to hist-run-date
                   move amend-time to hist-run-time
                   read history-file key is hist-key
                       invalid key move 'n' to hist-amd-found
                   end-read
                   perform fill-amended-record
                   if hist-amd-found = 'y'
                       rewrite history-record
                           invalid key
                               display 'statmrg: history record for run ' amend-date ' time ' amend-time ' could not be rewritten, status = ' ws-hist-status
                               move 8 to new-rc
                               perform raise-rc
                       end-rewrite
                   else
                       display 'statmrg: no history record found for run ' amend-date ' time ' amend-time ' - amended figures written under its stamp instead'
                       move 4 to new-rc
                       perform raise-rc
                       write history-record
                           invalid key
                               display 'statmrg: history record for run ' amend-date ' time ' amend-time ' could not be written, status = ' ws-hist-status
                               move 8 to new-rc
                               perform raise-rc
                       end-write
                   end-if
                   close history-file
               end-if.

*> the history record carrying the amended figures under the original
*> run's date/time, so the business day keeps a single record, stamped
*> with when the restatement ran so the period close can show it
           fill-amended-record.
               move amend-date to hist-run-date.
               move amend-time to hist-run-time.
               move meana to hist-mean.
               move standarddev to hist-std.
               move med to hist-median.
               move var to hist-var.
               move run-date to hist-amend-date.
               move run-time-disp to hist-amend-time.

*> appends the merged run's per-group snapshot under the run stamp,
*> on the same rules as stats - nothing for an untrusted run, and the
*> original run's date/time on an amendment's rows, its own in their
*> amend stamp
           write-snapshot.
               if run-rc < 8 and snap-row-count > 0
                   move spaces to ws-snap-status
                   open extend snapshot-file
                   if ws-snap-status not = '00'
                       open output snapshot-file
                   end-if
                   perform varying snap-ix from 1 by 1
                           until snap-ix is greater than snap-row-count
                       if amend-mode
                           move amend-date to snap-run-date
                           move amend-time to snap-run-time
                           move run-date to snap-amend-date
                           move run-time-disp to snap-amend-time
                       else
                           move run-date to snap-run-date
                           move run-time-disp to snap-run-time
                           move 0 to snap-amend-date
                           move 0 to snap-amend-time
                       end-if
                       move sr-group(snap-ix) to snap-group
                       move sr-count(snap-ix) to snap-count
                       move sr-sum(snap-ix) to snap-sum
                       move sr-mean(snap-ix) to snap-mean
                       move sr-std(snap-ix) to snap-std
                       move sr-median(snap-ix) to snap-median
                       move sr-min(snap-ix) to snap-min
                       move sr-max(snap-ix) to snap-max
                       write snapshot-record
                   end-perform
                   close snapshot-file
               end-if.

*> opens the run's group summary; it is rewritten every run, so what
*> is on it always belongs to the last group-mode run, and a summary
*> left with no run record marks a run that never finished
           open-summary.
               move spaces to ws-sum-status.
               open output summary-file.
               if ws-sum-status = '00'
                   move 'y' to sum-open
               else
                   display 'statmrg: group summary file ' ws-sumfname ' cannot be opened, status = ' ws-sum-status ' - no per-centre reports for this run'
                   move 4 to new-rc
                   perform raise-rc
               end-if.

*> writes each group's figures with its standing on the group master,
*> then the run record carrying the header and the verdict; unlike
*> the snapshot it is written whatever the verdict, since an out of
*> balance run is exactly what a centre owner must be told about
           write-run-summary.
               if sum-is-open
                   perform varying snap-ix from 1 by 1
                           until snap-ix is greater than snap-row-count
                       move 'g' to sumg-type
                       move sr-group(snap-ix) to sumg-group
                       move spaces to sumg-desc
                       move space to sumg-master
                       if gm-on-file
                           move sr-group(snap-ix) to gm-lookup-code
                           perform find-group-master
                           if gm-found-ix = 0
                               move 'u' to sumg-master
                           else
                               move gmt-desc(gm-found-ix) to sumg-desc
                               if gmt-is-active(gm-found-ix)
                                   move 'a' to sumg-master
                               else
                                   move 'i' to sumg-master
                               end-if
                           end-if
                       end-if
                       move sr-count(snap-ix) to sumg-count
                       move sr-sum(snap-ix) to sumg-sum
                       move sr-mean(snap-ix) to sumg-mean
                       move sr-std(snap-ix) to sumg-std
                       move sr-median(snap-ix) to sumg-median
                       move sr-min(snap-ix) to sumg-min
                       move sr-max(snap-ix) to sumg-max
                       write sum-group-record
                   end-perform
                   move 'r' to sumr-type
                   move run-date to sumr-run-date
                   move run-time-disp to sumr-run-time
                   if amend-mode
                       move amend-date to sumr-amend-date
                       move amend-time to sumr-amend-time
                   else
                       move 0 to sumr-amend-date
                       move 0 to sumr-amend-time
                   end-if
                   move 'statmrg' to sumr-program
                   move ws-listfname to sumr-input
                   move ws-fname2 to sumr-output
                   move accepted-count to sumr-accepted
                   move rejected-count to sumr-rejected
                   move space to sumr-recon
                   if recon-active
                       if run-out-of-balance
                           move 'o' to sumr-recon
                       else
                           move 'b' to sumr-recon
                       end-if
                   end-if
                   move run-rc to sumr-rc
                   write sum-run-record
                   close summary-file
                   move 'n' to sum-open
               end-if.

*> one record on the shared operations log - what ran, against which
*> files, the combined counts, and the final verdict
           write-ops-log.
               move ws-opsfname to lock-name.
               perform get-lock.
               if lock-got = 'y'
                   perform append-ops-record
                   perform drop-lock
               else
                   display 'statmrg: operations log ' ws-opsfname ' held by ' lock-holder ' - run not logged, condition code was ' run-rc
                   move 12 to run-rc
               end-if.

*> the record itself - the log is opened extend, or output the first
*> time it is written
           append-ops-record.
               move spaces to ws-ops-status.
               open extend ops-file.
               if ws-ops-status not = '00'
*> morning page must show the failed step, not a gap; the combined
*> tallies have not been touched yet, so they log as zero
           abort-run-log.
               perform release-locks.
               move 8 to new-rc.
               perform raise-rc.
               move 0 to accepted-count.
               move 0 to rejected-count.
               perform write-ops-log.
                   perform print-page-index
               end-if.
               close ofile.
               perform release-locks.
               perform write-ops-log.
               move run-rc to return-code.
               stop run.

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
                   move 'statmrg' to lock-program
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
                   display 'statmrg: lock on ' lock-name ' not released, lock file status = ' ws-lock-status ' - clear it with lockmnt'
                   move 4 to new-rc
                   perform raise-rc
               end-if.
               if ws-lock-status = '00'
                   move lock-name to lock-resource
                   read lock-file
                       invalid key
                           continue
                       not invalid key
                           if lock-program = 'statmrg'
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
                   display 'statmrg: lock on ' lock-name ' not obtained - lock file ' ws-lockfname ' unusable, status = ' lock-open-status
               else
                   display 'statmrg: lock on ' lock-name ' held by ' lock-holder ' since ' lock-held-date ' ' lock-held-time ' - gave up after ' lock-wait ' seconds'
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

*> claims the shared files the merge will update before any of them is
*> opened - the reject file, the history file and, in group-mode, the
*> snapshot file, taken in the order stats takes them
           take-locks.
               move ws-rejfname to lock-name.
               perform acquire-lock.
               move ws-histfname to lock-name.
               perform acquire-lock.
               if group-mode
                   move ws-snapfname to lock-name
                   perform acquire-lock
               end-if.

*> opens the lock file to give a lock back
           open-lock-update.
               move spaces to ws-lock-status.
               open i-o lock-file.
