
       identification division.
       program-id. ctlchk.

       environment division.
       input-output section.
       file-control.
*> control-file carries the run options the same way stats reads its
*> own - from a fixed logical name an unattended batch step can point
*> at a JCL SYSIN/PARM dataset
       select control-file assign to "SYSIN"
               organization is line sequential
               file status is ws-ctl-status.
*> the night's control cards, one per step, each headed by the name of
*> the program it is for - the same cards the steps read as SYSIN
       select deck-file assign to dynamic ws-deckfname
               organization is line sequential
               file status is ws-deck-status.
*> any input file a card names is opened here and closed again, only
*> to see that it is there and can be read
       select probe-file assign to dynamic ws-probefname
               organization is line sequential
               file status is ws-probe-status.
*> the keyed history (or archive) a card names, probed the same way,
*> and read by key for the run an amendment card restates
       select keyed-probe-file assign to dynamic ws-probefname
               organization is indexed
               access mode is dynamic
               record key is kp-key
               file status is ws-probe-status.
*> a stats card in list mode names a list of input files - every name
*> on it is probed in turn
       select list-file assign to dynamic ws-listfname
               organization is line sequential
               file status is ws-list-status.
*> the validation report
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
           02 ctl-deckfile     pic x(30).
           02 ctl-ofile        pic x(30).
           02 ctl-opslog       pic x(30).
           02 ctl-lock-wait    pic 9(3).
           02 ctl-lockfile     pic x(30).
       fd deck-file.
       01 deck-record.
           02 dk-program       pic x(8).
           02 dk-card          pic x(500).
       fd probe-file.
       01 probe-record         pic x(80).
       fd keyed-probe-file.
       01 keyed-probe-record.
           02 kp-key.
               03 kp-run-date      pic 9(8).
               03 kp-run-time      pic 9(6).
           02 kp-figures       pic x(86).
       fd list-file.
       01 list-record          pic x(30).
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
       77 ws-deckfname      pic x(30).
       77 ws-probefname     pic x(30).
       77 ws-listfname      pic x(30).
       77 ws-ofname         pic x(30).
       77 ws-ctl-status     pic x(2).
       77 ws-deck-status    pic x(2).
       77 ws-probe-status   pic x(2).
       77 ws-list-status    pic x(2).

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
*> 0 when every card is clean, 4 when a card only draws a warning,
*> 8 when any card is in error, so the stream is held before a step
*> touches its data
       77 run-rc            pic s9(4) usage is computational value 0.
       77 new-rc            pic s9(4) usage is computational.

       77 run-time          pic 9(8).
       77 run-time-disp     pic 9(6).
       01 run-date          pic 9(8).

       77 deck-eof          pic x(1).
       77 card-count        pic s9(8) usage is computational.
       77 clean-cards       pic s9(8) usage is computational.
       77 warn-cards        pic s9(8) usage is computational.
       77 error-cards       pic s9(8) usage is computational.
       77 error-count       pic s9(8) usage is computational.
       77 warn-count        pic s9(8) usage is computational.
       77 card-errors       pic s9(8) usage is computational.
       77 card-warnings     pic s9(8) usage is computational.

*> the program the card is for, and how long that program's layout
*> is - anything on the card past it means the fields have slid
       77 card-program      pic x(8).
       77 card-len          pic s9(4) usage is computational.

*> the card as the program reads it, with one view per layout; the
*> numeric fields are taken as text first so a blank or a mistyped
*> field can be told apart from a number, then as the number
       01 card-image           pic x(500).

*> stats and statmrg share one layout
       01 stats-card redefines card-image.
           02 sc-ifile         pic x(30).
           02 sc-ofile         pic x(30).
           02 sc-csv-flag      pic x(1).
           02 sc-group-flag    pic x(1).
           02 sc-rejfile       pic x(30).
           02 sc-histfile      pic x(30).
           02 sc-hist-thresh   pic x(3).
           02 sc-hist-thresh-n redefines sc-hist-thresh pic 9(3).
           02 sc-restart-flag  pic x(1).
           02 sc-ckptfile      pic x(30).
           02 sc-ckpt-int      pic x(5).
           02 sc-list-flag     pic x(1).
           02 sc-outlier-flag  pic x(1).
           02 sc-outlier-sd    pic x(2).
           02 sc-outlier-sd-n redefines sc-outlier-sd pic 9(2).
           02 sc-outfile       pic x(30).
           02 sc-weight-flag   pic x(1).
           02 sc-exp-count     pic x(8).
           02 sc-exp-sum       pic x(18).
           02 sc-class-count   pic x(2).
           02 sc-class-count-n redefines sc-class-count pic 9(2).
           02 sc-amend-flag    pic x(1).
           02 sc-amend-date    pic x(8).
           02 sc-amend-date-n redefines sc-amend-date pic 9(8).
           02 sc-amend-time    pic x(6).
           02 sc-amend-time-n redefines sc-amend-time pic 9(6).
           02 sc-grpmaster     pic x(30).
           02 sc-opslog        pic x(30).
           02 sc-pair-flag     pic x(1).
           02 sc-detail-flag   pic x(1).
           02 sc-detailfile    pic x(30).
           02 sc-part-flag     pic x(1).
           02 sc-partres       pic x(30).
           02 sc-norm-flag     pic x(1).
           02 sc-snapfile      pic x(30).
           02 sc-sumfile       pic x(30).
           02 sc-lock-wait     pic x(3).
           02 sc-lockfile      pic x(30).

       01 statsplt-card redefines card-image.
           02 sp-ifile         pic x(30).
           02 sp-part-count    pic x(2).
           02 sp-part-count-n redefines sp-part-count pic 9(2).
           02 sp-part-stem     pic x(20).
           02 sp-opslog        pic x(30).
           02 sp-lock-wait     pic x(3).
           02 sp-lockfile      pic x(30).

       01 trend-card redefines card-image.
           02 tr-histfile      pic x(30).
           02 tr-ofile         pic x(30).
           02 tr-last-n        pic x(3).
           02 tr-band-pct      pic x(3).
           02 tr-band-pct-n redefines tr-band-pct pic 9(3).
           02 tr-opslog        pic x(30).
           02 tr-lock-wait     pic x(3).
           02 tr-lockfile      pic x(30).

       01 rejfix-card redefines card-image.
           02 rf-rejfile       pic x(30).
           02 rf-corrfile      pic x(30).
           02 rf-suppfile      pic x(30).
           02 rf-auditfile     pic x(30).
           02 rf-weight-flag   pic x(1).
           02 rf-opslog        pic x(30).
           02 rf-lock-wait     pic x(3).
           02 rf-lockfile      pic x(30).

       01 histmnt-card redefines card-image.
           02 hm-histfile      pic x(30).
           02 hm-archfile      pic x(30).
           02 hm-auditfile     pic x(30).
           02 hm-cutoff-date   pic x(8).
           02 hm-cutoff-date-n redefines hm-cutoff-date pic 9(8).
           02 hm-opslog        pic x(30).
           02 hm-lock-wait     pic x(3).
           02 hm-lockfile      pic x(30).

       01 opssum-card redefines card-image.
           02 os-opslog        pic x(30).
           02 os-ofile         pic x(30).
           02 os-report-date   pic x(8).
           02 os-report-date-n redefines os-report-date pic 9(8).

       01 grpmnt-card redefines card-image.
           02 gn-grpmaster     pic x(30).
           02 gn-transfile     pic x(30).
           02 gn-auditfile     pic x(30).
           02 gn-warn-level    pic x(3).
           02 gn-warn-level-n redefines gn-warn-level pic 9(3).
           02 gn-opslog        pic x(30).
           02 gn-lock-wait     pic x(3).
           02 gn-lockfile      pic x(30).

       01 grpcmp-card redefines card-image.
           02 gc-snapfile      pic x(30).
           02 gc-ofile         pic x(30).
           02 gc-cur-date      pic x(8).
           02 gc-cur-date-n redefines gc-cur-date pic 9(8).
           02 gc-prior-date    pic x(8).
           02 gc-prior-date-n redefines gc-prior-date pic 9(8).
           02 gc-swing-pct     pic x(3).
           02 gc-swing-pct-n redefines gc-swing-pct pic 9(3).
           02 gc-severe-pct    pic x(3).
           02 gc-severe-pct-n redefines gc-severe-pct pic 9(3).
           02 gc-opslog        pic x(30).
           02 gc-lock-wait     pic x(3).
           02 gc-lockfile      pic x(30).

       01 outreg-card redefines card-image.
           02 og-regfile       pic x(30).
           02 og-outfile       pic x(30).
           02 og-dispfile      pic x(30).
           02 og-reportfile    pic x(30).
           02 og-corrfile      pic x(30).
           02 og-rejfile       pic x(30).
           02 og-age-days      pic x(3).
           02 og-recur-runs    pic x(2).
           02 og-recur-runs-n redefines og-recur-runs pic 9(2).
           02 og-recur-days    pic x(3).
           02 og-opslog        pic x(30).
           02 og-lock-wait     pic x(3).
           02 og-lockfile      pic x(30).

       01 audsamp-card redefines card-image.
           02 au-ifile         pic x(30).
           02 au-in-type       pic x(1).
               88 au-type-ok       value 'e', 'E', 'd', 'D', ' '.
               88 au-extract       value 'e', 'E'.
           02 au-method        pic x(1).
               88 au-method-ok     value 'r', 'R', 's', 'S', 'm', 'M', ' '.
           02 au-sample-size   pic x(5).
           02 au-quota         pic x(4).
           02 au-seed          pic x(10).
           02 au-seed-n redefines au-seed pic 9(10).
           02 au-weight-flag   pic x(1).
           02 au-samplefile    pic x(30).
           02 au-reportfile    pic x(30).
           02 au-opslog        pic x(30).
           02 au-lock-wait     pic x(3).
           02 au-lockfile      pic x(30).

       01 histcnv-card redefines card-image.
           02 hc-seqfile       pic x(30).
           02 hc-histfile      pic x(30).
           02 hc-auditfile     pic x(30).
           02 hc-opslog        pic x(30).
           02 hc-lock-wait     pic x(3).
           02 hc-lockfile      pic x(30).

       01 statbrst-card redefines card-image.
           02 sb-sumfile       pic x(30).
           02 sb-rejfile       pic x(30).
           02 sb-outfile       pic x(30).
           02 sb-distfile      pic x(30).
           02 sb-stem          pic x(15).
           02 sb-manfile       pic x(30).
           02 sb-ctlrpt        pic x(30).
           02 sb-opslog        pic x(30).
           02 sb-lock-wait     pic x(3).
           02 sb-lockfile      pic x(30).

       01 perclose-card redefines card-image.
           02 pc-period-type   pic x(1).
               88 pc-type-ok       value 'm', 'q', 'y', ' '.
               88 pc-quarter       value 'q'.
               88 pc-year-type     value 'y'.
           02 pc-period-year   pic x(4).
           02 pc-period-year-n redefines pc-period-year pic 9(4).
           02 pc-period-no     pic x(2).
           02 pc-period-no-n redefines pc-period-no pic 9(2).
           02 pc-histfile      pic x(30).
           02 pc-archfile      pic x(30).
           02 pc-perfile       pic x(30).
           02 pc-ofile         pic x(30).
           02 pc-opslog        pic x(30).
           02 pc-lock-wait     pic x(3).
           02 pc-lockfile      pic x(30).

       01 lockmnt-card redefines card-image.
           02 lk-action        pic x(1).
               88 lk-action-ok     value 'l', 'L', 'c', 'C', ' '.
               88 lk-clear         value 'c', 'C'.
           02 lk-resource      pic x(30).
           02 lk-holder        pic x(8).
           02 lk-ofile         pic x(30).
           02 lk-opslog        pic x(30).
           02 lk-lock-wait     pic x(3).
           02 lk-lockfile      pic x(30).

*> the field under test and what was found - set before each of the
*> shared checks below, which write the message themselves
       77 msg-field         pic x(17).
       77 msg-text          pic x(52).
       77 chk-flag          pic x(1).
           88 chk-flag-ok      value 'y', 'Y', 'n', 'N', ' '.
           88 chk-flag-on      value 'y', 'Y'.
       77 chk-text          pic x(18).
       77 chk-len           pic s9(4) usage is computational.
       77 chk-state         pic x(1).
           88 chk-is-blank     value 'b'.
           88 chk-is-numeric   value 'y'.
           88 chk-is-bad       value 'n'.
       77 chk-fname         pic x(30).
       77 file-state        pic x(1).
           88 file-found       value 'f'.
           88 file-missing     value 'm'.
           88 file-unreadable  value 'u'.
       77 list-eof          pic x(1).
       77 list-names        pic s9(8) usage is computational.
       77 stamp-found       pic x(1).
           88 stamp-on-file    value 'y'.
       77 flag-amend        pic x(1).
           88 amend-asked      value 'y'.

*> a date off a card - its parts are checked against the calendar
       01 chk-date          pic 9(8).
       01 chk-date-parts redefines chk-date.
           02 chk-year      pic 9(4).
           02 chk-month     pic 9(2).
           02 chk-day       pic 9(2).
       77 chk-date-ok       pic x(1).
           88 chk-date-valid   value 'y'.
       01 chk-time          pic 9(6).
       01 chk-time-parts redefines chk-time.
           02 chk-hh        pic 9(2).
           02 chk-mm        pic 9(2).
           02 chk-ss        pic 9(2).
       77 cal-year          pic 9(4).
       77 cal-month         pic 9(2).
       77 cal-month-days    pic 9(2).
       77 leap-work         pic s9(8) usage is computational.
       77 leap-rem          pic s9(8) usage is computational.
       01 month-length-values.
           02 filler pic x(24) value '312831303130313130313031'.
       01 month-length-table redefines month-length-values.
           02 month-length pic 9(2) occurs 12 times.

*> first line title of the report
       01 title-line.
           02 filler pic x(41) value
               'control card preflight check'.

       01 header-date-line.
           02 filler pic x(11) value 'run date: '.
           02 out-run-date pic 9999/99/99.
           02 filler pic x(9) value '  time: '.
           02 out-run-time-hh pic 99.
           02 filler pic x(1) value ':'.
           02 out-run-time-mm pic 99.
           02 filler pic x(1) value ':'.
           02 out-run-time-ss pic 99.

       01 header-deck-line.
           02 filler pic x(17) value 'cards read from: '.
           02 out-deckfname pic x(30).

*> underline for the output file
       01 under-line.
           02 filler pic x(42) value
               '******************************************'.

*> opens each card's block - its place in the deck, the program, and
*> the front of the card so the operator can find it
       01 card-head-line.
           02 filler pic x(5) value 'card '.
           02 out-card-no pic 9(4).
           02 filler pic x(3) value ' - '.
           02 out-card-program pic x(8).
           02 filler pic x(2) value spaces.
           02 out-card-text pic x(58).

*> one finding on a card - error or warning, the control field, and
*> what is wrong with it
       01 message-line.
           02 filler pic x(3) value spaces.
           02 out-msg-sev pic x(8).
           02 out-msg-field pic x(17).
           02 out-msg-text pic x(52).

       01 card-ok-line.
           02 filler pic x(3) value spaces.
           02 filler pic x(20) value 'card checks clean'.

       01 empty-deck-line.
           02 filler pic x(60) value
               'no control cards in the deck - nothing checked'.

       01 verdict-line.
           02 filler pic x(9) value 'verdict: '.
           02 out-verdict pic x(60).

*> the tallies that close the report
       01 count-line.
           02 out-count-label pic x(26).
           02 out-count pic -(8)9.

       procedure division.
*> reads the night's cards one at a time, checks each against the
*> layout of the program it is for, and hands the scheduler a code
*> that holds the stream when any card would send a step wrong
           perform read-parameters.
           move spaces to ws-deck-status.
           open input deck-file.
           if ws-deck-status not = '00'
               display 'ctlchk: control deck ' ws-deckfname ' not found or unreadable, status = ' ws-deck-status
               perform abort-run-log
               move run-rc to return-code
               stop run
           end-if.
           open output ofile.
           perform write-report-header.
           move 'n' to deck-eof.
           perform until deck-eof = 'y'
               read deck-file
                   at end move 'y' to deck-eof
                   not at end
                       if deck-record not = spaces
                           perform check-one-card
                       end-if
               end-read
           end-perform.
           close deck-file.
           if card-count = 0
               write report-output from empty-deck-line after advancing 1 lines
               move 8 to new-rc
               perform raise-rc
           end-if.
           perform write-report-trailer.
           perform finish.

*> reads the deck and report names; anything left blank falls back to
*> how stats names things
           read-parameters.
               move spaces to ws-ctl-status.
               open input control-file.
               if ws-ctl-status not = '00'
                   display 'ctlchk: control file (SYSIN) not found or unreadable, status = ' ws-ctl-status
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
               move ctl-deckfile to ws-deckfname.
               if ws-deckfname = spaces
                   move 'STATCTL.DAT' to ws-deckfname
               end-if.
               move ctl-ofile to ws-ofname.
               if ws-ofname = spaces
                   move 'STATCCHK.RPT' to ws-ofname
               end-if.
               move ctl-opslog to ws-opsfname.
               if ws-opsfname = spaces
                   move 'STATOPS.DAT' to ws-opsfname
               end-if.
               move 0 to card-count.
               move 0 to clean-cards.
               move 0 to warn-cards.
               move 0 to error-cards.
               move 0 to error-count.
               move 0 to warn-count.
               accept run-date from date yyyymmdd.
               accept run-time from time.
               compute run-time-disp = run-time / 100.

*> one card - headed on the report, checked by the program's own
*> paragraph, then looked at past the end of that program's layout
           check-one-card.
               add 1 to card-count.
               move 0 to card-errors.
               move 0 to card-warnings.
               move 0 to card-len.
               move 'n' to flag-amend.
               move dk-program to card-program.
               inspect card-program converting
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ' to 'abcdefghijklmnopqrstuvwxyz'.
               move dk-card to card-image.
               move card-count to out-card-no.
               move card-program to out-card-program.
               move card-image to out-card-text.
               write report-output from card-head-line after advancing 2 lines.
               evaluate card-program
                   when 'stats'
                       perform check-stats-card
                   when 'statmrg'
                       perform check-statmrg-card
                   when 'statsplt'
                       perform check-statsplt-card
                   when 'trend'
                       perform check-trend-card
                   when 'rejfix'
                       perform check-rejfix-card
                   when 'histmnt'
                       perform check-histmnt-card
                   when 'opssum'
                       perform check-opssum-card
                   when 'grpmnt'
                       perform check-grpmnt-card
                   when 'grpcmp'
                       perform check-grpcmp-card
                   when 'outreg'
                       perform check-outreg-card
                   when 'audsamp'
                       perform check-audsamp-card
                   when 'histcnv'
                       perform check-histcnv-card
                   when 'perclose'
                       perform check-perclose-card
                   when 'statbrst'
                       perform check-statbrst-card
                   when 'lockmnt'
                       perform check-lockmnt-card
                   when other
                       move 'program' to msg-field
                       move 'not a program of the suite - card not checked' to msg-text
                       perform card-error
               end-evaluate.
               if card-len > 0
                   if card-image(card-len + 1:) not = spaces
                       move 'card length' to msg-field
                       move 'text past the end of the layout - fields shifted?' to msg-text
                       perform card-error
                   end-if
               end-if.
               evaluate true
                   when card-errors > 0
                       add 1 to error-cards
                   when card-warnings > 0
                       add 1 to warn-cards
                   when other
                       add 1 to clean-cards
                       write report-output from card-ok-line after advancing 1 lines
               end-evaluate.

*> the stats card - the flags and figures it shares with statmrg,
*> then the files it reads and the options that cannot go together
           check-stats-card.
               move 456 to card-len.
               move sc-lock-wait to chk-text.
               perform check-lock-wait.
               perform check-stats-common.
               if sc-ifile not = spaces
                   move sc-ifile to chk-fname
                   move 'ctl-ifile' to msg-field
                   move sc-list-flag to chk-flag
                   if chk-flag-on
                       perform require-list-files
                   else
                       perform require-file
                   end-if
               end-if.
               move sc-restart-flag to chk-flag.
               if chk-flag-on
                   move sc-ckptfile to chk-fname
                   if chk-fname = spaces
                       move 'STATCKPT.DAT' to chk-fname
                   end-if
                   perform probe-input-file
                   if not file-found
                       move 'ctl-restart-flag' to msg-field
                       move spaces to msg-text
                       string 'restart with no checkpoint file ' chk-fname
                           delimited by size into msg-text
                       perform card-error
                   end-if
               end-if.
               move sc-part-flag to chk-flag.
               if chk-flag-on and amend-asked
                   move 'ctl-part-flag' to msg-field
                   move 'part mode cannot be run as an amendment' to msg-text
                   perform card-error
               end-if.
               move sc-detail-flag to chk-flag.
               if chk-flag-on and sc-detailfile = spaces
                   move 'ctl-detailfile' to msg-field
                   move 'detail mode with no detail file named' to msg-text
                   perform card-error
               end-if.

*> the statmrg card - stats' layout, with the part list in place of
*> the input file; the stats options a merge has no use for are only
*> noted, since an operator copying a stats card may have left them on
           check-statmrg-card.
               move 456 to card-len.
               move sc-lock-wait to chk-text.
               perform check-lock-wait.
               perform check-stats-common.
               if sc-ifile not = spaces
                   move sc-ifile to chk-fname
                   move 'ctl-ifile' to msg-field
                   perform require-file
               end-if.
               move sc-restart-flag to chk-flag.
               if chk-flag-on
                   move 'ctl-restart-flag' to msg-field
                   move 'restart is not used by statmrg - ignored' to msg-text
                   perform card-warning
               end-if.
               move sc-list-flag to chk-flag.
               if chk-flag-on
                   move 'ctl-list-flag' to msg-field
                   move 'list mode is not used by statmrg - ignored' to msg-text
                   perform card-warning
               end-if.
               move sc-part-flag to chk-flag.
               if chk-flag-on
                   move 'ctl-part-flag' to msg-field
                   move 'part mode is not used by statmrg - ignored' to msg-text
                   perform card-warning
               end-if.

*> what stats and statmrg both read off the card - the file names
*> they stop without, every flag, the figures, the group master and
*> the run an amendment restates
           check-stats-common.
               if sc-ifile = spaces
                   move 'ctl-ifile' to msg-field
                   move 'no input file named - the step stops' to msg-text
                   perform card-error
               end-if.
               if sc-ofile = spaces
                   move 'ctl-ofile' to msg-field
                   move 'no output file named - the step stops' to msg-text
                   perform card-error
               end-if.
               move sc-csv-flag to chk-flag.
               move 'ctl-csv-flag' to msg-field.
               perform check-flag.
               move sc-group-flag to chk-flag.
               move 'ctl-group-flag' to msg-field.
               perform check-flag.
               move sc-restart-flag to chk-flag.
               move 'ctl-restart-flag' to msg-field.
               perform check-flag.
               move sc-list-flag to chk-flag.
               move 'ctl-list-flag' to msg-field.
               perform check-flag.
               move sc-outlier-flag to chk-flag.
               move 'ctl-outlier-flag' to msg-field.
               perform check-flag.
               move sc-weight-flag to chk-flag.
               move 'ctl-weight-flag' to msg-field.
               perform check-flag.
               move sc-amend-flag to chk-flag.
               move 'ctl-amend-flag' to msg-field.
               perform check-flag.
               move 'n' to flag-amend.
               if chk-flag-on
                   move 'y' to flag-amend
               end-if.
               move sc-pair-flag to chk-flag.
               move 'ctl-pair-flag' to msg-field.
               perform check-flag.
               move sc-detail-flag to chk-flag.
               move 'ctl-detail-flag' to msg-field.
               perform check-flag.
               move sc-part-flag to chk-flag.
               move 'ctl-part-flag' to msg-field.
               perform check-flag.
               move sc-norm-flag to chk-flag.
               move 'ctl-norm-flag' to msg-field.
               perform check-flag.
               move sc-hist-thresh to chk-text.
               move 3 to chk-len.
               move 'ctl-hist-thresh' to msg-field.
               perform check-numeric.
               if chk-is-numeric and sc-hist-thresh-n > 100
                   move 'swing threshold over 100 percent' to msg-text
                   perform card-warning
               end-if.
               move sc-ckpt-int to chk-text.
               move 5 to chk-len.
               move 'ctl-ckpt-int' to msg-field.
               perform check-numeric.
               move sc-outlier-sd to chk-text.
               move 2 to chk-len.
               move 'ctl-outlier-sd' to msg-field.
               perform check-numeric.
               if chk-is-numeric and sc-outlier-sd-n > 6
                   move 'over 6 standard deviations - next to nothing flagged' to msg-text
                   perform card-warning
               end-if.
               move sc-exp-count to chk-text.
               move 8 to chk-len.
               move 'ctl-exp-count' to msg-field.
               perform check-numeric.
               move sc-exp-sum to chk-text.
               move 18 to chk-len.
               move 'ctl-exp-sum' to msg-field.
               perform check-numeric.
               move sc-class-count to chk-text.
               move 2 to chk-len.
               move 'ctl-class-count' to msg-field.
               perform check-numeric.
               if chk-is-numeric and sc-class-count-n > 20
                   move 'more than 20 classes - 20 will be used' to msg-text
                   perform card-warning
               end-if.
               move sc-group-flag to chk-flag.
               if chk-flag-on
                   move sc-grpmaster to chk-fname
                   if chk-fname = spaces
                       move 'STATGRP.DAT' to chk-fname
                   end-if
                   move 'ctl-grpmaster' to msg-field
                   perform expect-file
               end-if.
               if amend-asked
                   perform check-amend-stamp
               else
                   if sc-amend-date not = spaces and sc-amend-date not = zeros
                       move 'ctl-amend-date' to msg-field
                       move 'date given but the amendment flag is not on' to msg-text
                       perform card-warning
                   end-if
               end-if.

*> an amendment names the run it restates - a real date and time, not
*> in the future, for a run the history file holds
           check-amend-stamp.
               move 'ctl-amend-date' to msg-field.
               if sc-amend-date is not numeric or sc-amend-date-n = 0
                   move 'amendment with no original run date - the step stops' to msg-text
                   perform card-error
               else
                   move sc-amend-date-n to chk-date
                   perform check-date
                   if not chk-date-valid
                       move 'not a calendar date' to msg-text
                       perform card-error
                   else
                       if chk-date > run-date
                           move 'original run date is after today' to msg-text
                           perform card-error
                       end-if
                   end-if
               end-if.
               move 'ctl-amend-time' to msg-field.
               if sc-amend-time is not numeric
                   move 'amendment with no original run time - the step stops' to msg-text
                   perform card-error
               else
                   move sc-amend-time-n to chk-time
                   if chk-hh > 23 or chk-mm > 59 or chk-ss > 59
                       move 'not a time of day (hhmmss)' to msg-text
                       perform card-error
                   end-if
               end-if.
               if card-errors = 0
                   move sc-histfile to chk-fname
                   if chk-fname = spaces
                       move 'STATHIST.DAT' to chk-fname
                   end-if
                   move 'ctl-histfile' to msg-field
                   perform probe-keyed-file
                   if file-found
                       if not stamp-on-file
                           move 'ctl-amend-date' to msg-field
                           move 'run to restate is not on history - it will be added' to msg-text
                           perform card-warning
                       end-if
                   else
                       perform file-not-found-error
                   end-if
               end-if.

           check-statsplt-card.
               move 115 to card-len.
               move sp-lock-wait to chk-text.
               perform check-lock-wait.
               if sp-ifile = spaces
                   move 'ctl-ifile' to msg-field
                   move 'no extract file named - the step stops' to msg-text
                   perform card-error
               else
                   move sp-ifile to chk-fname
                   move 'ctl-ifile' to msg-field
                   perform require-file
               end-if.
               move sp-part-count to chk-text.
               move 2 to chk-len.
               move 'ctl-part-count' to msg-field.
               perform check-numeric.
               if chk-is-numeric
                   if sp-part-count-n = 1
                       move 'one part is no split - 4 will be used' to msg-text
                       perform card-warning
                   end-if
                   if sp-part-count-n > 9
                       move 'more than 9 parts - 9 will be used' to msg-text
                       perform card-warning
                   end-if
               end-if.

           check-trend-card.
               move 129 to card-len.
               move tr-lock-wait to chk-text.
               perform check-lock-wait.
               move tr-histfile to chk-fname.
               if chk-fname = spaces
                   move 'STATHIST.DAT' to chk-fname
               end-if.
               move 'ctl-histfile' to msg-field.
               perform require-keyed-file.
               move tr-last-n to chk-text.
               move 3 to chk-len.
               move 'ctl-last-n' to msg-field.
               perform check-numeric.
               move tr-band-pct to chk-text.
               move 3 to chk-len.
               move 'ctl-band-pct' to msg-field.
               perform check-numeric.
               if chk-is-numeric and tr-band-pct-n > 100
                   move 'band wider than 100 percent' to msg-text
                   perform card-warning
               end-if.

           check-rejfix-card.
               move 184 to card-len.
               move rf-lock-wait to chk-text.
               perform check-lock-wait.
               move rf-rejfile to chk-fname.
               if chk-fname = spaces
                   move 'STATREJ.DAT' to chk-fname
               end-if.
               move 'ctl-rejfile' to msg-field.
               perform require-file.
               move rf-corrfile to chk-fname.
               if chk-fname = spaces
                   move 'STATCORR.DAT' to chk-fname
               end-if.
               move 'ctl-corrfile' to msg-field.
               perform require-file.
               move rf-weight-flag to chk-flag.
               move 'ctl-weight-flag' to msg-field.
               perform check-flag.

*> a cutoff that is not a number would be taken as zero and quietly
*> turn the archive pass into a listing, so it is an error here
           check-histmnt-card.
               move 161 to card-len.
               move hm-lock-wait to chk-text.
               perform check-lock-wait.
               move hm-histfile to chk-fname.
               if chk-fname = spaces
                   move 'STATHIST.DAT' to chk-fname
               end-if.
               move 'ctl-histfile' to msg-field.
               perform require-keyed-file.
               move 'ctl-cutoff-date' to msg-field.
               if hm-cutoff-date not = spaces
                   if hm-cutoff-date is not numeric
                       move 'is not numeric - columns shifted?' to msg-text
                       perform card-error
                   else
                       if hm-cutoff-date-n > 0
                           move hm-cutoff-date-n to chk-date
                           perform check-date
                           if not chk-date-valid
                               move 'not a calendar date' to msg-text
                               perform card-error
                           else
                               if chk-date > run-date
                                   move 'cutoff is after today - every run archived' to msg-text
                                   perform card-warning
                               end-if
                           end-if
                       end-if
                   end-if
               end-if.

           check-opssum-card.
               move 68 to card-len.
               move os-opslog to chk-fname.
               if chk-fname = spaces
                   move 'STATOPS.DAT' to chk-fname
               end-if.
               move 'ctl-opslog' to msg-field.
               perform expect-file.
               move os-report-date to chk-text.
               move 8 to chk-len.
               move 'ctl-report-date' to msg-field.
               perform check-numeric.
               if chk-is-numeric and os-report-date-n > 0
                   move os-report-date-n to chk-date
                   perform check-date
                   if not chk-date-valid
                       move 'not a calendar date' to msg-text
                       perform card-error
                   else
                       if chk-date > run-date
                           move 'report date is after today' to msg-text
                           perform card-warning
                       end-if
                   end-if
               end-if.

           check-grpmnt-card.
               move 156 to card-len.
               move gn-lock-wait to chk-text.
               perform check-lock-wait.
               move gn-transfile to chk-fname.
               if chk-fname = spaces
                   move 'STATGTRN.DAT' to chk-fname
               end-if.
               move 'ctl-transfile' to msg-field.
               perform require-file.
               move gn-grpmaster to chk-fname.
               if chk-fname = spaces
                   move 'STATGRP.DAT' to chk-fname
               end-if.
               move 'ctl-grpmaster' to msg-field.
               perform probe-input-file.
               if file-missing
                   move spaces to msg-text
                   string 'a new master will be built: ' chk-fname
                       delimited by size into msg-text
                   perform card-warning
               end-if.
               if file-unreadable
                   perform file-not-found-error
               end-if.
               move gn-warn-level to chk-text.
               move 3 to chk-len.
               move 'ctl-warn-level' to msg-field.
               perform check-numeric.
               if chk-is-numeric and gn-warn-level-n > 500
                   move 'above the 500 the master holds - never reached' to msg-text
                   perform card-warning
               end-if.

           check-grpcmp-card.
               move 145 to card-len.
               move gc-lock-wait to chk-text.
               perform check-lock-wait.
               move gc-snapfile to chk-fname.
               if chk-fname = spaces
                   move 'STATSNAP.DAT' to chk-fname
               end-if.
               move 'ctl-snapfile' to msg-field.
               perform require-file.
               move gc-cur-date to chk-text.
               move 8 to chk-len.
               move 'ctl-cur-date' to msg-field.
               perform check-numeric.
               if chk-is-numeric and gc-cur-date-n > 0
                   move gc-cur-date-n to chk-date
                   perform check-date
                   if not chk-date-valid
                       move 'not a calendar date' to msg-text
                       perform card-error
                   end-if
               end-if.
               move gc-prior-date to chk-text.
               move 8 to chk-len.
               move 'ctl-prior-date' to msg-field.
               perform check-numeric.
               if chk-is-numeric and gc-prior-date-n > 0
                   move gc-prior-date-n to chk-date
                   perform check-date
                   if not chk-date-valid
                       move 'not a calendar date' to msg-text
                       perform card-error
                   else
                       if gc-cur-date is numeric
                               and gc-prior-date-n not < gc-cur-date-n
                           move 'prior run date is not before the current one' to msg-text
                           perform card-error
                       end-if
                   end-if
               end-if.
               move gc-swing-pct to chk-text.
               move 3 to chk-len.
               move 'ctl-swing-pct' to msg-field.
               perform check-numeric.
               move gc-severe-pct to chk-text.
               move 3 to chk-len.
               move 'ctl-severe-pct' to msg-field.
               perform check-numeric.
               if chk-is-numeric and gc-swing-pct is numeric
                   if gc-severe-pct-n > 0 and gc-severe-pct-n < gc-swing-pct-n
                       move 'below the swing limit - raised to it' to msg-text
                       perform card-warning
                   end-if
               end-if.

           check-outreg-card.
               move 251 to card-len.
               move og-lock-wait to chk-text.
               perform check-lock-wait.
               move og-outfile to chk-fname.
               if chk-fname = spaces
                   move 'STATOUT.DAT' to chk-fname
               end-if.
               move 'ctl-outfile' to msg-field.
               perform expect-file.
               move og-age-days to chk-text.
               move 3 to chk-len.
               move 'ctl-age-days' to msg-field.
               perform check-numeric.
               move og-recur-runs to chk-text.
               move 2 to chk-len.
               move 'ctl-recur-runs' to msg-field.
               perform check-numeric.
               if chk-is-numeric and og-recur-runs-n = 1
                   move 'one run is no recurrence - 3 will be used' to msg-text
                   perform card-warning
               end-if.
               move og-recur-days to chk-text.
               move 3 to chk-len.
               move 'ctl-recur-days' to msg-field.
               perform check-numeric.

*> a sampling method or input type audsamp does not know would be
*> quietly replaced by its default, so both are errors here
           check-audsamp-card.
               move 175 to card-len.
               move au-lock-wait to chk-text.
               perform check-lock-wait.
               if not au-type-ok
                   move 'ctl-in-type' to msg-field
                   move 'input type is not e (extract) or d (detail)' to msg-text
                   perform card-error
               end-if.
               if not au-method-ok
                   move 'ctl-method' to msg-field
                   move 'method is not r, s or m' to msg-text
                   perform card-error
               end-if.
               move au-ifile to chk-fname.
               move 'ctl-ifile' to msg-field.
               if chk-fname = spaces
                   if au-extract
                       move 'extract input with no extract file named' to msg-text
                       perform card-error
                   else
                       move 'STATDTL.DAT' to chk-fname
                   end-if
               end-if.
               if chk-fname not = spaces
                   perform require-file
               end-if.
               move au-sample-size to chk-text.
               move 5 to chk-len.
               move 'ctl-sample-size' to msg-field.
               perform check-numeric.
               move au-quota to chk-text.
               move 4 to chk-len.
               move 'ctl-quota' to msg-field.
               perform check-numeric.
               move au-seed to chk-text.
               move 10 to chk-len.
               move 'ctl-seed' to msg-field.
               perform check-numeric.
               if chk-is-numeric and au-seed-n not < 2147483647
                   move 'seed too large - a clock seed will be used' to msg-text
                   perform card-warning
               end-if.
               move au-weight-flag to chk-flag.
               move 'ctl-weight-flag' to msg-field.
               perform check-flag.

*> histcnv refuses to load over a keyed history already there, so one
*> found is an error before the step is reached
           check-histcnv-card.
               move 153 to card-len.
               move hc-lock-wait to chk-text.
               perform check-lock-wait.
               move hc-seqfile to chk-fname.
               if chk-fname = spaces
                   move 'STATHIST.SEQ' to chk-fname
               end-if.
               move 'ctl-seqfile' to msg-field.
               perform require-file.
               move hc-histfile to chk-fname.
               if chk-fname = spaces
                   move 'STATHIST.DAT' to chk-fname
               end-if.
               move 'ctl-histfile' to msg-field.
               perform probe-keyed-file.
               if not file-missing
                   move spaces to msg-text
                   string 'keyed history already there: ' chk-fname
                       delimited by size into msg-text
                   perform card-error
               end-if.

*> perclose stops on a period type or number it cannot place, so the
*> period is checked the way it will read it
           check-perclose-card.
               move 190 to card-len.
               move pc-lock-wait to chk-text.
               perform check-lock-wait.
               if not pc-type-ok
                   move 'ctl-period-type' to msg-field
                   move 'period type is not m, q or y' to msg-text
                   perform card-error
               end-if.
               move pc-period-year to chk-text.
               move 4 to chk-len.
               move 'ctl-period-year' to msg-field.
               perform check-numeric.
               if chk-is-numeric and pc-period-year-n > 0 and pc-type-ok
                   if pc-period-year-n < 1900
                       move 'year before 1900' to msg-text
                       perform card-error
                   end-if
                   move 'ctl-period-no' to msg-field
                   if not pc-year-type
                       if pc-period-no is not numeric
                           move 'year given with no period number' to msg-text
                           perform card-error
                       else
                           if pc-quarter
                               if pc-period-no-n < 1 or pc-period-no-n > 4
                                   move 'quarter number is not 1 to 4' to msg-text
                                   perform card-error
                               end-if
                           else
                               if pc-period-no-n < 1 or pc-period-no-n > 12
                                   move 'month number is not 1 to 12' to msg-text
                                   perform card-error
                               end-if
                           end-if
                       end-if
                   end-if
               end-if.
               move pc-histfile to chk-fname.
               if chk-fname = spaces
                   move 'STATHIST.DAT' to chk-fname
               end-if.
               move 'ctl-histfile' to msg-field.
               perform probe-keyed-file.
               if not file-found
                   move spaces to msg-text
                   string 'no history - archive only: ' chk-fname
                       delimited by size into msg-text
                   perform card-warning
               end-if.

*> statbrst needs the last run's group summary; with no distribution
*> list it still runs, but holds every centre on the control report
           check-statbrst-card.
               move 258 to card-len.
               move sb-lock-wait to chk-text.
               perform check-lock-wait.
               move sb-sumfile to chk-fname.
               if chk-fname = spaces
                   move 'STATGSUM.DAT' to chk-fname
               end-if.
               move 'ctl-sumfile' to msg-field.
               perform require-file.
               move sb-distfile to chk-fname.
               if chk-fname = spaces
                   move 'STATDIST.DAT' to chk-fname
               end-if.
               move 'ctl-distfile' to msg-field.
               perform probe-input-file.
               if file-missing
                   move spaces to msg-text
                   string 'every centre will be held: ' chk-fname
                       delimited by size into msg-text
                   perform card-warning
               end-if.
               if file-unreadable
                   perform file-not-found-error
               end-if.

*> lockmnt lists the locks, or clears the one it is given - a clear
*> with no lock named would stop the step, so it is an error here
           check-lockmnt-card.
               move 132 to card-len.
               move lk-lock-wait to chk-text.
               perform check-lock-wait.
               if not lk-action-ok
                   move 'ctl-action' to msg-field
                   move 'action is not l or c' to msg-text
                   perform card-error
               end-if.
               if lk-clear and lk-resource = spaces
                   move 'ctl-resource' to msg-field
                   move 'clear asked for with no lock named' to msg-text
                   perform card-error
               end-if.
               if not lk-clear and lk-resource not = spaces
                   move 'ctl-resource' to msg-field
                   move 'lock named but action is not c - only listed' to msg-text
                   perform card-warning
               end-if.

*> the seconds a program waits for a lock another step holds - blank
*> takes the default minute, anything else must be a number
           check-lock-wait.
               move 3 to chk-len.
               move 'ctl-lock-wait' to msg-field.
               perform check-numeric.

*> a flag takes y or n, either case, or blank for the default; any
*> other character is most often the next field slid into its column
           check-flag.
               if not chk-flag-ok
                   move 'flag is not y or n' to msg-text
                   perform card-error
               end-if.

*> a numeric field left blank takes the program's default; one with
*> anything else in it must be all digits - a part-blank field is
*> the commonest sign of a card typed a column out
           check-numeric.
               move 'b' to chk-state.
               if chk-text(1:chk-len) not = spaces
                   if chk-text(1:chk-len) is numeric
                       move 'y' to chk-state
                   else
                       move 'n' to chk-state
                       move 'is not numeric - columns shifted?' to msg-text
                       perform card-error
                   end-if
               end-if.

*> checks chk-date against the calendar - month 1 to 12, day within
*> the month, february taking its leap day in a leap year
           check-date.
               move 'n' to chk-date-ok.
               if chk-year > 1899 and chk-month > 0 and chk-month < 13
                   move chk-year to cal-year
                   move chk-month to cal-month
                   perform month-days
                   if chk-day > 0 and chk-day not > cal-month-days
                       move 'y' to chk-date-ok
                   end-if
               end-if.

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

*> opens chk-fname for input and closes it again, leaving what was
*> found in file-state
           probe-input-file.
               move chk-fname to ws-probefname.
               move spaces to ws-probe-status.
               open input probe-file.
               evaluate ws-probe-status
                   when '00'
                       move 'f' to file-state
                       close probe-file
                   when '35'
                       move 'm' to file-state
                   when other
                       move 'u' to file-state
               end-evaluate.

*> the same for a keyed file; when an amendment card is being checked
*> the run it restates is looked up by key while the file is open
           probe-keyed-file.
               move chk-fname to ws-probefname.
               move spaces to ws-probe-status.
               move 'n' to stamp-found.
               open input keyed-probe-file.
               evaluate ws-probe-status
                   when '00'
                       move 'f' to file-state
                       if amend-asked
                           move sc-amend-date-n to kp-run-date
                           move sc-amend-time-n to kp-run-time
                           read keyed-probe-file key is kp-key
                               invalid key move 'n' to stamp-found
                               not invalid key move 'y' to stamp-found
                           end-read
                       end-if
                       close keyed-probe-file
                   when '35'
                       move 'm' to file-state
                   when other
                       move 'u' to file-state
               end-evaluate.

*> an input the step cannot run without - missing or unreadable is an
*> error against the field that named it
           require-file.
               perform probe-input-file.
               if not file-found
                   perform file-not-found-error
               end-if.

           require-keyed-file.
               perform probe-keyed-file.
               if not file-found
                   perform file-not-found-error
               end-if.

*> an input the step runs on without, only with less to do - missing
*> is a warning, but one there and unreadable is still an error
           expect-file.
               perform probe-input-file.
               if file-missing
                   move spaces to msg-text
                   string 'not found: ' chk-fname
                       delimited by size into msg-text
                   perform card-warning
               end-if.
               if file-unreadable
                   perform file-not-found-error
               end-if.

           file-not-found-error.
               move spaces to msg-text.
               if file-unreadable
                   string 'unreadable, status ' ws-probe-status ': ' chk-fname
                       delimited by size into msg-text
               else
                   string 'not found: ' chk-fname
                       delimited by size into msg-text
               end-if.
               perform card-error.

*> stats' list mode - the list itself must be there, and so must every
*> input file it names
           require-list-files.
               perform require-file.
               if file-found
                   move chk-fname to ws-listfname
                   move spaces to ws-list-status
                   move 0 to list-names
                   open input list-file
                   move 'n' to list-eof
                   perform until list-eof = 'y'
                       read list-file
                           at end move 'y' to list-eof
                           not at end
                               if list-record not = spaces
                                   add 1 to list-names
                                   move list-record to chk-fname
                                   perform require-file
                               end-if
                       end-read
                   end-perform
                   close list-file
                   if list-names = 0
                       move 'input list names no files - the step stops' to msg-text
                       perform card-error
                   end-if
               end-if.

*> one finding against the card - on the report, in the card's and
*> the run's tallies, and in the condition code
           card-error.
               add 1 to card-errors.
               add 1 to error-count.
               move 'error' to out-msg-sev.
               move msg-field to out-msg-field.
               move msg-text to out-msg-text.
               write report-output from message-line after advancing 1 lines.
               move 8 to new-rc.
               perform raise-rc.

           card-warning.
               add 1 to card-warnings.
               add 1 to warn-count.
               move 'warning' to out-msg-sev.
               move msg-field to out-msg-field.
               move msg-text to out-msg-text.
               write report-output from message-line after advancing 1 lines.
               move 4 to new-rc.
               perform raise-rc.

           write-report-header.
               move run-date to out-run-date.
               move run-time-disp(1:2) to out-run-time-hh.
               move run-time-disp(3:2) to out-run-time-mm.
               move run-time-disp(5:2) to out-run-time-ss.
               move ws-deckfname to out-deckfname.
               write report-output from title-line after advancing 0 lines.
               write report-output from under-line after advancing 1 lines.
               write report-output from header-date-line after advancing 1 lines.
               write report-output from header-deck-line after advancing 1 lines.
               write report-output from under-line after advancing 1 lines.

           write-report-trailer.
               write report-output from under-line after advancing 2 lines.
               move 'cards read = ' to out-count-label.
               move card-count to out-count.
               write report-output from count-line after advancing 1 line.
               move 'cards clean = ' to out-count-label.
               move clean-cards to out-count.
               write report-output from count-line after advancing 1 line.
               move 'cards with warnings = ' to out-count-label.
               move warn-cards to out-count.
               write report-output from count-line after advancing 1 line.
               move 'cards in error = ' to out-count-label.
               move error-cards to out-count.
               write report-output from count-line after advancing 1 line.
               move 'errors = ' to out-count-label.
               move error-count to out-count.
               write report-output from count-line after advancing 1 line.
               move 'warnings = ' to out-count-label.
               move warn-count to out-count.
               write report-output from count-line after advancing 1 line.
               evaluate true
                   when run-rc > 4
                       move 'hold the stream - correct the cards in error' to out-verdict
                   when run-rc > 0
                       move 'stream may run - read the warnings first' to out-verdict
                   when other
                       move 'stream may run' to out-verdict
               end-evaluate.
               write report-output from verdict-line after advancing 1 lines.

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
*> deck, the cards that passed against the cards in error, and the
*> final verdict
           write-ops-log.
               move ws-opsfname to lock-name.
               perform get-lock.
               if lock-got = 'y'
                   perform append-ops-record
                   perform drop-lock
               else
                   display 'ctlchk: operations log ' ws-opsfname ' held by ' lock-holder ' - run not logged, condition code was ' run-rc
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
               move 'ctlchk' to ops-program.
               move run-date to ops-run-date.
               move run-time-disp to ops-run-time.
               move ws-deckfname to ops-input-file.
               move ws-ofname to ops-output-file.
               compute ops-accepted = clean-cards + warn-cards.
               move error-cards to ops-rejected.
               move run-rc to ops-rc.
               write ops-log-record.
               close ops-file.

*> logs a run that has to stop before any card is checked - the
*> morning page must show the failed step, not a gap
           abort-run-log.
               move 8 to new-rc.
               perform raise-rc.
               move 0 to clean-cards.
               move 0 to warn-cards.
               move 0 to error-cards.
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
                   move 'ctlchk' to lock-program
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
                   display 'ctlchk: lock on ' lock-name ' not released, lock file status = ' ws-lock-status ' - clear it with lockmnt'
                   move 4 to new-rc
                   perform raise-rc
               end-if.
               if ws-lock-status = '00'
                   move lock-name to lock-resource
                   read lock-file
                       invalid key
                           continue
                       not invalid key
                           if lock-program = 'ctlchk'
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
