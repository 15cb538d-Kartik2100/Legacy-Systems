
       identification division.
       program-id. lockmnt.

       environment division.
       input-output section.
       file-control.
*> control-file carries the run options the same way stats reads its
*> own - from a fixed logical name an unattended batch step can point
*> at a JCL SYSIN/PARM dataset
       select control-file assign to "SYSIN"
               organization is line sequential
               file status is ws-ctl-status.
*> the suite's lock control file - one record for each shared file a
*> step has claimed, saying which program holds it, since when and
*> for which run; this program lists it, and takes a lock off it when
*> the step that held it abended and never gave it back
       select lock-file assign to dynamic ws-lockfname
               organization is indexed
               access mode is dynamic
               record key is lock-resource
               file status is ws-lock-status.
*> the listing - every lock held, and what was done about the one
*> named for clearing
       select ofile assign to dynamic ws-ofname
               organization is line sequential.
*> the shared operations run log - every execution of the suite
*> appends one record saying what ran, against which files, and with
*> what verdict, so the morning check reads one file instead of
*> reconstructing the night from scheduler output
       select ops-file assign to dynamic ws-opsfname
               organization is line sequential
               file status is ws-ops-status.

       data division.
       file section.
       fd control-file.
       01 control-record.
           02 ctl-action       pic x(1).
           02 ctl-resource     pic x(30).
           02 ctl-holder       pic x(8).
           02 ctl-ofile        pic x(30).
           02 ctl-opslog       pic x(30).
           02 ctl-lock-wait    pic 9(3).
           02 ctl-lockfile     pic x(30).
*> one claim on a shared file - the name of the file is the key
       fd lock-file.
       01 lock-record.
           02 lock-resource    pic x(30).
           02 lock-program     pic x(8).
           02 lock-since-date  pic 9(8).
           02 lock-since-time  pic 9(6).
           02 lock-run-date    pic 9(8).
           02 lock-run-time    pic 9(6).
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

*> variables are initialized here
       working-storage section.
       77 ws-ofname         pic x(30).
       77 ws-ctl-status     pic x(2).

*> what the run is asked to do - list the locks, or clear the one
*> named and list what is left; a holder on the card has to match
*> the program on the lock, so a lock cleared by name alone cannot
*> be one a different step has since taken
       77 run-action        pic x(1).
           88 clear-action    value 'c', 'C'.
       77 clear-resource    pic x(30).
       77 clear-holder      pic x(8).

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
*> 0 for a clean pass, 4 when the lock named for clearing was not on
*> file, 8 when the lock file is unusable or the holder on the card
*> does not match the lock
       77 run-rc            pic s9(4) usage is computational value 0.
       77 new-rc            pic s9(4) usage is computational.

       77 run-date          pic 9(8).
       77 run-time          pic 9(8).
       77 run-time-disp     pic 9(6).

       77 lock-eof          pic x(1).
       77 lock-file-open    pic x(1).
           88 lock-file-is-open value 'y'.

*> what the listing found
       77 listed-count      pic s9(8) usage is computational.
       77 stale-count       pic s9(8) usage is computational.
       77 cleared-count     pic s9(8) usage is computational.

*> first line title of the listing
       01 title-line.
           02 filler pic x(41) value
               'suite lock control listing'.

       01 header-date-line.
           02 filler pic x(11) value 'run date: '.
           02 out-run-date pic 9999/99/99.
           02 filler pic x(9) value '  time: '.
           02 out-run-time-hh pic 99.
           02 filler pic x(1) value ':'.
           02 out-run-time-mm pic 99.
           02 filler pic x(1) value ':'.
           02 out-run-time-ss pic 99.

       01 header-lockfile-line.
           02 filler pic x(16) value 'lock file: '.
           02 out-lock-fname pic x(30).

*> what happened to the lock named for clearing
       01 clear-line.
           02 filler pic x(7) value 'clear: '.
           02 out-clr-resource pic x(30).
           02 filler pic x(1) value space.
           02 out-clr-holder pic x(8).
           02 filler pic x(3) value ' - '.
           02 out-clr-result pic x(31).

*> underline for the output file
       01 under-line.
           02 filler pic x(42) value
               '******************************************'.

       01 col-head-line.
           02 filler pic x(31) value 'shared file'.
           02 filler pic x(9) value 'holder'.
           02 filler pic x(18) value 'held since'.
           02 filler pic x(15) value 'run stamp'.

*> one lock - the file, the program holding it, when it was taken and
*> the run it was taken for; a lock taken before today is starred
       01 lock-line.
           02 out-lk-resource pic x(30).
           02 filler pic x(1) value space.
           02 out-lk-program pic x(8).
           02 filler pic x(1) value space.
           02 out-lk-since-date pic 9999/99/99.
           02 filler pic x(1) value space.
           02 out-lk-since-time pic 9(6).
           02 filler pic x(1) value space.
           02 out-lk-run-date pic 9(8).
           02 filler pic x(1) value '-'.
           02 out-lk-run-time pic 9(6).
           02 filler pic x(1) value space.
           02 out-lk-flag pic x(1).

       01 no-locks-line.
           02 filler pic x(41) value
               'no locks held'.

       01 stale-note-line.
           02 filler pic x(60) value
               '* held since before today - check the step is still running'.

*> the tallies that close the listing
       01 count-line.
           02 out-count-label pic x(26).
           02 out-count pic -(8)9.

       procedure division.
*> stamps the listing, clears the lock the card names when it asks
*> for that, then lists every lock still on the file
           perform read-parameters.
           open output ofile.
           perform write-report-header.
           if clear-action
               perform clear-lock
           end-if.
           perform list-locks.
           perform write-report-trailer.
           perform finish.

*> reads the action and the file names for the run; anything left
*> blank falls back to how stats names things, and a blank action
*> lists
           read-parameters.
               move spaces to ws-ctl-status.
               open input control-file.
               if ws-ctl-status not = '00'
                   display 'lockmnt: control file (SYSIN) not found or unreadable, status = ' ws-ctl-status
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
               move ctl-action to run-action.
               move ctl-resource to clear-resource.
               move ctl-holder to clear-holder.
               move ctl-ofile to ws-ofname.
               if ws-ofname = spaces
                   move 'STATLOCK.RPT' to ws-ofname
               end-if.
               move ctl-opslog to ws-opsfname.
               if ws-opsfname = spaces
                   move 'STATOPS.DAT' to ws-opsfname
               end-if.
               move 0 to listed-count.
               move 0 to stale-count.
               move 0 to cleared-count.
               accept run-date from date yyyymmdd.
               accept run-time from time.
               compute run-time-disp = run-time / 100.
               if clear-action and clear-resource = spaces
                   display 'lockmnt: clear requested without the name of the lock to clear'
                   perform abort-run-log
                   move run-rc to return-code
                   stop run
               end-if.

*> takes the named lock off the file - only when the holder on the
*> card, if one is given, is the program that holds it; the lock is
*> listed as it was before it went, so the listing shows what was
*> cleared
           clear-lock.
               move clear-resource to out-clr-resource.
               move clear-holder to out-clr-holder.
               move spaces to ws-lock-status.
               open i-o lock-file.
               if ws-lock-status = '35'
                   move 'not held - nothing cleared' to out-clr-result
                   move 4 to new-rc
                   perform raise-rc
               end-if.
               if ws-lock-status not = '00' and ws-lock-status not = '35'
                   move 'lock file not usable' to out-clr-result
                   move 8 to new-rc
                   perform raise-rc
               end-if.
               if ws-lock-status = '00'
                   move clear-resource to lock-resource
                   read lock-file
                       invalid key
                           move 'not held - nothing cleared' to out-clr-result
                           move 4 to new-rc
                           perform raise-rc
                       not invalid key
                           perform clear-one-lock
                   end-read
                   close lock-file
               end-if.
               write report-output from clear-line after advancing 1 line.
               write report-output from under-line after advancing 1 line.

*> the lock is on file - checked against the holder the card names,
*> then deleted
           clear-one-lock.
               move lock-program to out-clr-holder.
               if clear-holder not = spaces and clear-holder not = lock-program
                   move 'held by another program - kept' to out-clr-result
                   move 8 to new-rc
                   perform raise-rc
               else
                   delete lock-file record
                       invalid key
                           move 'could not be deleted' to out-clr-result
                           move 8 to new-rc
                           perform raise-rc
                       not invalid key
                           move 'cleared' to out-clr-result
                           add 1 to cleared-count
                           display 'lockmnt: lock on ' clear-resource ' held by ' lock-program ' since ' lock-since-date ' ' lock-since-time ' cleared'
                   end-delete
               end-if.

*> reads the lock file in key order, one line a lock; a lock file that
*> is not there yet simply holds no locks
           list-locks.
               move 'y' to lock-eof.
               move 'n' to lock-file-open.
               move spaces to ws-lock-status.
               open input lock-file.
               if ws-lock-status = '00'
                   move 'y' to lock-file-open
                   move 'n' to lock-eof
                   move low-values to lock-resource
                   start lock-file key is not less than lock-resource
                       invalid key move 'y' to lock-eof
                   end-start
               else
                   if ws-lock-status not = '35'
                       display 'lockmnt: lock file ' ws-lockfname ' not readable, status = ' ws-lock-status
                       move 8 to new-rc
                       perform raise-rc
                   end-if
               end-if.
               write report-output from col-head-line after advancing 1 line.
               perform until lock-eof = 'y'
                   read lock-file next record
                       at end move 'y' to lock-eof
                       not at end perform list-one-lock
                   end-read
               end-perform.
               if lock-file-is-open
                   close lock-file
               end-if.
               if listed-count = 0
                   write report-output from no-locks-line after advancing 1 line
               end-if.

           list-one-lock.
               add 1 to listed-count.
               move lock-resource to out-lk-resource.
               move lock-program to out-lk-program.
               move lock-since-date to out-lk-since-date.
               move lock-since-time to out-lk-since-time.
               move lock-run-date to out-lk-run-date.
               move lock-run-time to out-lk-run-time.
               if lock-since-date < run-date
                   move '*' to out-lk-flag
                   add 1 to stale-count
               else
                   move space to out-lk-flag
               end-if.
               write report-output from lock-line after advancing 1 line.

           write-report-header.
               move run-date to out-run-date.
               move run-time-disp(1:2) to out-run-time-hh.
               move run-time-disp(3:2) to out-run-time-mm.
               move run-time-disp(5:2) to out-run-time-ss.
               move ws-lockfname to out-lock-fname.
               write report-output from title-line after advancing 0 lines.
               write report-output from under-line after advancing 1 lines.
               write report-output from header-date-line after advancing 1 lines.
               write report-output from header-lockfile-line after advancing 1 lines.
               write report-output from under-line after advancing 1 lines.

           write-report-trailer.
               write report-output from under-line after advancing 1 lines.
               if stale-count > 0
                   write report-output from stale-note-line after advancing 1 line
               end-if.
               move 'locks held = ' to out-count-label.
               move listed-count to out-count.
               write report-output from count-line after advancing 1 line.
               move 'held since before today = ' to out-count-label.
               move stale-count to out-count.
               write report-output from count-line after advancing 1 line.
               move 'locks cleared = ' to out-count-label.
               move cleared-count to out-count.
               write report-output from count-line after advancing 1 line.

*> moves the condition code up to new-rc when that is worse than what
*> the run has collected so far; it never moves it back down
           raise-rc.
               if new-rc > run-rc
                   move new-rc to run-rc
               end-if.

*> closes the listing and hands the verdict back to the scheduler
           finish.
               close ofile.
               perform write-ops-log.
               move run-rc to return-code.
               stop run.

*> one record on the shared operations log - what ran, the locks it
*> found against the locks it cleared, and the final verdict
           write-ops-log.
               move ws-opsfname to lock-name.
               perform get-lock.
               if lock-got = 'y'
                   perform append-ops-record
                   perform drop-lock
               else
                   display 'lockmnt: operations log ' ws-opsfname ' held by ' lock-holder ' - run not logged, condition code was ' run-rc
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
               move 'lockmnt' to ops-program.
               move run-date to ops-run-date.
               move run-time-disp to ops-run-time.
               move ws-lockfname to ops-input-file.
               move ws-ofname to ops-output-file.
               move listed-count to ops-accepted.
               move cleared-count to ops-rejected.
               move run-rc to ops-rc.
               write ops-log-record.
               close ops-file.

*> logs a run that has to stop before the lock file is touched - the
*> morning page must show the failed step, not a gap; the tallies
*> have not been touched yet, so they log as zero
           abort-run-log.
               move 8 to new-rc.
               perform raise-rc.
               move 0 to listed-count.
               move 0 to cleared-count.
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
                   move 'lockmnt' to lock-program
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
                   display 'lockmnt: lock on ' lock-name ' not released, lock file status = ' ws-lock-status ' - clear it with lockmnt'
                   move 4 to new-rc
                   perform raise-rc
               end-if.
               if ws-lock-status = '00'
                   move lock-name to lock-resource
                   read lock-file
                       invalid key
                           continue
                       not invalid key
                           if lock-program = 'lockmnt'
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
