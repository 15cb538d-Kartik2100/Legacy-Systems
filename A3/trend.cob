       select control-file assign to "SYSIN"
               organization is line sequential
               file status is ws-ctl-status.
*> the history file stats writes one record per run to, keyed on the
*> run date and time; read back from the newest run here, as far as
*> the window reaches, rather than just the last record the way stats
*> does
       select history-file assign to dynamic ws-histfname
               organization is indexed
               access mode is dynamic
               record key is hist-key
               file status is ws-hist-status.
       select ofile assign to dynamic ws-fname2
               organization is line sequential.
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
           02 ctl-last-n       pic 9(3).
           02 ctl-band-pct     pic 9(3).
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
       fd ofile.
       01 report-output    pic x(80).
       fd ops-file.
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
*> and the run date/time that stamps its record
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
       77 run-date          pic 9(8).
       77 run-time          pic 9(8).
       77 run-time-disp     pic 9(6).
       77 last-n            pic s9(4) usage is computational.
       77 band-pct          pic s9(4) usage is computational.

*> the newest runs loaded for the trend walk - read back newest first
*> off the key, then turned round so the table runs oldest to newest;
*> sized to the largest window the control card can ask for
       77 hist-count        pic s9(8) usage is computational.
       77 hist-eof          pic x(1).
       77 swap-low          pic s9(8) usage is computational.
       77 swap-high         pic s9(8) usage is computational.
       01 hist-table.
           02 hist-entry occurs 999 times.
               03 he-date   pic 9(8).
               03 he-time   pic 9(6).
               03 he-mean   pic s9(14)v9(4) usage is computational-3.
               03 he-std    pic s9(14)v9(4) usage is computational-3.
               03 he-median pic s9(14)v9(4) usage is computational-3.
               03 he-var    pic s9(14)v9(4) usage is computational-3.
       01 hist-swap.
           02 hs-date   pic 9(8).
           02 hs-time   pic 9(6).
           02 hs-mean   pic s9(14)v9(4) usage is computational-3.
           02 hs-std    pic s9(14)v9(4) usage is computational-3.
           02 hs-median pic s9(14)v9(4) usage is computational-3.
           02 hs-var    pic s9(14)v9(4) usage is computational-3.

*> the walk over one figure - which of the four figures is being
*> reported, the rows of the window, the run-over-run swing, and the
*> scheduled unattended, the same way stats runs
           perform read-parameters.

*> loads the newest runs into hist-table - the slow drifts this
*> report exists for only show over many runs, not the single prior
*> record stats compares against
           perform load-history.
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
               accept run-time from time.
               compute run-time-disp = run-time / 100.

*> reads the newest last-n runs into hist-table; a missing or empty
*> file means there is nothing to report on, which the scheduler is
*> told about through the condition code. the read starts below the
*> highest possible key and works back through the run stamps, so
*> only the window is ever read however many years the file holds
           load-history.
               move 0 to hist-count.
               move spaces to ws-hist-status.
               open input history-file.
               if ws-hist-status not = '00'
                   display 'trend: history file ' ws-histfname ' not found or unreadable, status = ' ws-hist-status
                   move 8 to new-rc
                   perform raise-rc
                   perform write-ops-log
                   move run-rc to return-code
                   stop run
               end-if.
               move 'n' to hist-eof.
               move high-values to hist-key.
               start history-file key is less than hist-key
                   invalid key move 'y' to hist-eof
               end-start.
               perform until hist-eof = 'y' or hist-count not less than last-n
                   read history-file previous record
                       at end move 'y' to hist-eof
                       not at end
                           add 1 to hist-count
                           move hist-run-date to he-date(hist-count)
                           move hist-run-time to he-time(hist-count)
                           move hist-mean to he-mean(hist-count)
                           move hist-std to he-std(hist-count)
                           move hist-median to he-median(hist-count)
                           move hist-var to he-var(hist-count)
                   end-read
               end-perform.
               close history-file.
               if hist-count = 0
                   display 'trend: history file ' ws-histfname ' holds no runs yet'
                   move 8 to new-rc
                   perform raise-rc
                   perform write-ops-log
                   move run-rc to return-code
                   stop run
               end-if.
               perform turn-history-table.

*> the runs came off the file newest first; swapping the ends inward
*> leaves hist-table oldest to newest, the order the walk reports in
           turn-history-table.
               move 1 to swap-low.
               move hist-count to swap-high.
               perform until swap-low not less than swap-high
                   move hist-entry(swap-low) to hist-swap
                   move hist-entry(swap-high) to hist-entry(swap-low)
                   move hist-swap to hist-entry(swap-high)
                   add 1 to swap-low
                   subtract 1 from swap-high
               end-perform.

*> prints the window rows for one figure, then the rolling average
*> over the runs before the latest, the band either side of it, and
*> files, and the final verdict; trend accepts and rejects nothing,
*> so those counts log as zero
           write-ops-log.
               move ws-opsfname to lock-name.
               perform get-lock.
               if lock-got = 'y'
                   perform append-ops-record
                   perform drop-lock
               else
                   display 'trend: operations log ' ws-opsfname ' held by ' lock-holder ' - run not logged, condition code was ' run-rc
                   move 12 to run-rc
               end-if.

*> the record itself - the log is opened extend, or output the first
*> time it is written
           append-ops-record.
               move spaces to ws-ops-status.
               open extend ops-file.
               if ws-ops-status not = '00'
               move run-rc to ops-rc.
               write ops-log-record.
               close ops-file.

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
                   move 'trend' to lock-program
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
                   display 'trend: lock on ' lock-name ' not released, lock file status = ' ws-lock-status ' - clear it with lockmnt'
                   move 4 to new-rc
                   perform raise-rc
               end-if.
               if ws-lock-status = '00'
                   move lock-name to lock-resource
                   read lock-file
                       invalid key
                           continue
                       not invalid key
                           if lock-program = 'trend'
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
