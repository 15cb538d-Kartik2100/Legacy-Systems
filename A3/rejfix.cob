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
           02 ctl-auditfile    pic x(30).
           02 ctl-weight-flag  pic x(1).
           02 ctl-opslog       pic x(30).
           02 ctl-lock-wait    pic 9(3).
           02 ctl-lockfile     pic x(30).
       fd reject-file.
       01 reject-record.
           02 rej-in-line-no   pic x(8).
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
*> 0 when every reject was repaired, 4 when any are still bad or
*> go to the supplement file for the next stats run, everything is
*> accounted for on the audit listing
           perform read-parameters.
           perform take-locks.
           move spaces to ws-rej-status.
           open input reject-file.
           if ws-rej-status not = '00'
               display 'rejfix: reject file ' ws-rejfname ' not found or unreadable, status = ' ws-rej-status
               perform abort-run-log
               move run-rc to return-code
               stop run
           end-if.
           open output supp-file, output audit-file.
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
               move ctl-rejfile to ws-rejfname.
               if ws-rejfname = spaces
                   move 'STATREJ.DAT' to ws-rejfname
                   display 'rejfix: corrections file ' ws-corrfname ' not found or unreadable, status = ' ws-corr-status
                   close reject-file, supp-file, audit-file
                   perform abort-run-log
                   move run-rc to return-code
                   stop run
               end-if.
               move 'n' to corr-eof.
                   move 4 to new-rc
                   perform raise-rc
               end-if.
               perform release-locks.
               perform write-ops-log.
               move run-rc to return-code.
               stop run.
*> files, how much was repaired against how much is still wrong, and
*> the final verdict
           write-ops-log.
               move ws-opsfname to lock-name.
               perform get-lock.
               if lock-got = 'y'
                   perform append-ops-record
                   perform drop-lock
               else
                   display 'rejfix: operations log ' ws-opsfname ' held by ' lock-holder ' - run not logged, condition code was ' run-rc
                   move 12 to run-rc
               end-if.

*> the record itself - the log is opened extend, or output the first
*> time it is written
           append-ops-record.
               move spaces to ws-ops-status.
               open extend ops-file.
               if ws-ops-status not = '00'
*> morning page must show the failed step, not a gap; the tallies
*> have not been touched yet, so they log as zero
           abort-run-log.
               perform release-locks.
               move 8 to new-rc.
               perform raise-rc.
               move 0 to repaired-count.
               move 0 to still-bad-count.
               move 0 to outstanding-count.
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
                   move 'rejfix' to lock-program
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
                   display 'rejfix: lock on ' lock-name ' not released, lock file status = ' ws-lock-status ' - clear it with lockmnt'
                   move 4 to new-rc
                   perform raise-rc
               end-if.
               if ws-lock-status = '00'
                   move lock-name to lock-resource
                   read lock-file
                       invalid key
                           continue
                       not invalid key
                           if lock-program = 'rejfix'
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
                   display 'rejfix: lock on ' lock-name ' not obtained - lock file ' ws-lockfname ' unusable, status = ' lock-open-status
               else
                   display 'rejfix: lock on ' lock-name ' held by ' lock-holder ' since ' lock-held-date ' ' lock-held-time ' - gave up after ' lock-wait ' seconds'
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

*> claims the reject file before it is read, so a stats or statmrg
*> step still writing it is waited for instead of half read
           take-locks.
               move ws-rejfname to lock-name.
               perform acquire-lock.

*> opens the lock file to give a lock back
           open-lock-update.
               move spaces to ws-lock-status.
               open i-o lock-file.
