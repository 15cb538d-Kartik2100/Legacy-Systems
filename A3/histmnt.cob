       select control-file assign to "SYSIN"
               organization is line sequential
               file status is ws-ctl-status.
*> the history file stats writes one record per run to, keyed on the
*> run date and time; it only ever grows, so this program prunes it on
*> purpose - the runs before the cutoff are taken straight off the
*> front of the key and deleted once they are safe in the archive
       select history-file assign to dynamic ws-histfname
               organization is indexed
               access mode is dynamic
               record key is hist-key
               file status is ws-hist-status.
*> records older than the cutoff date move here; the archive keeps the
*> history-record layout and the same run-stamp key, so trend can be
*> pointed straight at it when an audited year has to be reported on
*> again
       select arch-file assign to dynamic ws-archfname
               organization is indexed
               access mode is dynamic
               record key is arch-key
               file status is ws-arch-status.
*> the audit listing - every record archived, and the tallies of
*> what was read, moved and kept
       select audit-file assign to dynamic ws-audfname
               organization is line sequential.
*> the shared operations run log - every execution of the suite
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
           02 ctl-cutoff-date  pic 9(8).
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
       fd audit-file.
       01 audit-output         pic x(80).
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
*> 0 for a clean pass, 4 when the archive already held a run being
*> moved (the same year archived twice, or restored by hand), 8 when
*> the history file is unusable or a record could not be moved
       77 run-rc            pic s9(4) usage is computational value 0.
       77 new-rc            pic s9(4) usage is computational.

       77 run-time-disp     pic 9(6).

*> records dated before this move to the archive; a cutoff of zero
*> means a listing-only pass that counts the file and archives nothing
       77 cutoff-date       pic 9(8).

       77 hist-eof          pic x(1).
       77 arch-open         pic x(1).
           88 arch-is-open    value 'y'.
       77 hist-ok           pic x(1).
       77 arch-done         pic x(1).

*> what happened to the file
       77 hist-count        pic s9(8) usage is computational.
       77 archived-count    pic s9(8) usage is computational.
       77 replaced-count    pic s9(8) usage is computational.
       77 kept-count        pic s9(8) usage is computational.

*> first line title of the audit listing

       01 header-nocutoff-line.
           02 filler pic x(46) value
               'no cutoff date given - listing only'.

*> underline for the output file
       01 under-line.
           02 out-aud-count pic -(8)9.

       procedure division.
*> stamps the listing, moves the runs dated before the cutoff from the
*> front of the history file to the archive, counts what remains, and
*> accounts for all of it on the audit listing
           perform read-parameters.
           perform take-locks.
           perform open-history.
           open output audit-file.
           perform write-audit-header.
           perform archive-records.
           perform count-remaining.
           close history-file.
           if arch-is-open
               close arch-file
           end-if.
           perform write-audit-trailer.
           perform finish.

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

*> opens the history file for update; a history file that cannot be
*> opened stops the run before anything is moved
           open-history.
               move 0 to hist-count.
               move 0 to archived-count.
               move 0 to replaced-count.
               move 0 to kept-count.
               move 'n' to arch-open.
               move spaces to ws-hist-status.
               open i-o history-file.
               if ws-hist-status not = '00'
                   display 'histmnt: history file ' ws-histfname ' not found or unreadable, status = ' ws-hist-status
                   perform abort-run-log
                   move run-rc to return-code
                   stop run
               end-if.

*> reads the history from its lowest key up to the first run on or
*> after the cutoff, moving each run before it to the archive and
*> deleting it from the history once the archive holds it; the runs
*> leave the file oldest first, so a failure part way leaves the
*> history and the archive meeting at a clean date; with no cutoff
*> the read is only positioned for the count that follows
           archive-records.
               move 'n' to hist-eof.
               move 'n' to arch-done.
               move low-values to hist-key.
               start history-file key is not less than hist-key
                   invalid key move 'y' to hist-eof
               end-start.
               if cutoff-date > 0
                   perform until hist-eof = 'y' or arch-done = 'y'
                       read history-file next record
                           at end move 'y' to hist-eof
                           not at end
                               add 1 to hist-count
                               if hist-run-date < cutoff-date
                                   perform archive-one-record
                               else
                                   add 1 to kept-count
                                   move 'y' to arch-done
                               end-if
                       end-read
                   end-perform
               end-if.

*> copies one run to the archive; an archive that already holds the
*> run takes the history's copy, the later record being the one to
*> believe, and the run is listed as re-archived so the double
*> archiving gets looked at; the history record is only deleted once
*> the archive has it
           archive-one-record.
               perform open-archive.
               if arch-is-open
                   move 'y' to hist-ok
                   move hist-run-date to out-aud-date
                   move hist-run-time to out-aud-time
                   move 'archived' to out-aud-status
                   move history-record to archive-record
                   write archive-record
                       invalid key
                           perform replace-archive-record
                   end-write
                   if hist-ok = 'y' and ws-arch-status not = '00'
                       display 'histmnt: run ' hist-run-date ' time ' hist-run-time ' could not be archived, status = ' ws-arch-status ' - left on history'
                       move 'not archived' to out-aud-status
                       move 8 to new-rc
                       perform raise-rc
                       move 'n' to hist-ok
                   end-if
                   if hist-ok = 'y'
                       delete history-file record
                           invalid key
                               display 'histmnt: run ' hist-run-date ' time ' hist-run-time ' archived but not deleted from history, status = ' ws-hist-status
                               move 'not deleted' to out-aud-status
                               move 8 to new-rc
                               perform raise-rc
                               move 'n' to hist-ok
                       end-delete
                   end-if
                   if hist-ok = 'y'
                       add 1 to archived-count
                   else
                       add 1 to kept-count
                   end-if
                   write audit-output from audit-line
                       after advancing 1 line
               else
                   add 1 to kept-count
                   move 'y' to arch-done
               end-if.

*> the archive already holds this run stamp - the history's copy is
*> written over it
           replace-archive-record.
               move history-record to archive-record.
               rewrite archive-record
                   invalid key
                       display 'histmnt: run ' hist-run-date ' time ' hist-run-time ' could not be archived, status = ' ws-arch-status ' - left on history'
                       move 'not archived' to out-aud-status
                       move 8 to new-rc
                       perform raise-rc
                       move 'n' to hist-ok
                   not invalid key
                       add 1 to replaced-count
                       move 're-archived' to out-aud-status
               end-rewrite.

*> opens the archive for update the first time a run needs it,
*> creating it on the first maintenance run; an archive that is there
*> but will not open stops the archiving with nothing lost, the runs
*> simply staying on the history file
           open-archive.
               if not arch-is-open
                   move spaces to ws-arch-status
                   open i-o arch-file
                   if ws-arch-status = '35'
                       open output arch-file
                   end-if
                   if ws-arch-status = '00'
                       move 'y' to arch-open
                   else
                       display 'histmnt: archive file ' ws-archfname ' cannot be opened for update, status = ' ws-arch-status ' - nothing archived'
                       move 8 to new-rc
                       perform raise-rc
                   end-if
               end-if.

*> reads on through the runs that stay, so the listing can say how
*> many the history file still holds
           count-remaining.
               perform until hist-eof = 'y'
                   read history-file next record
                       at end move 'y' to hist-eof
                       not at end
                           add 1 to hist-count
                           add 1 to kept-count
                   end-read
               end-perform.

           write-audit-header.
               move run-date to out-run-date.
               move 'records archived = ' to out-aud-count-label.
               move archived-count to out-aud-count.
               write audit-output from audit-count-line after advancing 1 line.
               move 'archive runs replaced = ' to out-aud-count-label.
               move replaced-count to out-aud-count.
               write audit-output from audit-count-line after advancing 1 line.
               move 'records remaining = ' to out-aud-count-label.
               move kept-count to out-aud-count.
               end-if.

*> closes the listing and hands the verdict back to the scheduler -
*> a run the archive already held means a year went through twice
           finish.
               close audit-file.
               if replaced-count > 0
                   move 4 to new-rc
                   perform raise-rc
               end-if.
               perform release-locks.
               perform write-ops-log.
               move run-rc to return-code.
               stop run.

*> one record on the shared operations log - what ran, against which
*> files, what moved to the archive against what the archive already
*> held, and the final verdict
           write-ops-log.
               move ws-opsfname to lock-name.
               perform get-lock.
               if lock-got = 'y'
                   perform append-ops-record
                   perform drop-lock
               else
                   display 'histmnt: operations log ' ws-opsfname ' held by ' lock-holder ' - run not logged, condition code was ' run-rc
                   move 12 to run-rc
               end-if.

*> the record itself - the log is opened extend, or output the first
*> time it is written
           append-ops-record.
               move spaces to ws-ops-status.
               open extend ops-file.
               if ws-ops-status not = '00'
               move ws-histfname to ops-input-file.
               move ws-archfname to ops-output-file.
               move archived-count to ops-accepted.
               move replaced-count to ops-rejected.
               move run-rc to ops-rc.
               write ops-log-record.
               close ops-file.
*> morning page must show the failed step, not a gap; the tallies
*> have not been touched yet, so they log as zero
           abort-run-log.
               perform release-locks.
               move 8 to new-rc.
               perform raise-rc.
               move 0 to archived-count.
               move 0 to replaced-count.
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
                   move 'histmnt' to lock-program
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
                   display 'histmnt: lock on ' lock-name ' not released, lock file status = ' ws-lock-status ' - clear it with lockmnt'
                   move 4 to new-rc
                   perform raise-rc
               end-if.
               if ws-lock-status = '00'
                   move lock-name to lock-resource
                   read lock-file
                       invalid key
                           continue
                       not invalid key
                           if lock-program = 'histmnt'
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
                   display 'histmnt: lock on ' lock-name ' not obtained - lock file ' ws-lockfname ' unusable, status = ' lock-open-status
               else
                   display 'histmnt: lock on ' lock-name ' held by ' lock-holder ' since ' lock-held-date ' ' lock-held-time ' - gave up after ' lock-wait ' seconds'
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

*> claims the history file before it is opened for update
           take-locks.
               move ws-histfname to lock-name.
               perform acquire-lock.

*> opens the lock file to give a lock back
           open-lock-update.
               move spaces to ws-lock-status.
               open i-o lock-file.
