
       identification division.
       program-id. histcnv.

       environment division.
       input-output section.
       file-control.
*> control-file carries the run options the same way stats reads its
*> own - from a fixed logical name an unattended batch step can point
*> at a JCL SYSIN/PARM dataset
       select control-file assign to "SYSIN"
               organization is line sequential
               file status is ws-ctl-status.
*> the history file as stats used to append it - one line per run,
*> oldest first, with the six-digit-year records from before the run
*> stamps carried the century still among them
       select seq-file assign to dynamic ws-seqfname
               organization is line sequential
               file status is ws-seq-status.
*> the keyed history file the suite reads and writes by run stamp -
*> built here from the sequential file, once
       select history-file assign to dynamic ws-histfname
               organization is indexed
               access mode is dynamic
               record key is hist-key
               file status is ws-hist-status.
*> the conversion listing - every run stamp found twice, every record
*> that could not be loaded, and the tallies of what was read and kept
       select audit-file assign to dynamic ws-audfname
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
           02 ctl-seqfile      pic x(30).
           02 ctl-histfile     pic x(30).
           02 ctl-auditfile    pic x(30).
           02 ctl-opslog       pic x(30).
           02 ctl-lock-wait    pic 9(3).
           02 ctl-lockfile     pic x(30).
       fd seq-file.
       01 seq-record           pic x(86).
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
       fd audit-file.
       01 audit-output         pic x(80).
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
       77 ws-seqfname       pic x(30).
       77 ws-histfname      pic x(30).
       77 ws-audfname       pic x(30).
       77 ws-ctl-status     pic x(2).
       77 ws-seq-status     pic x(2).
       77 ws-hist-status    pic x(2).

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
*> 0 for a clean load, 4 when run stamps were found twice or records
*> could not be loaded, 8 when the files are unusable or the keyed
*> file is already there
       77 run-rc            pic s9(4) usage is computational value 0.
       77 new-rc            pic s9(4) usage is computational.

       77 run-date          pic 9(8).
       77 run-time          pic 9(8).
       77 run-time-disp     pic 9(6).

       77 seq-eof           pic x(1).
       77 line-no           pic s9(8) usage is computational.

*> the record being loaded, held while a record already on file under
*> the same run stamp is read back to be listed
       77 cnv-new-rec       pic x(100).

*> pieces used to read the six-digit history records written before
*> the run stamps carried the century - the two-digit year is windowed
*> (70 and up is 19xx, below it 20xx) and the record rebuilt in the
*> full-century layout, so the keyed file holds one unambiguous layout
       77 hist-conv-yy      pic 99.
       77 hist-conv-cc      pic x(2).
       77 hist-conv-rest    pic x(84).

*> what happened to the file
       77 read-count        pic s9(8) usage is computational.
       77 windowed-count    pic s9(8) usage is computational.
       77 loaded-count      pic s9(8) usage is computational.
       77 dup-count         pic s9(8) usage is computational.
       77 bad-count         pic s9(8) usage is computational.

*> first line title of the conversion listing
       01 title-line.
           02 filler pic x(41) value
               'history file conversion listing'.

       01 header-date-line.
           02 filler pic x(11) value 'run date: '.
           02 out-run-date pic 9999/99/99.
           02 filler pic x(9) value '  time: '.
           02 out-run-time-hh pic 99.
           02 filler pic x(1) value ':'.
           02 out-run-time-mm pic 99.
           02 filler pic x(1) value ':'.
           02 out-run-time-ss pic 99.

       01 header-seqfile-line.
           02 filler pic x(16) value 'loaded from: '.
           02 out-seq-fname pic x(30).

       01 header-histfile-line.
           02 filler pic x(16) value 'history file: '.
           02 out-hist-fname pic x(30).

*> underline for the output file
       01 under-line.
           02 filler pic x(42) value
               '******************************************'.

       01 dup-head-line.
           02 filler pic x(60) value
               'run stamps found twice - the later record is kept'.

*> one run stamp found twice - the stamp, the line of the record that
*> displaced the earlier one, and both records' means so the two can
*> be told apart
       01 dup-line.
           02 out-dup-date pic 9999/99/99.
           02 filler pic x(3) value ' - '.
           02 out-dup-time pic 9(6).
           02 filler pic x(7) value ' line '.
           02 out-dup-line pic z(7)9.
           02 filler pic x(8) value ' mean '.
           02 out-dup-old-mean pic -(11)9.9(4).
           02 filler pic x(4) value ' -> '.
           02 out-dup-new-mean pic -(11)9.9(4).

*> one record that could not be loaded - its line on the sequential
*> file and why
       01 bad-line.
           02 filler pic x(5) value 'line '.
           02 out-bad-line pic z(7)9.
           02 filler pic x(3) value ' - '.
           02 out-bad-reason pic x(40).

*> the tallies that close the listing
       01 audit-count-line.
           02 out-aud-count-label pic x(26).
           02 out-aud-count pic -(8)9.

       procedure division.
*> stamps the listing, creates the keyed history file, loads every
*> record of the sequential history into it by run stamp, and
*> accounts for all of it on the listing
           perform read-parameters.
           perform take-locks.
           perform open-files.
           open output audit-file.
           perform write-audit-header.
           perform load-records.
           close seq-file.
           close history-file.
           perform write-audit-trailer.
           perform finish.

*> reads the file names for the run; anything left blank falls back to
*> how stats names things, the sequential file being the old history
*> renamed out of the way
           read-parameters.
               move spaces to ws-ctl-status.
               open input control-file.
               if ws-ctl-status not = '00'
                   display 'histcnv: control file (SYSIN) not found or unreadable, status = ' ws-ctl-status
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
               move ctl-seqfile to ws-seqfname.
               if ws-seqfname = spaces
                   move 'STATHIST.SEQ' to ws-seqfname
               end-if.
               move ctl-histfile to ws-histfname.
               if ws-histfname = spaces
                   move 'STATHIST.DAT' to ws-histfname
               end-if.
               move ctl-auditfile to ws-audfname.
               if ws-audfname = spaces
                   move 'STATHCNV.RPT' to ws-audfname
               end-if.
               move ctl-opslog to ws-opsfname.
               if ws-opsfname = spaces
                   move 'STATOPS.DAT' to ws-opsfname
               end-if.
               accept run-date from date yyyymmdd.
               accept run-time from time.
               compute run-time-disp = run-time / 100.

*> opens the sequential history and creates the keyed file; a keyed
*> file already there means the conversion has run before and stats
*> may have written to it since, so it is never loaded over - the run
*> stops before anything is touched; so does one that is there but
*> will not open - only a file that is not there at all is created
           open-files.
               move 0 to read-count.
               move 0 to windowed-count.
               move 0 to loaded-count.
               move 0 to dup-count.
               move 0 to bad-count.
               move spaces to ws-seq-status.
               open input seq-file.
               if ws-seq-status not = '00'
                   display 'histcnv: sequential history ' ws-seqfname ' not found or unreadable, status = ' ws-seq-status
                   perform abort-run-log
                   move run-rc to return-code
                   stop run
               end-if.
               move spaces to ws-hist-status.
               open input history-file.
               if ws-hist-status = '00'
                   close history-file
                   close seq-file
                   display 'histcnv: keyed history file ' ws-histfname ' already exists - not converted over'
                   perform abort-run-log
                   move run-rc to return-code
                   stop run
               end-if.
               if ws-hist-status not = '35'
                   close seq-file
                   display 'histcnv: keyed history file ' ws-histfname ' is there but cannot be read, status = ' ws-hist-status ' - not converted over'
                   perform abort-run-log
                   move run-rc to return-code
                   stop run
               end-if.
               move spaces to ws-hist-status.
               open output history-file.
               if ws-hist-status = '00'
                   close history-file
                   open i-o history-file
               end-if.
               if ws-hist-status not = '00'
                   close seq-file
                   display 'histcnv: keyed history file ' ws-histfname ' cannot be created, status = ' ws-hist-status
                   perform abort-run-log
                   move run-rc to return-code
                   stop run
               end-if.

*> reads the sequential history through, loading each record under
*> its run stamp
           load-records.
               move 0 to line-no.
               move 'n' to seq-eof.
               perform until seq-eof = 'y'
                   read seq-file
                       at end move 'y' to seq-eof
                       not at end
                           add 1 to line-no
                           add 1 to read-count
                           perform load-one-record
                   end-read
               end-perform.

*> one record - upgraded to the full-century layout if it is an old
*> one, checked for a usable run stamp, and written under it; a stamp
*> already on file is a run that was written twice, and the later
*> record wins, the way an amendment's replacement is the record to
*> believe
           load-one-record.
               perform convert-history-record.
               move seq-record to history-record.
               move 0 to hist-amend-date.
               move 0 to hist-amend-time.
               if hist-key is not numeric
                   add 1 to bad-count
                   move line-no to out-bad-line
                   move 'run date/time not numeric - not loaded' to out-bad-reason
                   write audit-output from bad-line after advancing 1 line
               else
                   move history-record to cnv-new-rec
                   write history-record
                       invalid key
                           perform replace-duplicate
                       not invalid key
                           add 1 to loaded-count
                   end-write
               end-if.

*> upgrades a six-digit-year history record to the full-century
*> layout in place - an old record is two bytes short, so it reads
*> back with spaces in its last two positions where a new record
*> always carries digits; the two-digit year is windowed into its
*> century and the rest of the record shifts right behind it
           convert-history-record.
               if seq-record(85:2) = spaces
                   add 1 to windowed-count
                   move seq-record(1:2) to hist-conv-yy
                   if hist-conv-yy not less than 70
                       move '19' to hist-conv-cc
                   else
                       move '20' to hist-conv-cc
                   end-if
                   move seq-record(1:84) to hist-conv-rest
                   move spaces to seq-record
                   string hist-conv-cc hist-conv-rest
                       delimited by size into seq-record
               end-if.

*> the run stamp is already on file - the record there is read back
*> and listed with the one replacing it, then written over
           replace-duplicate.
               add 1 to dup-count.
               if dup-count = 1
                   write audit-output from dup-head-line after advancing 1 line
               end-if.
               read history-file key is hist-key
                   invalid key
                       move 0 to hist-mean
               end-read.
               move hist-run-date to out-dup-date.
               move hist-run-time to out-dup-time.
               move line-no to out-dup-line.
               move hist-mean to out-dup-old-mean.
               move cnv-new-rec to history-record.
               move hist-mean to out-dup-new-mean.
               write audit-output from dup-line after advancing 1 line.
               rewrite history-record
                   invalid key
                       display 'histcnv: run ' hist-run-date ' time ' hist-run-time ' could not be replaced, status = ' ws-hist-status
                       move 8 to new-rc
                       perform raise-rc
               end-rewrite.

           write-audit-header.
               move run-date to out-run-date.
               move run-time-disp(1:2) to out-run-time-hh.
               move run-time-disp(3:2) to out-run-time-mm.
               move run-time-disp(5:2) to out-run-time-ss.
               move ws-seqfname to out-seq-fname.
               move ws-histfname to out-hist-fname.
               write audit-output from title-line after advancing 0 lines.
               write audit-output from under-line after advancing 1 lines.
               write audit-output from header-date-line after advancing 1 lines.
               write audit-output from header-seqfile-line after advancing 1 lines.
               write audit-output from header-histfile-line after advancing 1 lines.
               write audit-output from under-line after advancing 1 lines.

           write-audit-trailer.
               write audit-output from under-line after advancing 1 lines.
               move 'records read = ' to out-aud-count-label.
               move read-count to out-aud-count.
               write audit-output from audit-count-line after advancing 1 line.
               move 'six-digit years windowed = ' to out-aud-count-label.
               move windowed-count to out-aud-count.
               write audit-output from audit-count-line after advancing 1 line.
               move 'run stamps loaded = ' to out-aud-count-label.
               move loaded-count to out-aud-count.
               write audit-output from audit-count-line after advancing 1 line.
               move 'duplicates displaced = ' to out-aud-count-label.
               move dup-count to out-aud-count.
               write audit-output from audit-count-line after advancing 1 line.
               move 'records not loaded = ' to out-aud-count-label.
               move bad-count to out-aud-count.
               write audit-output from audit-count-line after advancing 1 line.

*> moves the condition code up to new-rc when that is worse than what
*> the run has collected so far; it never moves it back down
           raise-rc.
               if new-rc > run-rc
                   move new-rc to run-rc
               end-if.

*> closes the listing and hands the verdict back to the scheduler -
*> a run stamp found twice, or a record that would not load, means
*> the old file needs looking at before it is thrown away
           finish.
               close audit-file.
               if dup-count > 0 or bad-count > 0
                   move 4 to new-rc
                   perform raise-rc
               end-if.
               perform release-locks.
               perform write-ops-log.
               move run-rc to return-code.
               stop run.

*> one record on the shared operations log - what ran, against which
*> files, the run stamps loaded against the records displaced or not
*> loaded, and the final verdict
           write-ops-log.
               move ws-opsfname to lock-name.
               perform get-lock.
               if lock-got = 'y'
                   perform append-ops-record
                   perform drop-lock
               else
                   display 'histcnv: operations log ' ws-opsfname ' held by ' lock-holder ' - run not logged, condition code was ' run-rc
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
               move 'histcnv' to ops-program.
               move run-date to ops-run-date.
               move run-time-disp to ops-run-time.
               move ws-seqfname to ops-input-file.
               move ws-histfname to ops-output-file.
               move loaded-count to ops-accepted.
               compute ops-rejected = dup-count + bad-count.
               move run-rc to ops-rc.
               write ops-log-record.
               close ops-file.

*> logs a run that has to stop before the file is touched - the
*> morning page must show the failed step, not a gap; the tallies
*> have not been touched yet, so they log as zero
           abort-run-log.
               perform release-locks.
               move 8 to new-rc.
               perform raise-rc.
               move 0 to loaded-count.
               move 0 to dup-count.
               move 0 to bad-count.
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
                   move 'histcnv' to lock-program
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
                   display 'histcnv: lock on ' lock-name ' not released, lock file status = ' ws-lock-status ' - clear it with lockmnt'
                   move 4 to new-rc
                   perform raise-rc
               end-if.
               if ws-lock-status = '00'
                   move lock-name to lock-resource
                   read lock-file
                       invalid key
                           continue
                       not invalid key
                           if lock-program = 'histcnv'
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
                   display 'histcnv: lock on ' lock-name ' not obtained - lock file ' ws-lockfname ' unusable, status = ' lock-open-status
               else
                   display 'histcnv: lock on ' lock-name ' held by ' lock-holder ' since ' lock-held-date ' ' lock-held-time ' - gave up after ' lock-wait ' seconds'
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

*> claims the keyed history file before it is created
           take-locks.
               move ws-histfname to lock-name.
               perform acquire-lock.

*> opens the lock file to give a lock back
           open-lock-update.
               move spaces to ws-lock-status.
               open i-o lock-file.
