
       identification division.
       program-id. grpmnt.

       environment division.
       input-output section.
       file-control.
*> control-file carries the run options the same way stats reads its
*> own - from a fixed logical name an unattended batch step can point
*> at a JCL SYSIN/PARM dataset
       select control-file assign to "SYSIN"
               organization is line sequential
               file status is ws-ctl-status.
*> the group master stats validates every group code against - one
*> record per cost centre with its description and active flag; this
*> program is the only thing meant to change it
       select group-master-file assign to dynamic ws-grpfname
               organization is line sequential
               file status is ws-grp-status.
*> the maintenance transactions finance raised against the master -
*> one per add, description change, activation, deactivation or
*> deletion, each carrying the change request that authorised it
       select trans-file assign to dynamic ws-trnfname
               organization is line sequential
               file status is ws-trn-status.
*> the audit listing - every transaction with what the entry looked
*> like before and after it, or why it was turned away, and the
*> tallies that close the run
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
           02 ctl-grpmaster    pic x(30).
           02 ctl-transfile    pic x(30).
           02 ctl-auditfile    pic x(30).
           02 ctl-warn-level   pic 9(3).
           02 ctl-opslog       pic x(30).
           02 ctl-lock-wait    pic 9(3).
           02 ctl-lockfile     pic x(30).
       fd group-master-file.
       01 group-master-record.
           02 gm-code          pic x(10).
           02 gm-desc          pic x(30).
           02 gm-active        pic x(1).
*> one maintenance transaction - the action is keyed as a word (add,
*> change, activate, deactivate, delete); the description and active
*> flag are only read where the action needs them
       fd trans-file.
       01 trans-record.
           02 trn-action       pic x(10).
           02 trn-code         pic x(10).
           02 trn-desc         pic x(30).
           02 trn-active       pic x(1).
           02 trn-change-ref   pic x(12).
           02 trn-requester    pic x(8).
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
       77 ws-grpfname       pic x(30).
       77 ws-trnfname       pic x(30).
       77 ws-audfname       pic x(30).
       77 ws-ctl-status     pic x(2).
       77 ws-grp-status     pic x(2).
       77 ws-trn-status     pic x(2).

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
*> 0 when every transaction applied to a clean master, 4 when any was
*> turned away, the master already carried bad entries, or it is
*> getting close to the 500 entries stats can load; 8 when the master
*> or the transaction file is unusable
       77 run-rc            pic s9(4) usage is computational value 0.
       77 new-rc            pic s9(4) usage is computational.

       77 run-date          pic 9(8).
       77 run-time          pic 9(8).
       77 run-time-disp     pic 9(6).

*> stats holds the master in a 500-entry table and quietly ignores
*> anything past it, so the master is warned about well before it
*> gets there - the default warning level leaves room for fifty more
       77 warn-level        pic s9(4) usage is computational.

*> the group master held in storage while the transactions are
*> applied to it - the same 500-entry table stats loads it into, so
*> a master this program writes is always one stats can read whole
       77 gm-loaded         pic x(1) value 'n'.
           88 gm-on-file       value 'y'.
       77 gm-count          pic s9(8) usage is computational.
       77 gm-ix             pic s9(8) usage is computational.
       77 gm-found-ix       pic s9(8) usage is computational.
       77 gm-lookup-code    pic x(10).
       77 gm-eof            pic x(1).
       77 scan-ix           pic s9(8) usage is computational.
       01 gm-table.
           02 gm-entry occurs 500 times.
               03 gmt-code   pic x(10).
               03 gmt-desc   pic x(30).
               03 gmt-active pic x(1).
                   88 gmt-is-active value 'a', 'A', 'y', 'Y'.

*> the active flags stats understands - a, A, y, Y for an active
*> centre, i, I, n, N for one that is closed; anything else on an
*> add is turned away rather than guessed at
       77 flag-check        pic x(1).
           88 flag-valid       value 'a', 'A', 'y', 'Y',
                                     'i', 'I', 'n', 'N'.

*> the transaction being worked - its action folded to lower case so
*> the analyst may key it either way, and the verdict settled for it
       77 trn-eof           pic x(1).
       77 trn-verb          pic x(10).
       77 trn-applied       pic x(1).
       77 trn-reason        pic x(20).
       77 before-found      pic x(1).
       01 before-image.
           02 bi-desc        pic x(30).
           02 bi-active      pic x(1).

*> what happened to the master
       77 trans-count       pic s9(8) usage is computational.
       77 applied-count     pic s9(8) usage is computational.
       77 rejected-count    pic s9(8) usage is computational.
       77 master-bad-count  pic s9(8) usage is computational.
       77 master-in-count   pic s9(8) usage is computational.
       77 added-count       pic s9(8) usage is computational.
       77 deleted-count     pic s9(8) usage is computational.

*> first line title of the audit listing
       01 title-line.
           02 filler pic x(41) value
               'group master maintenance audit listing'.

       01 header-date-line.
           02 filler pic x(11) value 'run date: '.
           02 out-run-date pic 9999/99/99.
           02 filler pic x(9) value '  time: '.
           02 out-run-time-hh pic 99.
           02 filler pic x(1) value ':'.
           02 out-run-time-mm pic 99.
           02 filler pic x(1) value ':'.
           02 out-run-time-ss pic 99.

       01 header-grpfile-line.
           02 filler pic x(21) value 'group master file: '.
           02 out-grp-fname pic x(30).

       01 header-trnfile-line.
           02 filler pic x(21) value 'transaction file: '.
           02 out-trn-fname pic x(30).

       01 header-newmaster-line.
           02 filler pic x(55) value
               'group master not on file - building a new master'.

*> underline for the output file
       01 under-line.
           02 filler pic x(42) value
               '******************************************'.

*> one audit row - the change request that authorised the transaction,
*> what it asked for against which code, what happened, and who
*> raised it
       01 audit-line.
           02 out-aud-ref pic x(12).
           02 filler pic x(3) value ' - '.
           02 out-aud-action pic x(10).
           02 filler pic x(3) value ' - '.
           02 out-aud-code pic x(10).
           02 filler pic x(3) value ' - '.
           02 out-aud-status pic x(20).
           02 filler pic x(3) value ' - '.
           02 out-aud-requester pic x(8).

*> the entry as it stood before the transaction and as it was left
*> after it, printed under the audit row
       01 image-line.
           02 filler pic x(4) value spaces.
           02 out-img-label pic x(8).
           02 out-img-desc pic x(30).
           02 filler pic x(12) value ' - active = '.
           02 out-img-active pic x(1).

*> a master entry that was already wrong when the run started - listed
*> so it gets a transaction of its own rather than riding along
       01 master-check-line.
           02 filler pic x(14) value 'master entry '.
           02 out-mc-code pic x(10).
           02 filler pic x(3) value ' - '.
           02 out-mc-reason pic x(20).

       01 limit-warning-line.
           02 filler pic x(23) value 'warning: master holds '.
           02 out-lw-count pic zz9.
           02 filler pic x(47) value
               ' of the 500 entries stats can load'.

*> the tallies that close the listing
       01 audit-count-line.
           02 out-aud-count-label pic x(26).
           02 out-aud-count pic -(8)9.

       procedure division.
*> loads the master and checks what is already on it, then applies the
*> transactions in the order finance raised them; the master is only
*> rewritten once every transaction has been settled, so a run that
*> stops early leaves it exactly as it was
           perform read-parameters.
           perform load-group-master.
           move spaces to ws-trn-status.
           open input trans-file.
           if ws-trn-status not = '00'
               display 'grpmnt: transaction file ' ws-trnfname ' not found or unreadable, status = ' ws-trn-status
               perform abort-run-log
               move run-rc to return-code
               stop run
           end-if.
           open output audit-file.
           perform write-audit-header.
           perform check-master-entries.
           move 0 to trans-count.
           move 0 to applied-count.
           move 0 to rejected-count.
           move 0 to added-count.
           move 0 to deleted-count.
           move 'n' to trn-eof.
           perform until trn-eof = 'y'
               read trans-file
                   at end move 'y' to trn-eof
                   not at end
                   if trans-record not = spaces
                       perform apply-transaction
                   end-if
               end-read
           end-perform.
           close trans-file.
           if applied-count > 0
               perform rewrite-group-master
           end-if.
           perform check-table-limit.
           perform write-audit-trailer.
           perform finish.

*> reads the file names and the warning level for the run; anything
*> left blank falls back to how stats names things
           read-parameters.
               move spaces to ws-ctl-status.
               open input control-file.
               if ws-ctl-status not = '00'
                   display 'grpmnt: control file (SYSIN) not found or unreadable, status = ' ws-ctl-status
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
               move ctl-grpmaster to ws-grpfname.
               if ws-grpfname = spaces
                   move 'STATGRP.DAT' to ws-grpfname
               end-if.
               move ctl-transfile to ws-trnfname.
               if ws-trnfname = spaces
                   move 'STATGTRN.DAT' to ws-trnfname
               end-if.
               move ctl-auditfile to ws-audfname.
               if ws-audfname = spaces
                   move 'STATGMNT.RPT' to ws-audfname
               end-if.
               if ctl-warn-level is numeric and ctl-warn-level > 0
                   move ctl-warn-level to warn-level
               else
                   move 450 to warn-level
               end-if.
               move ctl-opslog to ws-opsfname.
               if ws-opsfname = spaces
                   move 'STATOPS.DAT' to ws-opsfname
               end-if.
               accept run-date from date yyyymmdd.
               accept run-time from time.
               compute run-time-disp = run-time / 100.

*> loads the group master into gm-table; a master that is simply not
*> there yet is the first build and starts empty, but one that cannot
*> be read, or has already outgrown the table, stops the run before
*> anything is rewritten - records past the 500th would be lost
           load-group-master.
               move 0 to gm-count.
               move 0 to master-in-count.
               move 'n' to gm-loaded.
               move spaces to ws-grp-status.
               open input group-master-file.
               if ws-grp-status = '35'
                   display 'grpmnt: group master file ' ws-grpfname ' not found - a new master will be built'
               else
                   if ws-grp-status not = '00'
                       display 'grpmnt: group master file ' ws-grpfname ' unreadable, status = ' ws-grp-status
                       perform abort-run-log
                       move run-rc to return-code
                       stop run
                   end-if
                   move 'y' to gm-loaded
                   move 'n' to gm-eof
                   perform until gm-eof = 'y'
                       read group-master-file
                           at end move 'y' to gm-eof
                           not at end
                           if group-master-record not = spaces
                               add 1 to master-in-count
                               if gm-count < 500
                                   add 1 to gm-count
                                   move gm-code to gmt-code(gm-count)
                                   move gm-desc to gmt-desc(gm-count)
                                   move gm-active to gmt-active(gm-count)
                               end-if
                           end-if
                       end-read
                   end-perform
                   close group-master-file
                   if master-in-count > 500
                       display 'grpmnt: group master holds ' master-in-count ' entries, over the 500 stats can load - master left alone'
                       perform abort-run-log
                       move run-rc to return-code
                       stop run
                   end-if
               end-if.

*> looks gm-lookup-code up in the master; gm-found-ix comes back zero
*> when the master does not carry the code
           find-group-master.
               move 0 to gm-found-ix.
               perform varying gm-ix from 1 by 1 until gm-ix is greater than gm-count
                   if gmt-code(gm-ix) = gm-lookup-code
                           and gm-found-ix = 0
                       move gm-ix to gm-found-ix
                   end-if
               end-perform.

*> lists entries that were wrong before this run touched the master -
*> a code carried twice (stats only ever sees the first), a blank
*> description, or an active flag stats cannot read; they are left as
*> they are for finance to correct with a transaction of their own
           check-master-entries.
               move 0 to master-bad-count.
               perform varying gm-ix from 1 by 1 until gm-ix is greater than gm-count
                   move gmt-code(gm-ix) to out-mc-code
                   if gmt-code(gm-ix) = spaces
                       move 'blank code' to out-mc-reason
                       perform master-check-row
                   end-if
                   perform varying scan-ix from 1 by 1
                           until scan-ix is not less than gm-ix
                       if gmt-code(scan-ix) = gmt-code(gm-ix)
                           move 'duplicate code' to out-mc-reason
                           perform master-check-row
                       end-if
                   end-perform
                   if gmt-desc(gm-ix) = spaces
                       move 'blank description' to out-mc-reason
                       perform master-check-row
                   end-if
                   move gmt-active(gm-ix) to flag-check
                   if not flag-valid
                       move 'bad active flag' to out-mc-reason
                       perform master-check-row
                   end-if
               end-perform.
               if master-bad-count > 0
                   write audit-output from under-line after advancing 1 lines
                   move 4 to new-rc
                   perform raise-rc
               end-if.

           master-check-row.
               add 1 to master-bad-count.
               write audit-output from master-check-line
                   after advancing 1 line.

*> settles one transaction - the change request reference is checked
*> first, since a change nobody can trace back to finance is not made
*> whatever else it says; then the action is worked against the
*> entry as it stands after every earlier transaction in the file
           apply-transaction.
               add 1 to trans-count.
               move trn-action to trn-verb.
               inspect trn-verb converting
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   to 'abcdefghijklmnopqrstuvwxyz'.
               move 'n' to trn-applied.
               move spaces to trn-reason.
               move trn-code to gm-lookup-code.
               perform find-group-master.
               if gm-found-ix > 0
                   move 'y' to before-found
                   move gmt-desc(gm-found-ix) to bi-desc
                   move gmt-active(gm-found-ix) to bi-active
               else
                   move 'n' to before-found
                   move spaces to before-image
               end-if.
               if trn-change-ref = spaces
                   move 'no change request' to trn-reason
               else
                   if trn-code = spaces
                       move 'blank code' to trn-reason
                   else
                       evaluate trn-verb
                           when 'add'
                               perform add-group
                           when 'change'
                               perform change-group
                           when 'activate'
                               perform activate-group
                           when 'deactivate'
                               perform deactivate-group
                           when 'delete'
                               perform delete-group
                           when other
                               move 'unknown action' to trn-reason
                       end-evaluate
                   end-if
               end-if.
               if trn-applied = 'y'
                   add 1 to applied-count
                   move 'applied' to out-aud-status
               else
                   add 1 to rejected-count
                   move trn-reason to out-aud-status
               end-if.
               perform write-transaction-audit.

*> a new cost centre - the code must not already be on the master,
*> it needs a description, and a flag left blank means active
           add-group.
               move trn-active to flag-check.
               if gm-found-ix > 0
                   move 'duplicate code' to trn-reason
               else
                   if trn-desc = spaces
                       move 'blank description' to trn-reason
                   else
                       if flag-check not = space and not flag-valid
                           move 'bad active flag' to trn-reason
                       else
                           if gm-count not less than 500
                               move 'master full' to trn-reason
                           else
                               add 1 to gm-count
                               move trn-code to gmt-code(gm-count)
                               move trn-desc to gmt-desc(gm-count)
                               if flag-check = space
                                   move 'a' to gmt-active(gm-count)
                               else
                                   move flag-check to gmt-active(gm-count)
                               end-if
                               move gm-count to gm-found-ix
                               add 1 to added-count
                               move 'y' to trn-applied
                           end-if
                       end-if
                   end-if
               end-if.

*> a new description for a centre already on the master
           change-group.
               if gm-found-ix = 0
                   move 'no such code' to trn-reason
               else
                   if trn-desc = spaces
                       move 'blank description' to trn-reason
                   else
                       move trn-desc to gmt-desc(gm-found-ix)
                       move 'y' to trn-applied
                   end-if
               end-if.

           activate-group.
               if gm-found-ix = 0
                   move 'no such code' to trn-reason
               else
                   if gmt-is-active(gm-found-ix)
                       move 'already active' to trn-reason
                   else
                       move 'a' to gmt-active(gm-found-ix)
                       move 'y' to trn-applied
                   end-if
               end-if.

*> a closed centre stays on the master as inactive, so data still
*> arriving for it is listed by stats rather than counted as unknown
           deactivate-group.
               if gm-found-ix = 0
                   move 'no such code' to trn-reason
               else
                   if not gmt-is-active(gm-found-ix)
                       move 'already inactive' to trn-reason
                   else
                       move 'i' to gmt-active(gm-found-ix)
                       move 'y' to trn-applied
                   end-if
               end-if.

*> takes the entry off the master altogether, closing the gap so the
*> master keeps its order
           delete-group.
               if gm-found-ix = 0
                   move 'no such code' to trn-reason
               else
                   perform varying gm-ix from gm-found-ix by 1
                           until gm-ix is not less than gm-count
                       move gm-entry(gm-ix + 1) to gm-entry(gm-ix)
                   end-perform
                   move spaces to gm-entry(gm-count)
                   subtract 1 from gm-count
                   move 0 to gm-found-ix
                   add 1 to deleted-count
                   move 'y' to trn-applied
               end-if.

*> the audit row for one transaction, with the entry as it stood
*> before it and - when it was applied - as it was left after it
           write-transaction-audit.
               move trn-change-ref to out-aud-ref.
               move trn-action to out-aud-action.
               move trn-code to out-aud-code.
               move trn-requester to out-aud-requester.
               write audit-output from audit-line
                   after advancing 1 line.
               move 'before: ' to out-img-label.
               if before-found = 'y'
                   move bi-desc to out-img-desc
                   move bi-active to out-img-active
               else
                   move '(not on master)' to out-img-desc
                   move space to out-img-active
               end-if.
               write audit-output from image-line
                   after advancing 1 line.
               if trn-applied = 'y'
                   move 'after:  ' to out-img-label
                   if gm-found-ix > 0
                       move gmt-desc(gm-found-ix) to out-img-desc
                       move gmt-active(gm-found-ix) to out-img-active
                   else
                       move '(deleted)' to out-img-desc
                       move space to out-img-active
                   end-if
                   write audit-output from image-line
                       after advancing 1 line
               end-if.

*> rewrites the master from the table, in its original order with new
*> centres at the end, the layout stats reads it in
           rewrite-group-master.
               open output group-master-file.
               perform varying gm-ix from 1 by 1 until gm-ix is greater than gm-count
                   move gmt-code(gm-ix) to gm-code
                   move gmt-desc(gm-ix) to gm-desc
                   move gmt-active(gm-ix) to gm-active
                   write group-master-record
               end-perform.
               close group-master-file.

*> warns when the master has reached the warning level, while there
*> is still room to retire closed centres before stats starts
*> dropping entries past the 500th
           check-table-limit.
               if gm-count not less than warn-level
                   move gm-count to out-lw-count
                   write audit-output from under-line after advancing 1 lines
                   write audit-output from limit-warning-line
                       after advancing 1 line
                   display 'grpmnt: group master holds ' gm-count ' of the 500 entries stats can load'
                   move 4 to new-rc
                   perform raise-rc
               end-if.

           write-audit-header.
               move run-date to out-run-date.
               move run-time-disp(1:2) to out-run-time-hh.
               move run-time-disp(3:2) to out-run-time-mm.
               move run-time-disp(5:2) to out-run-time-ss.
               move ws-grpfname to out-grp-fname.
               move ws-trnfname to out-trn-fname.
               write audit-output from title-line after advancing 0 lines.
               write audit-output from under-line after advancing 1 lines.
               write audit-output from header-date-line after advancing 1 lines.
               write audit-output from header-grpfile-line after advancing 1 lines.
               write audit-output from header-trnfile-line after advancing 1 lines.
               if not gm-on-file
                   write audit-output from header-newmaster-line after advancing 1 lines
               end-if.
               write audit-output from under-line after advancing 1 lines.

           write-audit-trailer.
               write audit-output from under-line after advancing 1 lines.
               move 'entries on master before = ' to out-aud-count-label.
               move master-in-count to out-aud-count.
               write audit-output from audit-count-line after advancing 1 line.
               move 'master entries wrong = ' to out-aud-count-label.
               move master-bad-count to out-aud-count.
               write audit-output from audit-count-line after advancing 1 line.
               move 'transactions read = ' to out-aud-count-label.
               move trans-count to out-aud-count.
               write audit-output from audit-count-line after advancing 1 line.
               move 'transactions applied = ' to out-aud-count-label.
               move applied-count to out-aud-count.
               write audit-output from audit-count-line after advancing 1 line.
               move 'transactions rejected = ' to out-aud-count-label.
               move rejected-count to out-aud-count.
               write audit-output from audit-count-line after advancing 1 line.
               move 'centres added = ' to out-aud-count-label.
               move added-count to out-aud-count.
               write audit-output from audit-count-line after advancing 1 line.
               move 'centres deleted = ' to out-aud-count-label.
               move deleted-count to out-aud-count.
               write audit-output from audit-count-line after advancing 1 line.
               move 'entries on master after = ' to out-aud-count-label.
               move gm-count to out-aud-count.
               write audit-output from audit-count-line after advancing 1 line.

*> moves the condition code up to new-rc when that is worse than what
*> the run has collected so far; it never moves it back down
           raise-rc.
               if new-rc > run-rc
                   move new-rc to run-rc
               end-if.

*> closes the listing and hands the verdict back to the scheduler - a
*> transaction turned away is a change finance believes was made
           finish.
               close audit-file.
               if rejected-count > 0
                   move 4 to new-rc
                   perform raise-rc
               end-if.
               perform write-ops-log.
               move run-rc to return-code.
               stop run.

*> one record on the shared operations log - what ran, against which
*> files, how many transactions applied against how many were turned
*> away, and the final verdict
           write-ops-log.
               move ws-opsfname to lock-name.
               perform get-lock.
               if lock-got = 'y'
                   perform append-ops-record
                   perform drop-lock
               else
                   display 'grpmnt: operations log ' ws-opsfname ' held by ' lock-holder ' - run not logged, condition code was ' run-rc
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
               move 'grpmnt' to ops-program.
               move run-date to ops-run-date.
               move run-time-disp to ops-run-time.
               move ws-trnfname to ops-input-file.
               move ws-grpfname to ops-output-file.
               move applied-count to ops-accepted.
               move rejected-count to ops-rejected.
               move run-rc to ops-rc.
               write ops-log-record.
               close ops-file.

*> logs a run that has to stop before the master is touched - the
*> morning page must show the failed step, not a gap; the tallies
*> have not been touched yet, so they log as zero
           abort-run-log.
               move 8 to new-rc.
               perform raise-rc.
               move 0 to applied-count.
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
                   move 'grpmnt' to lock-program
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
                   display 'grpmnt: lock on ' lock-name ' not released, lock file status = ' ws-lock-status ' - clear it with lockmnt'
                   move 4 to new-rc
                   perform raise-rc
               end-if.
               if ws-lock-status = '00'
                   move lock-name to lock-resource
                   read lock-file
                       invalid key
                           continue
                       not invalid key
                           if lock-program = 'grpmnt'
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
