       identification division.
       program-id. T2-01-P2-RCVR.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program Description:
      *THis program is the forward recovery of the indexed teacher
      *master.  When the master is lost or damaged mid-week it
      *reloads the file from a chosen flat generation backup (the
      *unload T2-01-P2-VRFY writes, control record and unload stamp
      *included), then rolls it forward by re-applying every audit
      *record the maintenance, appraisal and off-cycle adjustment
      *runs wrote after that unload, in date/time order - no
      *transaction, rating or adjustment has to be re-keyed from
      *paper.  Each audit record carries the full
      *after-image of the record it touched, so an add or a change
      *rebuilds the record exactly as the original run left it, and
      *re-applying a record the backup already holds is harmless.
      *The master is sealed with a rebuilt control record under the
      *reserved key "999999", and its count is proven against the
      *after-count on the last balance record the maintenance run
      *wrote - a recovered master that does not land there ends
      *RC 16 and must not be run against.
       environment division.
       input-output section.
       file-control.
      *Flat generation backup chosen for the reload - data records
      *plus the control record carrying the unload stamp
           select backup-file
               assign to BACKIN
               organization is line sequential
               file status is ws-bkp-status.
      *Teacher master being rebuilt, indexed on employee id - loaded
      *fresh from the backup, then updated in place by key
           select teacher-master
               assign to TEACHMST
               organization is indexed
               access is random
               record key is tm-employee-id
               file status is ws-mst-status.
      *Maintenance/appraisal audit trail - accumulates across runs,
      *only the records stamped at or after the unload are replayed
           select audit-file
               assign to AUDITIN
               organization is line sequential
               file status is ws-audit-status.
      *Sort work file used to put the replayed audit records in
      *date/time order
           select aud-sort-work-file
               assign to "T2-01-P2-RCVR-ASORTWK".
      *Replayed audit records in date/time order
           select sorted-audit-file
               assign to SRTAUD
               organization is line sequential.
      *Per-run balance records written by the maintenance run - the
      *latest after-count is where the recovered master must stand
           select balance-file
               assign to BALIN
               organization is line sequential
               file status is ws-bal-status.
      *Run-control register shared by the whole schedule - every
      *program stamps a start record on the way in and an end
      *record (record count and return code) on the way out, so
      *the morning check reads one page instead of nine datasets
           select run-log-file
               assign to RUNCTL
               organization is line sequential
               file status is ws-rlog-status.
      *
       data division.
       file section.
      *File division
       fd backup-file
           data record is backup-line
           record contains 61 characters.

       01 backup-line                  pic x(61).

      *File division
       fd teacher-master
           data record is tm-rec
           record contains 61 characters.
      *Defining the master record - same layout every reader of
      *the master uses
       01 tm-rec.
         05 tm-employee-id             pic x(6).
         05 tm-name                    pic x(20).
         05 tm-salary                  pic 9(5).
         05 tm-performance             pic x.
         05 tm-dept-code               pic x(4).
         05 tm-hire-date               pic 9(8).
         05 tm-empl-status             pic x.
         05 tm-status-date             pic 9(8).
         05 tm-perf-year               pic 9(4).
         05 tm-grade                   pic x(2).
         05 tm-step                    pic 9(2).

      *File division
       fd audit-file
           data record is audit-line
           record contains 99 characters.

       01 audit-line                   pic x(99).

      *Sort work file - the audit record rides through whole,
      *keyed on its date and time stamp
       sd aud-sort-work-file
           data record is srt-aud-rec.
       01 srt-aud-rec.
         05 srt-aud-date               pic 9(8).
         05 srt-aud-time               pic 9(6).
         05 filler                     pic x(85).

      *File division
       fd sorted-audit-file
           data record is sorted-audit-line
           record contains 99 characters.

       01 sorted-audit-line            pic x(99).

      *File division
       fd balance-file
           data record is balance-line
           record contains 43 characters.

       01 balance-line                 pic x(43).

      *File division
       fd run-log-file
           data record is run-log-line
           record contains 50 characters.

       01 run-log-line                 pic x(50).

      *Working storage section
       working-storage section.

      *End of file switches
       01 ws-eof-flag                  pic x       value "n".
       01 ws-aud-eof-flag              pic x       value "n".

      *Control record off the backup - the count and salary hash
      *the generation was unloaded with, and the unload stamp
       01 ws-bkp-control.
         05 bct-id                      pic x(6).
         05 bct-count                   pic 9(7).
         05 bct-salary-total            pic 9(11).
         05 bct-raise-total             pic 9(11).
         05 bct-backup-date             pic 9(8).
         05 bct-backup-time             pic 9(6).
         05 filler                      pic x(12).

      *Master control record section - rebuilt from the recovered
      *data and written under the reserved key "999999", same
      *layout the conversion and maintenance runs keep
       01 ws-mst-control.
         05 mct-id                      pic x(6)    value "999999".
         05 mct-count                   pic 9(7).
         05 mct-salary-total            pic 9(11).
         05 mct-raise-total             pic 9(11)   value 0.
         05 filler                      pic x(26)   value spaces.

      *Audit detail section - same layout the maintenance,
      *appraisal and off-cycle adjustment runs write
       01 ws-audit-detail.
         05 aud-date                    pic 9(8).
         05 aud-time                    pic 9(6).
         05 aud-userid                  pic x(8).
         05 aud-action                  pic x(1).
           88 aud-is-add               value 'A'.
           88 aud-is-change            value 'C'.
           88 aud-is-delete            value 'D'.
           88 aud-is-status            value 'S'.
           88 aud-is-rating            value 'P'.
           88 aud-is-offcycle          value 'O'.
         05 aud-employee-id             pic x(6).
         05 aud-name                    pic x(20).
         05 aud-old-salary              pic 9(5).
         05 aud-new-salary              pic 9(5).
         05 aud-old-perf                pic x(1).
         05 aud-new-perf                pic x(1).
         05 aud-old-status              pic x(1).
         05 aud-new-status              pic x(1).
      *After-image of the fields the salary/rating/status images
      *above do not cover - with them an audit record rebuilds the
      *master record as the transaction left it
         05 aud-new-dept-code           pic x(4).
         05 aud-new-hire-date           pic 9(8).
         05 aud-new-status-date         pic 9(8).
         05 aud-new-perf-year           pic 9(4).
         05 aud-new-grade               pic x(2).
         05 aud-new-step                pic 9(2).
      *Userid of the second person who approved a held add,
      *delete or large salary change - blank when the transaction
      *applied on its own submission
         05 aud-approved-by             pic x(8).

      *Balance detail section - same layout the maintenance run
      *writes
       01 ws-balance-detail.
         05 bal-date                    pic 9(8).
         05 bal-time                    pic 9(6).
         05 bal-before-count            pic 9(7).
         05 bal-adds                    pic 9(5).
         05 bal-changes                 pic 9(5).
         05 bal-deletes                 pic 9(5).
         05 bal-after-count             pic 9(7).

      *Constants to be used in the program.
       77 ws-bkp-status                pic xx      value "00".
       77 ws-mst-status                pic xx      value "00".
       77 ws-audit-status              pic xx      value "00".
       77 ws-bal-status                pic xx      value "00".
       77 ws-bal-eof-flag              pic x       value "n".
       77 ws-bkp-ctl-found             pic x       value "N".
       77 ws-bal-found                 pic x       value "N".
       77 ws-last-after                pic 9(7)    value 0.
      *Backup reload counts, proven against the backup's own
      *control record
       77 ws-load-count                pic 9(7)    value 0.
       77 ws-load-salary               pic 9(11)   value 0.
      *Running count and salary hash of the data records as the
      *audit trail is rolled forward
       77 ws-mst-count                 pic s9(7)   value 0.
       77 ws-mst-salary                pic s9(11)  value 0.
      *Audit replay counts
       77 ws-aud-read                  pic 9(7)    value 0.
       77 ws-aud-held                  pic 9(7)    value 0.
       77 ws-aud-replayed              pic 9(7)    value 0.
       77 ws-adds-replayed             pic 9(7)    value 0.
       77 ws-changes-replayed          pic 9(7)    value 0.
       77 ws-deletes-replayed          pic 9(7)    value 0.
       77 ws-aud-unmatched             pic 9(7)    value 0.
       77 ws-aud-partial               pic 9(7)    value 0.
       77 ws-aud-bad-action            pic 9(7)    value 0.
      *Worst condition seen so far - 0 clean, 4 replay warnings,
      *16 structural/balance failure
       77 ws-rcvr-rc                   pic 9(2)    value 0.
      *
      *Run-control register record - program id, stamp, phase
      *(S start / E end), cycle year, record count, return code
       01 ws-runlog-detail.
         05 rl-program-id              pic x(14).
         05 rl-run-date                pic 9(8).
         05 rl-run-time                pic 9(6).
         05 rl-phase                   pic x.
         05 rl-cycle-year              pic 9(4).
         05 rl-rec-count               pic 9(7).
         05 rl-return-code             pic 9(2).
         05 filler                     pic x(8)    value spaces.

      *Run-control register working fields
       77 ws-rlog-status               pic xx      value "00".
       77 ws-rlog-date                 pic 9(8)    value 0.
       77 ws-rlog-time                 pic 9(8)    value 0.
      *
       procedure division.
       000-main.
           perform 900-log-start.
      *Reloading the master from the chosen generation and proving
      *the reload against the backup's own control record
           perform 020-reload-backup.
      *Putting the audit records stamped at or after the unload in
      *date/time order - records sharing a run's stamp stay in the
      *order that run wrote them
           sort aud-sort-work-file
               on ascending key srt-aud-date
               on ascending key srt-aud-time
               with duplicates in order
               input procedure is 040-select-audit-input
               giving sorted-audit-file.
           open i-o teacher-master.
           if (ws-mst-status is not equal "00")
               display "T2-01-P2-RCVR ABEND - TEACHER MASTER "
               "REOPEN FAILED, STATUS " ws-mst-status
               move 16                 to return-code
               stop run
           end-if.
           open input sorted-audit-file.
           move "n"                    to ws-aud-eof-flag.
           read sorted-audit-file into ws-audit-detail
               at end
                   move "y"            to ws-aud-eof-flag.
      *Perform loop to roll the master forward one audit record at
      *a time
           perform 100-replay-one-audit
             until ws-aud-eof-flag = "y".
           close sorted-audit-file.

           perform 200-write-control.
           close teacher-master.
           perform 300-verify-balance-trail.

           if (ws-aud-unmatched > 0) or (ws-aud-partial > 0) or
             (ws-aud-bad-action > 0)
               if (ws-rcvr-rc < 4)
                   move 4              to ws-rcvr-rc
               end-if
           end-if.
           display "T2-01-P2-RCVR BACKUP UNLOADED " bct-backup-date
               " " bct-backup-time " RECORDS " ws-load-count.
           display "T2-01-P2-RCVR AUDIT RECORDS READ " ws-aud-read
               " ALREADY IN BACKUP " ws-aud-held
               " REPLAYED " ws-aud-replayed.
           display "T2-01-P2-RCVR REPLAYED ADDS " ws-adds-replayed
               " CHANGES " ws-changes-replayed
               " DELETES " ws-deletes-replayed.
           if (ws-aud-unmatched > 0)
               display "T2-01-P2-RCVR WARNING - AUDIT RECORDS FOR "
               "IDS NOT ON MASTER " ws-aud-unmatched
           end-if.
           if (ws-aud-partial > 0)
               display "T2-01-P2-RCVR WARNING - AUDIT RECORDS "
               "WITHOUT AFTER-IMAGE, APPLIED PARTIALLY "
               ws-aud-partial
           end-if.
           if (ws-aud-bad-action > 0)
               display "T2-01-P2-RCVR WARNING - AUDIT RECORDS WITH "
               "UNKNOWN ACTION SKIPPED " ws-aud-bad-action
           end-if.
           display "T2-01-P2-RCVR COMPLETE - RECORDS " mct-count
               " RC " ws-rcvr-rc.
           move ws-rcvr-rc             to return-code.
           move mct-count              to rl-rec-count.
           move ws-rcvr-rc             to rl-return-code.
           perform 901-log-end.
      *
           stop run.
      *
      ******************************************************************

       020-reload-backup.
      * load every data record off the backup into a freshly opened
      * master, holding back the control record.  the generation
      * must carry the unload stamp - without it there is no
      * telling which audit records it already holds
           open input backup-file.
           if (ws-bkp-status is not equal "00")
               display "T2-01-P2-RCVR ABEND - BACKUP OPEN FAILED, "
               "STATUS " ws-bkp-status
               move 16                 to return-code
               stop run
           end-if.
           open output teacher-master.
           if (ws-mst-status is not equal "00")
               display "T2-01-P2-RCVR ABEND - TEACHER MASTER OPEN "
               "FAILED, STATUS " ws-mst-status
               move 16                 to return-code
               stop run
           end-if.
           move "n"                    to ws-eof-flag.
           read backup-file
               at end
                   move "y"            to ws-eof-flag.
           perform 025-load-one-record
             until ws-eof-flag = "y".
           close backup-file, teacher-master.
           if (ws-bkp-ctl-found is equal "N")
               display "T2-01-P2-RCVR ABEND - NO CONTROL RECORD "
               "ON BACKUP"
               move 16                 to return-code
               stop run
           end-if.
           if (bct-backup-date is not numeric) or
             (bct-backup-date is equal zeros) or
             (bct-backup-time is not numeric)
               display "T2-01-P2-RCVR ABEND - BACKUP CARRIES NO "
               "UNLOAD STAMP - RESTORE IT WITH T2-01-P2-CONV"
               move 16                 to return-code
               stop run
           end-if.
           if (ws-load-count is not equal bct-count) or
             (ws-load-salary is not equal bct-salary-total)
               display "T2-01-P2-RCVR ABEND - BACKUP FAILS ITS "
               "CONTROL RECORD"
               display "  CONTROL COUNT  " bct-count
                       "  READ COUNT  " ws-load-count
               display "  CONTROL SALARY " bct-salary-total
                       "  READ SALARY " ws-load-salary
               move 16                 to return-code
               stop run
           end-if.
           move ws-load-count          to ws-mst-count.
           move ws-load-salary         to ws-mst-salary.
      *
      ******************************************************************

       025-load-one-record.
           if (backup-line(1:6) is equal "999999")
               move backup-line        to ws-bkp-control
               move "Y"                to ws-bkp-ctl-found
           else
               move backup-line        to tm-rec
               add 1                   to ws-load-count
               if (tm-salary is numeric)
                   add tm-salary       to ws-load-salary
               end-if
               write tm-rec
                   invalid key
                       display "T2-01-P2-RCVR ABEND - DUPLICATE "
                       "EMPLOYEE ID ON BACKUP " tm-employee-id
                       move 16         to return-code
                       stop run
               end-write
           end-if.
           read backup-file
               at end
                   move "y"            to ws-eof-flag.
      *
      ******************************************************************

       040-select-audit-input.
      * feed the audit sort with every record stamped at or after
      * the unload.  a record sharing the unload's second is
      * replayed as well - replaying an after-image the backup
      * already holds leaves the record exactly as it was.  no
      * audit trail at all means nothing has changed since the
      * unload
           open input audit-file.
           if (ws-audit-status is not equal "00")
               display "T2-01-P2-RCVR NOTE - NO AUDIT TRAIL TO "
               "REPLAY"
           else
               move "n"                to ws-eof-flag
               read audit-file into ws-audit-detail
                   at end
                       move "y"        to ws-eof-flag
               end-read
               perform 045-release-one-audit
                 until ws-eof-flag = "y"
               close audit-file
           end-if.
      *
      ******************************************************************

       045-release-one-audit.
           add 1                       to ws-aud-read.
           if (aud-date > bct-backup-date) or
             ((aud-date is equal bct-backup-date) and
              (aud-time >= bct-backup-time))
               release srt-aud-rec     from ws-audit-detail
           else
               add 1                   to ws-aud-held
           end-if.
           read audit-file into ws-audit-detail
               at end
                   move "y"            to ws-eof-flag.
      *
      ******************************************************************

       100-replay-one-audit.
      *  main logic paragraph - apply one audit record by key
           add 1                       to ws-aud-replayed.
           if (aud-employee-id is equal "999999")
               add 1                   to ws-aud-bad-action
           else
               if (aud-is-add)
                   perform 110-replay-add
               else
                   if (aud-is-change) or (aud-is-status) or
                     (aud-is-rating) or (aud-is-offcycle)
                       perform 120-replay-change
                   else
                       if (aud-is-delete)
                           perform 130-replay-delete
                       else
                           add 1       to ws-aud-bad-action
                       end-if
                   end-if
               end-if
           end-if.
           read sorted-audit-file into ws-audit-detail
               at end
                   move "y"            to ws-aud-eof-flag.
      *
      ******************************************************************

       110-replay-add.
      * an add rebuilds the whole record from its after-image.  a
      * record already on file (the backup caught the add) is
      * overlaid with the same image rather than counted twice
           move aud-employee-id        to tm-employee-id.
           read teacher-master
               invalid key
                   perform 150-build-from-image
                   write tm-rec
                   add 1               to ws-mst-count
                   if (tm-salary is numeric)
                       add tm-salary   to ws-mst-salary
                   end-if
               not invalid key
                   if (tm-salary is numeric)
                       subtract tm-salary
                                       from ws-mst-salary
                   end-if
                   perform 150-build-from-image
                   rewrite tm-rec
                   if (tm-salary is numeric)
                       add tm-salary   to ws-mst-salary
                   end-if
           end-read.
           add 1                       to ws-adds-replayed.
      *
      ******************************************************************

       120-replay-change.
      * a change, status set, rating or off-cycle adjustment - read
      * the record by key and overlay the after-image.  a record
      * written before the after-image existed can only put back
      * the salary, rating and status it carries
           move aud-employee-id        to tm-employee-id.
           read teacher-master
               invalid key
                   add 1               to ws-aud-unmatched
               not invalid key
                   if (tm-salary is numeric)
                       subtract tm-salary
                                       from ws-mst-salary
                   end-if
                   if (aud-new-hire-date is numeric) and
                     (aud-new-status-date is numeric) and
                     (aud-new-perf-year is numeric)
                       perform 150-build-from-image
                   else
                       move aud-new-salary
                                       to tm-salary
                       move aud-new-perf
                                       to tm-performance
                       move aud-new-status
                                       to tm-empl-status
                       add 1           to ws-aud-partial
                   end-if
                   rewrite tm-rec
                   if (tm-salary is numeric)
                       add tm-salary   to ws-mst-salary
                   end-if
                   add 1               to ws-changes-replayed
           end-read.
      *
      ******************************************************************

       130-replay-delete.
      * a record keyed in error comes back off the master.  one the
      * backup no longer holds was deleted before the unload
           move aud-employee-id        to tm-employee-id.
           read teacher-master
               invalid key
                   continue
               not invalid key
                   if (tm-salary is numeric)
                       subtract tm-salary
                                       from ws-mst-salary
                   end-if
                   subtract 1          from ws-mst-count
                   delete teacher-master record
           end-read.
           add 1                       to ws-deletes-replayed.
      *
      ******************************************************************

       150-build-from-image.
      * the record as the audited transaction left it
           move aud-employee-id        to tm-employee-id.
           move aud-name               to tm-name.
           move aud-new-salary         to tm-salary.
           move aud-new-perf           to tm-performance.
           move aud-new-dept-code      to tm-dept-code.
           move aud-new-hire-date      to tm-hire-date.
           move aud-new-status         to tm-empl-status.
           move aud-new-status-date    to tm-status-date.
           move aud-new-perf-year      to tm-perf-year.
           move aud-new-grade          to tm-grade.
           move aud-new-step           to tm-step.
           if (tm-step is not numeric)
               move zeros              to tm-step
           end-if.
      *
      ******************************************************************

       200-write-control.
      * seal the recovered master with a control record rebuilt
      * from the data it now holds
           move ws-mst-count           to mct-count.
           move ws-mst-salary          to mct-salary-total.
           move ws-mst-control         to tm-rec.
           write tm-rec
               invalid key
                   display "T2-01-P2-RCVR ABEND - CONTROL RECORD "
                   "WRITE FAILED, STATUS " ws-mst-status
                   move 16             to return-code
                   stop run
           end-write.
      *
      ******************************************************************

       300-verify-balance-trail.
      * the recovered count must stand where the last maintenance
      * run's balance record left it - anywhere else means an
      * audit record is missing or the wrong generation was
      * reloaded.  no balance file at all is allowed through with
      * a note, same as the verify run
           open input balance-file.
           if (ws-bal-status is not equal "00")
               display "T2-01-P2-RCVR NOTE - NO BALANCE TRAIL TO "
               "CHECK AGAINST"
           else
               move "n"                to ws-bal-eof-flag
               read balance-file into ws-balance-detail
                   at end
                       move "y"        to ws-bal-eof-flag
               end-read
               perform 310-read-one-balance
                 until ws-bal-eof-flag = "y"
               close balance-file
               if (ws-bal-found is equal "Y") and
                 (ws-last-after is not equal mct-count)
                   display "T2-01-P2-RCVR FAIL - RECOVERED COUNT "
                   "DISAGREES WITH BALANCE TRAIL"
                   display "  BALANCE AFTER-COUNT " ws-last-after
                           "  CONTROL COUNT " mct-count
                   move 16             to ws-rcvr-rc
               end-if
           end-if.
      *
      ******************************************************************

       310-read-one-balance.
      * the balance file accumulates one record per run - only the
      * newest one says where the count must stand now
           move bal-after-count        to ws-last-after.
           move "Y"                    to ws-bal-found.
           read balance-file into ws-balance-detail
               at end
                   move "y"            to ws-bal-eof-flag.
      *
      ******************************************************************

       900-log-start.
      * stamp the run-control register on the way in - a start
      * with no matching end is how the schedule-status report
      * shows an abend
           accept ws-rlog-date         from date yyyymmdd.
           accept ws-rlog-time         from time.
           move "T2-01-P2-RCVR"        to rl-program-id.
           move ws-rlog-date           to rl-run-date.
           move ws-rlog-time(1:6)      to rl-run-time.
           move "S"                    to rl-phase.
           move ws-rlog-date(1:4)      to rl-cycle-year.
           move zeros                  to rl-rec-count
                                           rl-return-code.
           perform 905-write-run-log.
      *
      ******************************************************************

       901-log-end.
      * the matching end record - the caller has already put the
      * record count and return code on the register record
           accept ws-rlog-time         from time.
           move "E"                    to rl-phase.
           move ws-rlog-time(1:6)      to rl-run-time.
           perform 905-write-run-log.
      *
      ******************************************************************

       905-write-run-log.
      * the register accumulates across the whole schedule -
      * extend it, or create it on the first-ever run
           open extend run-log-file.
           if (ws-rlog-status is equal "35")
               open output run-log-file
           end-if.
           write run-log-line          from ws-runlog-detail.
           close run-log-file.
      *
      ******************************************************************
       end program T2-01-P2-RCVR.
