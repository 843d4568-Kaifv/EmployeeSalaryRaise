      *control record (record count and salary hash total), which is
      *kept in step with every applied transaction so any reader can
      *prove the file is complete.
      *Adds, deletes and salary changes larger than the threshold on
      *the parameter record are not applied when first submitted -
      *they are held on the pending-item file until a second,
      *different userid submits a V approval card for the same
      *employee id, and only then applied (the audit record carries
      *both userids).  Items left unapproved past the expiry days
      *on the parameter record drop to the reject listing, and the
      *pending-item report lists everything still waiting - who
      *keyed it, when, and for how many days.
      *Every teacher sits on a grade and step of the salary schedule.
      *An add must name a grade/step that is on the schedule and key
      *a salary inside its band, and a change that moves the salary
      *or the grade/step must leave the salary inside the band of
      *the grade/step the record ends up on.
       environment division.
       input-output section.
       file-control.
               assign to DEPTIN
               organization is line sequential
               file status is ws-dept-status.
      *Maker-checker parameter - salary change threshold in whole
      *dollars (cols 1-5) and pending-item expiry days (cols 6-8).
      *Absent means the standing defaults below
           select parm-file
               assign to PARMIN
               organization is line sequential
               file status is ws-parm-status.
      *Pending-item file, read side - adds, deletes and large
      *salary changes held for a second userid's approval.  Absent
      *means nothing is waiting
           select pend-in-file
               assign to PENDIN
               organization is line sequential
               file status is ws-pend-status.
      *Pending-item file, rewrite side - same dataset as PENDIN,
      *rewritten with the items still waiting once the read side is
      *closed
           select pend-out-file
               assign to PENDOUT
               organization is line sequential.
      *Pending-item report - every held item still waiting for its
      *approval, who keyed it, when, and how long it has waited
           select pend-print-file
               assign to PENDRPT
               organization is line sequential.
      *Salary schedule - grade and step with the minimum and
      *maximum salary of each band.  Adds and changes that would
      *put a salary outside its band are rejected here
           select sched-file
               assign to SCHEDIN
               organization is line sequential
               file status is ws-sched-status.
      *HR-submitted add/change/delete transactions, unsorted
           select raw-txn-file
               assign to TXNIN
      *File division
       fd teacher-master
           data record is tm-rec
           record contains 61 characters.
      *Defining the master record - the original 36 bytes plus the
      *hire date the raise run's proration and longevity steps
      *read, and the employment status that sidelines a teacher
      *stamped whenever a transaction touches the rating, and kept
      *current in bulk by the appraisal interface run
         05 tm-perf-year               pic 9(4).
      *Salary schedule grade and step the teacher is placed on -
      *the salary must sit inside that grade/step's band.  spaces
      *mean a record from before the schedule, not yet placed
         05 tm-grade                   pic x(2).
         05 tm-step                    pic 9(2).

      *File division
       fd dept-file
         05 dp-name                     pic x(20).
         05 dp-raise-budget             pic 9(9).

      *File division
       fd parm-file
           data record is parm-rec
           record contains 8 characters.
      *Defining the maker-checker parameter record
       01 parm-rec.
         05 parm-hold-threshold        pic 9(5).
         05 parm-expiry-days           pic 9(3).

      *File division
       fd pend-in-file
           data record is pend-in-line
           record contains 80 characters.

       01 pend-in-line                 pic x(80).

      *File division
       fd pend-out-file
           data record is pend-out-line
           record contains 80 characters.

       01 pend-out-line                pic x(80).

      *File division
       fd pend-print-file
           data record is pend-print-line
           record contains 132 characters.

       01 pend-print-line              pic x(132).

      *File division
       fd sched-file
           data record is sched-rec
           record contains 18 characters.
      *Defining the salary schedule record - one grade/step band
       01 sched-rec.
         05 sc-grade                    pic x(2).
         05 sc-step                     pic 9(2).
         05 sc-min-salary               pic 9(7).
         05 sc-max-salary               pic 9(7).

      *File division
       fd raw-txn-file
           data record is raw-txn-line
           record contains 66 characters.
      *Raw, unsorted transaction record - broken out into fields by
      *txn-rec once txn-sort-work-file has put it in employee id
      *order
       01 raw-txn-line                 pic x(66).

      *Sort work file - carries the transaction's fields so the
      *transaction file can be sorted by employee id
         05 srt-txn-hire-date          pic 9(8).
         05 srt-txn-empl-status        pic x.
         05 srt-txn-status-date        pic 9(8).
         05 srt-txn-grade              pic x(2).
         05 srt-txn-step               pic 9(2).

      *File division
       fd sorted-txn-file
           data record is txn-rec
           record contains 66 characters.
      *Defining the transaction record, in employee id order.  Action
      *is A to add a new teacher, C to change salary/performance/
      *dept/name/hire date on an existing one, S to set the
      *employment status (active/on leave/terminated with its
      *effective date) so a leave or termination no longer needs a
      *physical delete, and D to delete a record keyed in error.
      *V is a second userid's approval of the item held pending
      *for that employee id - only the id and the approving userid
      *are read off it.  A zero hire date on a change means leave
      *it as is
       01 txn-rec.
         05 txn-action                 pic x.
           88 txn-is-add               value 'A'.
           88 txn-is-change            value 'C'.
           88 txn-is-delete            value 'D'.
           88 txn-is-status            value 'S'.
           88 txn-is-approval          value 'V'.
         05 txn-employee-id            pic x(6).
         05 txn-name                   pic x(20).
         05 txn-salary                 pic 9(5).
         05 txn-empl-status            pic x.
           88 txn-status-valid         value 'A' 'L' 'T'.
         05 txn-status-date            pic 9(8).
      *Salary schedule grade and step - required on an add; on a
      *change a blank grade means leave the placement as is, and
      *grade and step are always keyed together
         05 txn-grade                  pic x(2).
         05 txn-step                   pic 9(2).

      *File division
       fd audit-file
           data record is audit-line
           record contains 99 characters.

       01 audit-line                   pic x(99).

      *File division
       fd reject-file
         05 nm-dept-code                pic x(4).
         05 nm-hire-date                pic 9(8).
         05 nm-perf-year                pic 9(4).
         05 nm-grade                    pic x(2).
         05 nm-step                     pic 9(2).

      *Master control record section - lives in the indexed master
      *under the reserved key "999999" and carries the record count
         05 mct-count                   pic 9(7).
         05 mct-salary-total            pic 9(11).
         05 mct-raise-total             pic 9(11)   value 0.
         05 filler                      pic x(26)   value spaces.

      *Audit detail section - who changed what, and when
       01 ws-audit-detail.
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

      *Balance detail section - one per run; the run's date and
      *time tie it to the audit records that run wrote, which all
         05 rej-employee-id             pic x(6).
         05 rej-reason                  pic x(40).

      *Salary schedule table - loaded from sched-file at start of
      *run so every add and salary change can be proven inside its
      *grade/step band
       01 ws-sched-table.
         05 ws-sched-entry             occurs 300 times.
           10 sct-grade                pic x(2).
           10 sct-step                 pic 9(2).
           10 sct-min-salary           pic 9(7).
           10 sct-max-salary           pic 9(7).

      *Pending-item record - the held transaction exactly as it
      *was submitted (the maker's userid rides in it) plus the
      *date and time it was first held
       01 ws-pend-detail.
         05 pnd-txn-rec.
           10 pnd-action               pic x.
           10 pnd-employee-id          pic x(6).
           10 pnd-name                 pic x(20).
           10 pnd-salary               pic 9(5).
           10 pnd-performance          pic x.
           10 pnd-dept-code            pic x(4).
           10 pnd-userid               pic x(8).
           10 pnd-hire-date            pic 9(8).
           10 pnd-empl-status          pic x.
           10 pnd-status-date          pic 9(8).
           10 pnd-grade                pic x(2).
           10 pnd-step                 pic 9(2).
         05 pnd-held-date              pic 9(8).
         05 pnd-held-time              pic 9(6).

      *Pending-item table - loaded from the pending-item file at
      *start of run, items released or expired are marked cleared,
      *and what is left is written back at end of run
       01 ws-pend-table.
         05 ws-pend-entry              occurs 500 times.
           10 pt-pend-rec              pic x(80).
           10 pt-state                 pic x.
             88 pt-waiting             value 'W'.
             88 pt-cleared             value 'C'.

      *Approval card saved while the item it releases is applied
       01 ws-approval-txn              pic x(66).

      *Cumulative days before each month - turns a yyyymmdd date
      *into a day number so the days an item has waited can be
      *counted across month and year ends
       01 ws-cum-days-values           pic x(36)   value
           "000031059090120151181212243273304334".
       01 ws-cum-days-table redefines ws-cum-days-values.
         05 ws-cum-days                pic 9(3)    occurs 12 times.

      *Pending-item report heading - column widths kept in step
      *with ws-pend-rpt-detail below
       01 ws-pend-heading1.
         05 filler                     pic x(44)   value
         "MAINTENANCE ITEMS AWAITING APPROVAL - RUN ".
         05 ws-ph1-run-date            pic 9(8).
         05 filler                     pic x(80)   value spaces.

       01 ws-pend-heading2.
         05 filler                     pic x(6)    value 'EMP ID'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(6)    value 'ACTION'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(20)   value 'NAME'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(6)    value 'SALARY'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(8)    value 'KEYED BY'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(8)    value 'KEYED ON'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(6)    value 'TIME'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(12)   value
         'DAYS WAITING'.
         05 filler                     pic x(46)   value spaces.

      *Pending-item report detail line - one item still waiting
       01 ws-pend-rpt-detail.
         05 ws-pr-employee-id          pic x(6).
         05 filler                     pic x(2)    value spaces.
         05 ws-pr-action               pic x(6).
         05 filler                     pic x(2)    value spaces.
         05 ws-pr-name                 pic x(20).
         05 filler                     pic x(2)    value spaces.
         05 ws-pr-salary               pic zz,zz9.
         05 filler                     pic x(2)    value spaces.
         05 ws-pr-userid               pic x(8).
         05 filler                     pic x(2)    value spaces.
         05 ws-pr-held-date            pic 9(8).
         05 filler                     pic x(2)    value spaces.
         05 ws-pr-held-time            pic 9(6).
         05 filler                     pic x(9)    value spaces.
         05 ws-pr-days-waiting         pic zz9.
         05 filler                     pic x(48)   value spaces.

      *Control totals for the pending-item report
       01 ws-held-line.
         05 filler                     pic x(30)   value
         "ITEMS HELD THIS RUN         = ".
         05 ws-hl-held-count           pic zzzzz9.
         05 filler                     pic x(96)   value spaces.

       01 ws-released-line.
         05 filler                     pic x(30)   value
         "ITEMS APPROVED THIS RUN     = ".
         05 ws-rl-released-count       pic zzzzz9.
         05 filler                     pic x(96)   value spaces.

       01 ws-expired-line.
         05 filler                     pic x(30)   value
         "ITEMS EXPIRED THIS RUN      = ".
         05 ws-el-expired-count        pic zzzzz9.
         05 filler                     pic x(96)   value spaces.

       01 ws-waiting-line.
         05 filler                     pic x(30)   value
         "ITEMS STILL WAITING         = ".
         05 ws-wl-waiting-count        pic zzzzz9.
         05 filler                     pic x(96)   value spaces.

      *Department reference table - loaded from dept-file at start
      *of run so every transaction's department code can be proven
       01 ws-dept-table.
       77 ws-dept-sub                  pic 9(3)    value 0.
       77 ws-dept-found                pic x       value "N".
       77 ws-lookup-dept               pic x(4)    value spaces.
      *Salary schedule working fields
       77 ws-sched-status              pic xx      value "00".
       77 ws-sched-eof-flag            pic x       value "n".
       77 ws-sched-count               pic 9(3)    value 0.
       77 ws-sched-sub                 pic 9(3)    value 0.
       77 ws-band-found                pic x       value "N".
       77 ws-lookup-grade              pic x(2)    value spaces.
       77 ws-lookup-step               pic 9(2)    value 0.
      *Maker-checker working fields - the threshold and expiry
      *days default here when no parameter record is supplied
       77 ws-parm-status               pic xx      value "00".
       77 ws-parm-eof-flag             pic x       value "n".
       77 ws-pend-status               pic xx      value "00".
       77 ws-pend-eof-flag             pic x       value "n".
       77 ws-hold-threshold            pic 9(5)    value 2500.
       77 ws-expiry-days               pic 9(3)    value 10.
       77 ws-pend-count                pic 9(3)    value 0.
       77 ws-pend-sub                  pic 9(3)    value 0.
       77 ws-pend-found                pic x       value "N".
       77 ws-lookup-pend-id            pic x(6)    value spaces.
      *Y while an approved item is being applied - it goes
      *straight to the master instead of back onto the pending file
       77 ws-releasing                 pic x       value "N".
       77 ws-approver-userid           pic x(8)    value spaces.
       77 ws-salary-diff               pic s9(6)   value 0.
       77 ws-hold-change               pic x       value "N".
       77 ws-held-count                pic 9(5)    value 0.
       77 ws-released-count            pic 9(5)    value 0.
       77 ws-expired-count             pic 9(5)    value 0.
       77 ws-waiting-count             pic 9(5)    value 0.
      *Day-number working fields - days since 0001-01-01
       77 ws-dn-date                   pic 9(8)    value 0.
       77 ws-dn-year                   pic 9(4)    value 0.
       77 ws-dn-month                  pic 9(2)    value 0.
       77 ws-dn-day                    pic 9(2)    value 0.
       77 ws-dn-prior-years            pic 9(4)    value 0.
       77 ws-dn-quotient               pic 9(4)    value 0.
       77 ws-dn-remainder              pic 9(4)    value 0.
       77 ws-dn-leap                   pic x       value "N".
       77 ws-dn-number                 pic 9(7)    value 0.
       77 ws-run-day-number            pic 9(7)    value 0.
       77 ws-days-waiting              pic 9(5)    value 0.
      *Run-control register record - program id, stamp, phase
      *(S start / E end), cycle year, record count, return code
       01 ws-runlog-detail.
      *Loading the department reference table so every add/change
      *can be proven against it
           perform 046-load-depts.
      *Loading the salary schedule so every add and salary change
      *can be proven inside its grade/step band
           perform 050-load-schedule.
      *Picking up the maker-checker threshold and expiry days
           perform 020-read-parm.
      *Putting the transaction file in employee id order so the
      *audit trail and reject listing read in key order
           perform 060-sort-txn.
           perform 070-read-control.
           open input sorted-txn-file.
           open output reject-file.
      *Loading the items held for approval - anything past its
      *expiry drops to the reject listing on the way in
           perform 030-load-pending.
      *audit-file accumulates across runs - extend it if it is
      *already there, or create it on the first-ever run
           open extend audit-file.
           perform 090-write-balance.
           close teacher-master, sorted-txn-file,
             audit-file, reject-file.
      *Writing back what is still waiting, and listing it
           perform 180-rewrite-pending.
           perform 190-print-pending.
           compute rl-rec-count = ws-adds-applied +
               ws-changes-applied + ws-deletes-applied.
           move return-code            to rl-return-code.
           perform 901-log-end.
           stop run.
      *
      ******************************************************************

       020-read-parm.
      * the maker-checker threshold and expiry days.  no parameter
      * file means the standing defaults; a record that is there
      * but unreadable is a bad deck - stop cold
           open input parm-file.
           if (ws-parm-status is equal "00")
               read parm-file
                   at end
                       move "y"        to ws-parm-eof-flag
               end-read
               close parm-file
               if (ws-parm-eof-flag is not equal "y")
                   if (parm-hold-threshold is not numeric) or
                     (parm-expiry-days is not numeric) or
                     (parm-expiry-days is equal 0)
                       display "T2-01-P2-MAINT ABEND - BAD "
                       "MAKER-CHECKER PARAMETER RECORD"
                       move 16         to return-code
                       stop run
                   end-if
                   move parm-hold-threshold
                                       to ws-hold-threshold
                   move parm-expiry-days
                                       to ws-expiry-days
               end-if
           end-if.
      *
      ******************************************************************

       030-load-pending.
      * table the items held for approval.  one that has waited
      * longer than the expiry days goes to the reject listing
      * under its maker's userid and is not carried forward - an
      * unapproved change must never drift into the raise run
           move ws-run-date            to ws-dn-date.
           perform 195-compute-day-number.
           move ws-dn-number           to ws-run-day-number.
           open input pend-in-file.
      *only a pending file that is not there yet is an empty one -
      *any other failure would silently drop the items on it
           if (ws-pend-status is not equal "00") and
             (ws-pend-status is not equal "35")
               display "T2-01-P2-MAINT ABEND - PENDING FILE "
               "OPEN FAILED, STATUS " ws-pend-status
               move 16                 to return-code
               stop run
           end-if.
           if (ws-pend-status is equal "00")
               move "n"                to ws-pend-eof-flag
               read pend-in-file into ws-pend-detail
                   at end
                       move "y"        to ws-pend-eof-flag
               end-read
               perform 035-load-one-pending
                 until ws-pend-eof-flag = "y"
               close pend-in-file
           end-if.
      *
      ******************************************************************

       035-load-one-pending.
           move pnd-held-date          to ws-dn-date.
           perform 195-compute-day-number.
           compute ws-days-waiting = ws-run-day-number - ws-dn-number.
           if (ws-days-waiting > ws-expiry-days)
               move pnd-txn-rec        to txn-rec
               move "PENDING ITEM EXPIRED - NEVER APPROVED"
                                       to ws-reject-reason
               perform 155-write-reject
               add 1                   to ws-expired-count
           else
               if (ws-pend-count >= 500)
                   display "T2-01-P2-MAINT ABEND - MORE THAN 500 "
                   "PENDING ITEMS"
                   move 16             to return-code
                   stop run
               end-if
               add 1                   to ws-pend-count
               move ws-pend-detail     to pt-pend-rec(ws-pend-count)
               move "W"                to pt-state(ws-pend-count)
           end-if.
           read pend-in-file into ws-pend-detail
               at end
                   move "y"            to ws-pend-eof-flag.
      *
      ******************************************************************

       046-load-depts.
               at end
                   move "y"            to ws-dept-eof-flag.
      *
      ******************************************************************

       050-load-schedule.
      * load the salary schedule - a run without it cannot prove a
      * salary against its band, so stop the job cold
           open input sched-file.
           if (ws-sched-status is not equal "00")
               display "T2-01-P2-MAINT ABEND - SALARY SCHEDULE "
               "OPEN FAILED, STATUS " ws-sched-status
               move 16                 to return-code
               stop run
           end-if.
           move "n"                    to ws-sched-eof-flag.
           read sched-file
               at end
                   move "y"            to ws-sched-eof-flag.
           perform 051-load-one-band
             until ws-sched-eof-flag = "y".
           close sched-file.
           if (ws-sched-count is equal 0)
               display "T2-01-P2-MAINT ABEND - SALARY SCHEDULE "
               "HOLDS NO RECORDS"
               move 16                 to return-code
               stop run
           end-if.
      *
      ******************************************************************

       051-load-one-band.
           if (ws-sched-count >= 300)
               display "T2-01-P2-MAINT ABEND - MORE THAN 300 "
               "SALARY SCHEDULE RECORDS"
               move 16                 to return-code
               stop run
           end-if.
      * a mispunched band is a bad reference file - stop cold
           if (sc-step is not numeric) or
             (sc-min-salary is not numeric) or
             (sc-max-salary is not numeric) or
             (sc-min-salary > sc-max-salary)
               display "T2-01-P2-MAINT ABEND - BAD SALARY SCHEDULE "
               "BAND FOR GRADE " sc-grade " STEP " sc-step
               move 16                 to return-code
               stop run
           end-if.
           add 1                       to ws-sched-count.
           move sc-grade               to sct-grade(ws-sched-count).
           move sc-step                to sct-step(ws-sched-count).
           move sc-min-salary          to
                               sct-min-salary(ws-sched-count).
           move sc-max-salary          to
                               sct-max-salary(ws-sched-count).
           read sched-file
               at end
                   move "y"            to ws-sched-eof-flag.
      *
      ******************************************************************

       054-find-dept.
               move "Y"                to ws-dept-found
           end-if.
      *
      ******************************************************************

       057-find-band.
      * serial search of the salary schedule for ws-lookup-grade /
      * ws-lookup-step
           move "N"                    to ws-band-found.
           move 0                      to ws-sched-sub.
           perform 058-check-one-band
             until ws-band-found = "Y"
             or ws-sched-sub >= ws-sched-count.
      *
      ******************************************************************

       058-check-one-band.
           add 1                       to ws-sched-sub.
           if (ws-lookup-grade is equal sct-grade(ws-sched-sub)) and
             (ws-lookup-step is equal sct-step(ws-sched-sub))
               move "Y"                to ws-band-found
           end-if.
      *
      ******************************************************************

       060-sort-txn.
      * duplicates kept in deck order - an approval card keyed
      * behind the add it approves must come off the sort behind it
           sort txn-sort-work-file
               on ascending key srt-txn-employee-id
               with duplicates in order
               using raw-txn-file
               giving sorted-txn-file.
      *
                           if (txn-is-status)
                               perform 135-apply-status
                           else
                               if (txn-is-approval)
                                   perform 160-apply-approval
                               else
                                   move "N" to ws-txn-valid
                                   move "INVALID ACTION CODE"
                                       to ws-reject-reason
                                   perform 155-write-reject
                               end-if
                           end-if
                       end-if
                   end-if
       110-apply-add.
      * a new teacher - the keyed write catches a duplicate id
      * directly, whether it was already on file or added earlier
      * this same run.  a first submission is only held for a
      * second userid's approval - once it has proven clean and
      * the id is not already on file
           perform 142-validate-add.
           if (ws-txn-valid is equal "Y") and
             (ws-releasing is equal "N")
               move txn-employee-id    to tm-employee-id
               read teacher-master
                   invalid key
                       perform 170-hold-txn
                   not invalid key
                       move "N"        to ws-txn-valid
                       move "DUPLICATE EMPLOYEE ID - ALREADY ON FILE"
                                       to ws-reject-reason
                       perform 155-write-reject
               end-read
           else
           if (ws-txn-valid is equal "Y")
               move txn-employee-id    to tm-employee-id
               move txn-name           to tm-name
               move txn-hire-date      to tm-status-date
      *the rating keyed with the add is this cycle's rating
               move ws-run-date(1:4)   to tm-perf-year
               move txn-grade          to tm-grade
               move txn-step           to tm-step
               write tm-rec
                   invalid key
                       move "N"        to ws-txn-valid
                                           to aud-new-perf
                       move space          to aud-old-status
                       move "A"            to aud-new-status
                       move txn-dept-code  to aud-new-dept-code
                       move txn-hire-date  to aud-new-hire-date
                       move txn-hire-date  to aud-new-status-date
                       move ws-run-date(1:4)
                                           to aud-new-perf-year
                       move txn-grade      to aud-new-grade
                       move txn-step       to aud-new-step
                       perform 156-write-audit
                       add 1               to ws-mst-count
                       add txn-salary      to ws-mst-salary
               end-write
           else
               perform 155-write-reject
           end-if
           end-if.
      *
      ******************************************************************
       120-apply-change.
      * change salary/performance/dept/name on an existing teacher -
      * read the record by key, overlay only the fields the
      * transaction supplied, and rewrite it in place.  a salary
      * moved by more than the threshold is held for a second
      * userid's approval instead
           perform 140-validate-change.
           if (ws-txn-valid is equal "Y")
               move txn-employee-id    to tm-employee-id
                       perform 155-write-reject
                   not invalid key
                       perform 145-apply-change
                       perform 147-validate-band
                       if (ws-txn-valid is equal "N")
                           perform 155-write-reject
                       else
                       perform 125-check-salary-hold
                       if (ws-hold-change is equal "Y")
                           perform 170-hold-txn
                       else
      *the name on a change is the after-image - the name the
      *record carries once the change is applied
                       move nm-name         to aud-name
                       move tm-salary       to aud-old-salary
                       move nm-salary       to aud-new-salary
                       move tm-performance  to aud-old-perf
      *the audit record carry it as it stands
                       move tm-empl-status  to aud-old-status
                       move tm-empl-status  to aud-new-status
                       move nm-dept-code    to aud-new-dept-code
                       move nm-hire-date    to aud-new-hire-date
                       move tm-status-date  to aud-new-status-date
                       move nm-perf-year    to aud-new-perf-year
                       move nm-grade        to aud-new-grade
                       move nm-step         to aud-new-step
                       perform 156-write-audit
      *keep the salary hash in step - back out the old salary,
      *count the new one in
                       move nm-dept-code    to tm-dept-code
                       move nm-hire-date    to tm-hire-date
                       move nm-perf-year    to tm-perf-year
                       move nm-grade        to tm-grade
                       move nm-step         to tm-step
                       rewrite tm-rec
                       add 1                to ws-changes-applied
                       end-if
                       end-if
               end-read
           else
               perform 155-write-reject
           end-if.
      *
      ******************************************************************

       125-check-salary-hold.
      * a first submission moving the salary by more than the
      * threshold either way is held.  a legacy non-numeric salary
      * on file gives nothing to measure against, so any salary
      * keyed over it is held too
           move "N"                    to ws-hold-change.
           if (ws-releasing is equal "N") and
             (txn-salary is not equal to zeros)
               if (tm-salary is not numeric)
                   move "Y"            to ws-hold-change
               else
                   compute ws-salary-diff = nm-salary - tm-salary
                   if (ws-salary-diff < 0)
                       compute ws-salary-diff = 0 - ws-salary-diff
                   end-if
                   if (ws-salary-diff > ws-hold-threshold)
                       move "Y"        to ws-hold-change
                   end-if
               end-if
           end-if.
      *
      ******************************************************************

       130-apply-delete.
      * a record keyed in error - read it by key so the audit
      * trail captures what was deleted, then delete it in place.
      * a teacher leaving or terminating is an S transaction now,
      * not a delete - deleting them orphans their history records.
      * a first submission is only held for a second userid's
      * approval once the id is proven to be on file
           move txn-employee-id        to tm-employee-id.
           read teacher-master
               invalid key
                                       to ws-reject-reason
                   perform 155-write-reject
               not invalid key
                   if (ws-releasing is equal "N")
                       perform 170-hold-txn
                   else
                   move tm-name         to aud-name
                   move tm-salary       to aud-old-salary
                   move zeros           to aud-new-salary
                   move space           to aud-new-perf
                   move tm-empl-status  to aud-old-status
                   move space           to aud-new-status
      *a deleted record has no after-image
                   move spaces          to aud-new-dept-code
                                           aud-new-grade
                   move zeros           to aud-new-hire-date
                                           aud-new-status-date
                                           aud-new-perf-year
                                           aud-new-step
                   perform 156-write-audit
                   if (tm-salary is numeric)
                       subtract tm-salary
                   subtract 1           from ws-mst-count
                   delete teacher-master record
                   add 1                to ws-deletes-applied
                   end-if
           end-read.
      *
      ******************************************************************
                       move tm-performance  to aud-new-perf
                       move tm-empl-status  to aud-old-status
                       move txn-empl-status to aud-new-status
                       move tm-dept-code    to aud-new-dept-code
                       move tm-hire-date    to aud-new-hire-date
                       move txn-status-date to aud-new-status-date
                       move tm-perf-year    to aud-new-perf-year
                       move tm-grade        to aud-new-grade
                       move tm-step         to aud-new-step
                       perform 156-write-audit
                       move txn-empl-status to tm-empl-status
                       move txn-status-date to tm-status-date
             (txn-hire-date is not equal to zeros)
               perform 144-validate-hire-date
           end-if.
      * a grade is keyed with its step - the band itself is proven
      * once the change has been overlaid on the record on file
           if (ws-txn-valid is equal "Y") and
             (txn-grade is not equal to spaces) and
             (txn-step is not numeric)
               move "N"                    to ws-txn-valid
               move "INVALID GRADE/STEP"   to ws-reject-reason
           end-if.
      *
      ******************************************************************

                   perform 144-validate-hire-date
               end-if
           end-if.
      * a new teacher is placed on the salary schedule, and the
      * salary keyed must sit inside that grade/step's band
           if (ws-txn-valid is equal "Y")
               if (txn-grade is equal to spaces) or
                 (txn-step is not numeric)
                   move "N"                to ws-txn-valid
                   move "GRADE/STEP REQUIRED TO ADD A RECORD"
                                            to ws-reject-reason
               else
                   move txn-grade          to ws-lookup-grade
                   move txn-step           to ws-lookup-step
                   perform 057-find-band
                   if (ws-band-found is equal "N")
                       move "N"            to ws-txn-valid
                       move "GRADE/STEP NOT ON SALARY SCHEDULE"
                                            to ws-reject-reason
                   else
                   if (txn-salary < sct-min-salary(ws-sched-sub)) or
                     (txn-salary > sct-max-salary(ws-sched-sub))
                       move "N"            to ws-txn-valid
                       move "SALARY OUTSIDE GRADE/STEP BAND"
                                            to ws-reject-reason
                   end-if
                   end-if
               end-if
           end-if.
      *
      ******************************************************************

           move tm-dept-code               to nm-dept-code.
           move tm-hire-date               to nm-hire-date.
           move tm-perf-year               to nm-perf-year.
           move tm-grade                   to nm-grade.
           move tm-step                    to nm-step.
           if (txn-name is not equal to spaces)
               move txn-name               to nm-name
           end-if.
           if (txn-hire-date is not equal to zeros)
               move txn-hire-date          to nm-hire-date
           end-if.
           if (txn-grade is not equal to spaces)
               move txn-grade              to nm-grade
               move txn-step               to nm-step
           end-if.
      *
      ******************************************************************

       147-validate-band.
      * a change that moves the salary or the grade/step must land
      * inside the band of the grade/step the record ends up on.
      * a record not yet placed on the schedule (grade spaces) has
      * no band to prove - it is placed by keying a grade/step,
      * and a change that leaves salary and placement alone is
      * not held to a band the record was already outside of
           move "Y"                        to ws-txn-valid.
           if (nm-grade is not equal to spaces) and
             ((txn-salary is not equal to zeros) or
              (txn-grade is not equal to spaces))
               move nm-grade               to ws-lookup-grade
               move nm-step                to ws-lookup-step
               perform 057-find-band
               if (ws-band-found is equal "N")
                   move "N"                to ws-txn-valid
                   move "GRADE/STEP NOT ON SALARY SCHEDULE"
                                            to ws-reject-reason
               else
               if (nm-salary is not numeric)
                   move "N"                to ws-txn-valid
                   move "SALARY OUTSIDE GRADE/STEP BAND"
                                            to ws-reject-reason
               else
               if (nm-salary < sct-min-salary(ws-sched-sub)) or
                 (nm-salary > sct-max-salary(ws-sched-sub))
                   move "N"                to ws-txn-valid
                   move "SALARY OUTSIDE GRADE/STEP BAND"
                                            to ws-reject-reason
               end-if
               end-if
               end-if
           end-if.
      *
      ******************************************************************

           move txn-userid                   to aud-userid.
           move txn-action                   to aud-action.
           move txn-employee-id              to aud-employee-id.
           move ws-approver-userid           to aud-approved-by.
           write audit-line                  from ws-audit-detail.
      *
      ******************************************************************

       160-apply-approval.
      * a V card releases the item held for its employee id - but
      * only from a userid other than the one that keyed it.  the
      * held transaction is put back in txn-rec and applied through
      * the same paragraphs (and the same validation) a first
      * submission goes through, with the maker's userid on the
      * audit record and the approver's beside it
           move txn-employee-id        to ws-lookup-pend-id.
           perform 165-find-pending.
           if (ws-pend-found is equal "N")
               move "N"                to ws-txn-valid
               move "NO PENDING ITEM FOR EMPLOYEE ID"
                                       to ws-reject-reason
               perform 155-write-reject
           else
           if (txn-userid is equal spaces)
               move "N"                to ws-txn-valid
               move "APPROVER USERID REQUIRED"
                                       to ws-reject-reason
               perform 155-write-reject
           else
           if (txn-userid is equal pnd-userid)
               move "N"                to ws-txn-valid
               move "APPROVER MUST DIFFER FROM SUBMITTER"
                                       to ws-reject-reason
               perform 155-write-reject
           else
               move txn-rec            to ws-approval-txn
               move txn-userid         to ws-approver-userid
               move pnd-txn-rec        to txn-rec
               move "C"                to pt-state(ws-pend-sub)
               move "Y"                to ws-releasing
               move "Y"                to ws-txn-valid
               if (txn-is-add)
                   perform 110-apply-add
               else
                   if (txn-is-change)
                       perform 120-apply-change
                   else
                       perform 130-apply-delete
                   end-if
               end-if
               if (ws-txn-valid is equal "Y")
                   add 1               to ws-released-count
               end-if
               move "N"                to ws-releasing
               move spaces             to ws-approver-userid
               move ws-approval-txn    to txn-rec
           end-if
           end-if
           end-if.
      *
      ******************************************************************

       165-find-pending.
      * serial search of the pending table for an item still
      * waiting under ws-lookup-pend-id - leaves it in
      * ws-pend-detail when found
           move "N"                    to ws-pend-found.
           move 0                      to ws-pend-sub.
           perform 166-check-one-pending
             until ws-pend-found = "Y"
             or ws-pend-sub >= ws-pend-count.
      *
      ******************************************************************

       166-check-one-pending.
           add 1                       to ws-pend-sub.
           if (pt-waiting(ws-pend-sub))
               move pt-pend-rec(ws-pend-sub)
                                       to ws-pend-detail
               if (pnd-employee-id is equal ws-lookup-pend-id)
                   move "Y"            to ws-pend-found
               end-if
           end-if.
      *
      ******************************************************************

       170-hold-txn.
      * first submission of an add, a delete or a large salary
      * change - table it for a second userid's approval.  one
      * item per teacher at a time, so an approval card can never
      * release the wrong one
           move txn-employee-id        to ws-lookup-pend-id.
           perform 165-find-pending.
           if (ws-pend-found is equal "Y")
               move "N"                to ws-txn-valid
               move "ITEM ALREADY PENDING FOR EMPLOYEE ID"
                                       to ws-reject-reason
               perform 155-write-reject
           else
           if (ws-pend-count >= 500)
               move "N"                to ws-txn-valid
               move "PENDING-ITEM FILE FULL - RESUBMIT"
                                       to ws-reject-reason
               perform 155-write-reject
           else
               move txn-rec            to pnd-txn-rec
               move ws-run-date        to pnd-held-date
               move ws-run-time(1:6)   to pnd-held-time
               add 1                   to ws-pend-count
               move ws-pend-detail     to pt-pend-rec(ws-pend-count)
               move "W"                to pt-state(ws-pend-count)
               add 1                   to ws-held-count
           end-if
           end-if.
      *
      ******************************************************************

       180-rewrite-pending.
      * the read side was closed at load - rewrite the file with
      * only the items still waiting
           open output pend-out-file.
           move 0                      to ws-pend-sub.
           perform 185-write-one-pending
             ws-pend-count times.
           close pend-out-file.
      *
      ******************************************************************

       185-write-one-pending.
           add 1                       to ws-pend-sub.
           if (pt-waiting(ws-pend-sub))
               write pend-out-line     from pt-pend-rec(ws-pend-sub)
               add 1                   to ws-waiting-count
           end-if.
      *
      ******************************************************************

       190-print-pending.
      * the pending-item report - every item still waiting, who
      * keyed it, when, and how many days it has waited, then the
      * run's held/approved/expired/waiting totals
           open output pend-print-file.
           move ws-run-date            to ws-ph1-run-date.
           write pend-print-line       from ws-pend-heading1
             after advancing 1 line.
           write pend-print-line       from ws-pend-heading2
             after advancing 2 lines.
           move 0                      to ws-pend-sub.
           perform 192-print-one-pending
             ws-pend-count times.
           move ws-held-count          to ws-hl-held-count.
           move ws-released-count      to ws-rl-released-count.
           move ws-expired-count       to ws-el-expired-count.
           move ws-waiting-count       to ws-wl-waiting-count.
           write pend-print-line       from ws-held-line
             after advancing 2 lines.
           write pend-print-line       from ws-released-line
             after advancing 1 line.
           write pend-print-line       from ws-expired-line
             after advancing 1 line.
           write pend-print-line       from ws-waiting-line
             after advancing 1 line.
           close pend-print-file.
      *
      ******************************************************************

       192-print-one-pending.
           add 1                       to ws-pend-sub.
           if (pt-waiting(ws-pend-sub))
               move pt-pend-rec(ws-pend-sub)
                                       to ws-pend-detail
               move pnd-employee-id    to ws-pr-employee-id
               if (pnd-action is equal "A")
                   move "ADD"          to ws-pr-action
               else
                   if (pnd-action is equal "D")
                       move "DELETE"   to ws-pr-action
                   else
                       move "CHANGE"   to ws-pr-action
                   end-if
               end-if
               move pnd-name           to ws-pr-name
               if (pnd-salary is numeric)
                   move pnd-salary     to ws-pr-salary
               else
                   move zeros          to ws-pr-salary
               end-if
               move pnd-userid         to ws-pr-userid
               move pnd-held-date      to ws-pr-held-date
               move pnd-held-time      to ws-pr-held-time
               move pnd-held-date      to ws-dn-date
               perform 195-compute-day-number
               compute ws-days-waiting =
                   ws-run-day-number - ws-dn-number
               move ws-days-waiting    to ws-pr-days-waiting
               write pend-print-line   from ws-pend-rpt-detail
                 after advancing 1 line
           end-if.
      *
      ******************************************************************

       195-compute-day-number.
      * ws-dn-date (yyyymmdd) as a count of days since 0001-01-01 -
      * the difference of two is the days between them.  whole
      * years before this one, with their leap days, then whole
      * months before this one, then the day
           move ws-dn-date(1:4)        to ws-dn-year.
           move ws-dn-date(5:2)        to ws-dn-month.
           move ws-dn-date(7:2)        to ws-dn-day.
           if (ws-dn-month < 1) or (ws-dn-month > 12)
               move 1                  to ws-dn-month
           end-if.
           compute ws-dn-prior-years = ws-dn-year - 1.
           compute ws-dn-number = ws-dn-prior-years * 365.
           divide ws-dn-prior-years by 4 giving ws-dn-quotient.
           add ws-dn-quotient          to ws-dn-number.
           divide ws-dn-prior-years by 100 giving ws-dn-quotient.
           subtract ws-dn-quotient     from ws-dn-number.
           divide ws-dn-prior-years by 400 giving ws-dn-quotient.
           add ws-dn-quotient          to ws-dn-number.
           add ws-cum-days(ws-dn-month) to ws-dn-number.
           add ws-dn-day               to ws-dn-number.
      * this year's leap day counts once february is behind us
           move "N"                    to ws-dn-leap.
           divide ws-dn-year by 4 giving ws-dn-quotient
               remainder ws-dn-remainder.
           if (ws-dn-remainder is equal 0)
               move "Y"                to ws-dn-leap
               divide ws-dn-year by 100 giving ws-dn-quotient
                   remainder ws-dn-remainder
               if (ws-dn-remainder is equal 0)
                   move "N"            to ws-dn-leap
                   divide ws-dn-year by 400 giving ws-dn-quotient
                       remainder ws-dn-remainder
                   if (ws-dn-remainder is equal 0)
                       move "Y"        to ws-dn-leap
                   end-if
               end-if
           end-if.
           if (ws-dn-leap is equal "Y") and (ws-dn-month > 2)
               add 1                   to ws-dn-number
           end-if.
      *
      ******************************************************************

       900-log-start.
