               assign to DEPTIN
               organization is line sequential
               file status is ws-dept-status.
      *Salary schedule - grade and step with the minimum and
      *maximum salary of each band.  A raise that would carry a
      *teacher's new salary outside their band goes to the
      *exception listing instead of the extract
           select sched-file
               assign to SCHEDIN
               organization is line sequential
               file status is ws-sched-status.
      *Payroll interface extract of the approved raises - on a
      *DDNAME (like TEACHIN/PRINTOUT) so the GL posting step's
      *GLIN DD in production JCL actually reads what this writes
      *File division
       fd teacher-file
           data record is raw-teacher-rec
           record contains 61 characters.
      *Master record in key order - only the key is broken out
      *here; the fields are carried into sort-rec / teacher-rec
      *once sort-work-file has grouped the file by department
       01 raw-teacher-rec.
         05 tchr-employee-id           pic x(6).
         05 filler                     pic x(55).

      *Sort work file - carries teacher-rec's fields so we can sort
      *teacher-file by department for the control-break report
         05 srt-empl-status            pic x.
         05 srt-status-date            pic 9(8).
         05 srt-perf-year              pic 9(4).
         05 srt-grade                  pic x(2).
         05 srt-step                   pic 9(2).

      *File division
       fd sorted-teacher-file
           data record is teacher-rec
           record contains 61 characters.
      *Defnining input file
       01 teacher-rec.
         05 in-employee-id             pic x(6).
      *the pre-run readiness check proves it current before this
      *program is allowed to run
         05 in-perf-year               pic 9(4).
      *Salary schedule grade and step - the new salary must land
      *inside the grade/step's band.  spaces mean a record from
      *before the schedule, not yet placed, and are not checked
         05 in-grade                   pic x(2).
         05 in-step                    pic 9(2).
      *File division
       fd print-file
           data record is print-line
         05 dp-name                     pic x(20).
         05 dp-raise-budget             pic 9(9).

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
       fd scenario-file
           data record is scenario-rec
      *File division
       fd history-file
           data record is history-line
           record contains 59 characters.

       01 history-line                 pic x(59).

      *File division
       fd checkpoint-file
         05 ws-ext-bw-salary-fin       pic 9(5)v99.
         05 ws-ext-bw-raise            pic 9(5)v99.
         05 ws-ext-bw-raise-fin        pic 9(5)v99.
      *Record type - a space is a base-salary raise (this run's
      *detail, or the retro run's adjustment); an L is the
      *lump-sum record below
         05 ws-ext-rec-type            pic x(1)    value space.
         05 filler                     pic x(65)   value spaces.

      *Payroll interface extract lump-sum record - the part of a
      *raise the salary cap trimmed off is owed as a one-time,
      *non-pensionable lump sum that never enters base salary.  It
      *rides right behind the teacher's raise record, with the
      *amount at the raise record's raise offset and an L in the
      *record-type byte so GL posting can route it to the lump-sum
      *earnings code.  Counted and hashed apart from the raise
      *records in the control trailer
       01 ws-extract-lump.
         05 lmp-employee-id            pic x(6).
         05 lmp-old-salary             pic 9(7).
         05 lmp-amount                 pic 9(7).
         05 lmp-new-salary             pic 9(7).
         05 lmp-eff-date               pic 9(8).
         05 filler                     pic x(31)   value spaces.
         05 lmp-rec-type               pic x(1)    value "L".
         05 filler                     pic x(65)   value spaces.

      *Control-trailer sections - the last record on each interface
      *file carries the record count and hash totals of everything
         05 mtr-count                  pic 9(7).
         05 mtr-salary-total           pic 9(11).
         05 mtr-raise-total            pic 9(11).
         05 filler                     pic x(26).

      *Trailer written on the payroll interface extract - carries a
      *prorated-raise control total (in cents) alongside the annual
         05 etr-old-sal-total          pic 9(11).
         05 etr-raise-total            pic 9(11).
         05 etr-prorated-total         pic 9(9)v99.
      *lump-sum records - counted and hashed apart from the
      *raise records above
         05 etr-lump-count             pic 9(7).
         05 etr-lump-total             pic 9(11).
         05 filler                     pic x(68)   value spaces.

      *Budget-scaled segment marker - written ahead of this run's
      *history records when budget enforcement scaled the raises.
         05 bmk-id                     pic x(6)    value "999997".
         05 bmk-year                   pic 9(4).
         05 bmk-run-date               pic 9(8).
         05 filler                     pic x(41)   value spaces.

      *Trailer written on the salary history file - history-file is
      *opened extend and accumulates across runs, so each run ends
         05 htr-count                  pic 9(7).
         05 htr-old-sal-total          pic 9(11).
         05 htr-raise-total            pic 9(11).
         05 filler                     pic x(24)   value spaces.

      *Salary history/master detail section
       01 ws-history-detail.
         05 hist-performance           pic x.
         05 hist-raise-amount          pic 9(7).
         05 hist-year                  pic 9(4).
      *One-time lump sum paid in lieu of the part of the raise the
      *salary cap trimmed - kept apart from hist-raise-amount so it
      *never carries into next year's salary
         05 hist-lump-sum              pic 9(7).

      *Checkpoint/restart detail section - captures everything the
      *job needs to pick back up where it left off instead of
         05 ws-stl-count               pic zzzz9.
         05 filler                     pic x(94)   value spaces.

      *Lump-sum section - every teacher the salary cap held back,
      *with the one-time lump sum owed in lieu of the trimmed
      *raise, subtotalled by department so payroll and the
      *department heads see what goes out beside base salary
       01 ws-lump-heading1.
         05 filler                     pic x(49)   value
         "LUMP SUMS IN LIEU OF RAISE - HELD AT SALARY CAP  ".
         05 filler                     pic x(83)   value spaces.

       01 ws-lump-heading2.
         05 filler                     pic x(6)    value 'EMP ID'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(4)    value 'DEPT'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(4)    value 'NAME'.
         05 filler                     pic x(24)   value spaces.
         05 filler                     pic x(10)   value 'NEW SALARY'.
         05 filler                     pic x(5)    value spaces.
         05 filler                     pic x(8)    value 'LUMP SUM'.
         05 filler                     pic x(67)   value spaces.

       01 ws-lump-detail.
         05 ws-lpd-employee-id         pic x(6).
         05 filler                     pic x(2)    value spaces.
         05 ws-lpd-dept-code           pic x(4).
         05 filler                     pic x(2)    value spaces.
         05 ws-lpd-name                pic x(20).
         05 filler                     pic x(8)    value spaces.
         05 ws-lpd-new-salary          pic zz,zzz,zz9.
         05 filler                     pic x(3)    value spaces.
         05 ws-lpd-amount              pic zz,zzz,zz9.
         05 filler                     pic x(67)   value spaces.

       01 ws-lump-subtotal-line.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(5)    value "DEPT ".
         05 ws-lps-dept-code           pic x(4).
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(12)   value
         "TEACHERS = ".
         05 ws-lps-count               pic zzzz9.
         05 filler                     pic x(25)   value spaces.
         05 ws-lps-amount              pic $$,$$$,$$9.
         05 filler                     pic x(67)   value spaces.

       01 ws-lump-total-line.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(11)   value
         "ALL DEPTS  ".
         05 filler                     pic x(12)   value
         "TEACHERS = ".
         05 ws-lpt-count               pic zzzz9.
         05 filler                     pic x(25)   value spaces.
         05 ws-lpt-amount              pic $$,$$$,$$9.
         05 filler                     pic x(67)   value spaces.

      *The capped teachers in report (department) order, held for
      *the lump-sum section printed at the end of the report.  A
      *restart's replay rebuilds it along with every other total
       01 ws-lump-table.
         05 ws-lump-entry              occurs 3000 times.
           10 lpt-employee-id          pic x(6).
           10 lpt-dept-code            pic x(4).
           10 lpt-name                 pic x(20).
           10 lpt-new-salary           pic 9(7).
           10 lpt-amount               pic 9(7).


      *Department reference table - loaded from dept-file at start
      *of run so every teacher's department code can be proven and
           10 dpt-entitled-cum         pic 9(9).
           10 dpt-funded-cum           pic 9(9).

      *Salary schedule table - loaded from sched-file at start of
      *run so every new salary can be proven inside its band
       01 ws-sched-table.
         05 ws-sched-entry             occurs 300 times.
           10 sct-grade                pic x(2).
           10 sct-step                 pic 9(2).
           10 sct-min-salary           pic 9(7).
           10 sct-max-salary           pic 9(7).

      *Simulation scenario table - up to five candidate rate rows
      *computed side by side in one pass over the teacher master.
      *Each entry carries the candidate rates plus the accumulators
         05 tin-empl-status            pic x.
         05 tin-status-date            pic 9(8).
         05 tin-perf-year              pic 9(4).
         05 tin-grade                  pic x(2).
         05 tin-step                   pic 9(2).

      *Control-trailer working fields - what the teacher master's
      *trailer says it holds versus what was actually read, and the
       77 ws-dept-sub                  pic 9(3)    value 0.
       77 ws-dept-found                pic x       value "N".
       77 ws-lookup-dept               pic x(4)    value spaces.
      *Salary schedule working fields - ws-sched-sub is left
      *pointing at the band 037-find-band found.  the saved
      *shadow total and capped count let 157-check-band back an
      *out-of-band teacher out of the figures already run up
       77 ws-sched-status              pic xx      value "00".
       77 ws-sched-eof-flag            pic x       value "n".
       77 ws-sched-count               pic 9(3)    value 0.
       77 ws-sched-sub                 pic 9(3)    value 0.
       77 ws-band-found                pic x       value "N".
       77 ws-band-ok                   pic x       value "Y".
       77 ws-lookup-grade              pic x(2)    value spaces.
       77 ws-lookup-step               pic 9(2)    value 0.
       77 ws-band-trunc-save           pic 9(7)    value 0.
       77 ws-band-capped-save          pic 9(5)    value 0.
      *Run-control register record - program id, stamp, phase
      *(S start / E end), cycle year, record count, return code
       01 ws-runlog-detail.
       77 ws-entitled-raise            pic 9(7)    value 0.
       77 ws-funded-cum                pic 9(9)    value 0.
       77 ws-scale-delta               pic s9(7)   value 0.
       77 ws-budget-scaled             pic x       value "N".
      *Simulation working fields
       77 ws-scen-status               pic xx      value "00".
       77 ws-sim-mode                  pic x       value "N".
       77 ws-replay-mode               pic x       value "N".
       77 ws-replay-ext                pic 9(7)    value 0.
       77 ws-replay-hist               pic 9(7)    value 0.
       77 ws-replay-lump               pic 9(7)    value 0.
      *Lump-sum working fields - the amount the cap trimmed off
      *this teacher's raise, the extract trailer's lump-sum count
      *and hash, and the section's department break
       77 ws-lump-sum                  pic 9(7)    value 0.
       77 ws-lump-rec-count            pic 9(7)    value 0.
       77 ws-lump-total                pic 9(11)   value 0.
       77 ws-lump-sub                  pic 9(4)    value 0.
       77 ws-lump-prev-dept            pic x(4)    value spaces.
       77 ws-lump-dept-count           pic 9(5)    value 0.
       77 ws-lump-dept-amount          pic 9(9)    value 0.
      *
       procedure division.
       000-main.
           perform 940-log-start.
           perform 050-load-rates.
           perform 051-verify-rates-loaded.
           perform 035-load-schedule.
      *Picking up where the last run left off, if it did not run
      *to completion.  The restart point is taken from what is
      *physically on the interface files, not from the checkpoint
      *Printing the headcount/raise-distribution summary
           perform 180-print-summary.

      *Printing the lump sums owed in lieu of capped raises
           perform 190-print-lump-section.

      *Sealing the interface files with their control trailers so
      *the GL posting step and any later reader of the history file
      *can prove they read everything this run wrote
           move ws-ext-old-total       to etr-old-sal-total.
           move ws-ext-raise-total     to etr-raise-total.
           move ws-prorated-total      to etr-prorated-total.
           move ws-lump-rec-count      to etr-lump-count.
           move ws-lump-total          to etr-lump-total.
           write extract-line          from ws-extract-trailer.
           move ws-ext-rec-count       to htr-count.
           move ws-ext-old-total       to htr-old-sal-total.
               move "Y"                to ws-dept-found
           end-if.
      *
      ******************************************************************

       035-load-schedule.
      * load the salary schedule - a run without it cannot prove a
      * new salary against its band, so stop cold like a missing
      * rate table
           open input sched-file.
           if (ws-sched-status is not equal "00")
               display "T2-01-P2 ABEND - SALARY SCHEDULE OPEN "
               "FAILED, STATUS " ws-sched-status
               move 16                 to return-code
               stop run
           end-if.
           move "n"                    to ws-sched-eof-flag.
           read sched-file
               at end
                   move "y"            to ws-sched-eof-flag.
           perform 036-load-one-band
             until ws-sched-eof-flag = "y".
           close sched-file.
           if (ws-sched-count is equal 0)
               display
               "T2-01-P2 ABEND - SALARY SCHEDULE HOLDS NO RECORDS"
               move 16                 to return-code
               stop run
           end-if.
      *
      ******************************************************************

       036-load-one-band.
           if (ws-sched-count >= 300)
               display
               "T2-01-P2 ABEND - MORE THAN 300 SALARY SCHEDULE RECORDS"
               move 16                 to return-code
               stop run
           end-if.
      * a mispunched band would turn the band check into a coin
      * toss - same stop-cold treatment as a bad rate row
           if (sc-step is not numeric) or
             (sc-min-salary is not numeric) or
             (sc-max-salary is not numeric) or
             (sc-min-salary > sc-max-salary)
               display "T2-01-P2 ABEND - BAD SALARY SCHEDULE BAND "
               "FOR GRADE " sc-grade " STEP " sc-step
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

       037-find-band.
      * serial search of the salary schedule for ws-lookup-grade /
      * ws-lookup-step - ws-band-found says whether it is there and
      * ws-sched-sub is left pointing at the band when it is
           move "N"                    to ws-band-found.
           move 0                      to ws-sched-sub.
           perform 038-check-one-band
             until ws-band-found = "Y"
             or ws-sched-sub >= ws-sched-count.
      *
      ******************************************************************

       038-check-one-band.
           add 1                       to ws-sched-sub.
           if (ws-lookup-grade is equal sct-grade(ws-sched-sub)) and
             (ws-lookup-step is equal sct-step(ws-sched-sub))
               move "Y"                to ws-band-found
           end-if.
      *
      ******************************************************************

       040-check-scenario.
      * one teacher's entitled raise into their department's total.
      * only the teachers the paying pass will pay are costed in -
      * same validation, same status skip, same tier/longevity/
      * proration/cap arithmetic, same grade/step band test
           move in-dept-code           to ws-lookup-dept.
           perform 032-find-dept.
           perform 095-check-pay-status.
                   move ws-actual-raise-calc
                                       to ws-act-raise
               end-if
      *a new salary outside the teacher's grade/step band is held
      *off by the paying pass and paid nothing - it takes no share
      *of the department's budget either
               compute ws-new-sal = in-salary + ws-act-raise
               perform 156-test-band
               if (ws-band-ok is equal "Y")
                   add ws-act-raise    to dpt-entitled(ws-dept-sub)
               end-if
           end-if.
           read sorted-teacher-file
               at end
      *date and pay periods - the restart must carry them forward,
      *not today's, or the rebuilt totals and the resumed records
      *would disagree with what is already on the file
      *a lump-sum record rides behind its raise record and is
      *counted apart - it is never the first line
           if (extract-line(67:1) is equal "L")
               add 1                   to ws-replay-lump
           else
               if (ws-replay-ext is equal 0)
                   move extract-line   to ws-extract-detail
               end-if
               add 1                   to ws-replay-ext
           end-if.
           read extract-file
               at end
                   move "y"            to ws-eof-flag.
      ******************************************************************

       059-count-one-history.
      *a "999998" amendment-segment header (the retro run's), a
      *"999997" budget-scaled marker and a "999996" off-cycle
      *segment header are structural and count toward nothing -
      *only data records past the last trailer belong to an
      *interrupted raise run
           if (history-line(1:6) is equal "999999")
               move 0                  to ws-replay-hist
           else
               if (history-line(1:6) is not equal "999998") and
                 (history-line(1:6) is not equal "999997") and
                 (history-line(1:6) is not equal "999996")
                   add 1               to ws-replay-hist
               end-if
           end-if.
                                           ws-new-sal
                                           ws-calc-raise-trunc
                                           ws-interim-trunc
                                           ws-act-raise-trunc
                                           ws-lump-sum.
           move in-employee-id        to ws-prt-employee-id.
           move in-name                to ws-prt-name.
           move in-dept-code           to ws-prt-dept-code.
               move ws-calc-raise      to ws-prt-calc-raise

      *Shadow cap check, without rounding, purely for the
      *rounding-variance comparison below.  the shadow total and
      *capped count are saved first so an out-of-band new salary
      *can be backed out of them
               move ws-total-act-sal-trunc
                                       to ws-band-trunc-save
               move ws-capped-count    to ws-band-capped-save
               compute ws-new-salary-calc-trunc = ws-calc-raise-trunc +
               in-salary
               if (ws-new-salary-calc-trunc <= ws-70k-cnst)
               else
                   compute ws-actual-raise-calc = ws-new-salary-calc -
                   ws-70k-cnst
      *the part of the raise the cap trims off is owed as a
      *one-time lump sum in lieu - it never enters base salary
                   move ws-actual-raise-calc
                                           to ws-lump-sum

                   compute ws-actual-raise-calc = ws-calc-raise -
                   ws-actual-raise-calc
                   add 1                   to ws-capped-count
               end-if

      *The entitled new salary must sit inside the teacher's
      *grade/step band on the salary schedule - one that does not
      *is listed and held off the extract and history like any
      *other exception.  the pre-pass made the same test, so a
      *teacher held off here was never costed into the
      *department's entitled total
               compute ws-new-sal = in-salary + ws-act-raise
               move "N"                to ws-budget-scaled
               perform 157-check-band
           end-if.

           if (ws-valid-salary is equal "Y")
      *Budget enforcement - where the department's entitled total
      *overruns dp-raise-budget, every raise in it is scaled back
      *proportionally.  Each teacher is funded their rounded
                                       to ws-prt-calc-raise
                   move "SCALED TO FIT RAISE BUDGET"
                                       to ws-prt-comment
                   move "Y"            to ws-budget-scaled
      *the trunc shadow totals were run up from the entitled
      *figures - back the scaling out of them so the rounding-
      *variance line keeps comparing like with like
               end-if

               compute ws-new-sal = in-salary + ws-act-raise
      *a scaled-back salary is proved against the band again - it
      *can fall below the band minimum the entitled one cleared
               if (ws-budget-scaled is equal "Y")
                   perform 157-check-band
               end-if
           end-if.

           if (ws-valid-salary is equal "Y")
               if (in-performance is equal 'A')
                   add 1                   to ws-headcount-a
                   add in-salary           to ws-oldsal-a
                   add ws-act-raise        to ws-actraise-s
               end-if
           else
               if (ws-band-ok is equal "N")
                   move "OUT OF BAND - SEE EXCEPTION LISTING"
                                       to ws-prt-comment
               else
               if (in-salary is not numeric)
                   move "INVALID SALARY - SEE EXCEPTION LISTING"
                                       to ws-prt-comment
                                       to ws-prt-comment
                   end-if
               end-if
               end-if
           end-if.

           move ws-act-raise           to ws-prt-actual-raise.
               if (ws-replay-mode is not equal "Y")
                   write extract-line  from ws-extract-detail
               end-if
      *A capped teacher's lump sum rides right behind their raise
      *record, ahead of the history line
               if (ws-lump-sum > 0)
                   perform 135-write-lump-sum
               end-if
      *Carrying the new salary forward to next year's salary
      *history/master file.  employee id is carried along with the
      *name so a future read-back can tell two same-named teachers
               move in-performance     to hist-performance
               move ws-act-raise       to hist-raise-amount
               move ws-run-year        to hist-year
               move ws-lump-sum        to hist-lump-sum
      *A replayed record's history line is already on the file -
      *except when the abend hit between a record's extract write
      *and its history write, leaving the history exactly one
               add ws-act-raise        to ws-ext-raise-total
           end-if.
      *
      ******************************************************************

       135-write-lump-sum.
      * the lump sum in lieu of the capped raise - its own extract
      * record type, its own trailer count and hash, and a line in
      * the report's lump-sum section.  a replayed record's lump-sum
      * line is already on the extract - except when the abend hit
      * between the raise record and the lump-sum record; that one
      * line is made good here.  ws-lump-rec-count is still the
      * count BEFORE this record, so the k-th replayed lump sum
      * sees k - 1
           move in-employee-id         to lmp-employee-id.
           move in-salary              to lmp-old-salary.
           move ws-lump-sum            to lmp-amount.
           move ws-new-sal             to lmp-new-salary.
           move ws-run-date            to lmp-eff-date.
           if (ws-lump-rec-count >= 3000)
               display "T2-01-P2 ABEND - MORE THAN 3000 LUMP SUMS "
               "IN ONE RUN"
               move 16                 to return-code
               stop run
           end-if.
           if (ws-replay-mode is not equal "Y")
               write extract-line      from ws-extract-lump
           else
               if (ws-lump-rec-count >= ws-replay-lump)
                   write extract-line  from ws-extract-lump
               end-if
           end-if.
           add 1                       to ws-lump-rec-count.
           add ws-lump-sum             to ws-lump-total.
           move in-employee-id         to
                               lpt-employee-id(ws-lump-rec-count).
           move in-dept-code           to
                               lpt-dept-code(ws-lump-rec-count).
           move in-name                to lpt-name(ws-lump-rec-count).
           move ws-new-sal             to
                               lpt-new-salary(ws-lump-rec-count).
           move ws-lump-sum            to lpt-amount(ws-lump-rec-count).
      *
      ******************************************************************

       155-skip-inactive.
                 after advancing 1 line
           end-if.
      *
      ******************************************************************

       156-test-band.
      * prove ws-new-sal inside the teacher's grade/step band.
      * a teacher not yet placed on the schedule (grade spaces) has
      * no band to prove.  one outside it - or on a grade/step the
      * schedule does not carry - leaves ws-band-ok "N" and the
      * reason in ws-except-reason
           move "Y"                    to ws-band-ok.
           if (in-grade is not equal to spaces)
               move in-grade           to ws-lookup-grade
               move in-step            to ws-lookup-step
               move spaces             to ws-except-reason
               if (in-step is not numeric)
                   move "N"            to ws-band-found
               else
                   perform 037-find-band
               end-if
               if (ws-band-found is equal "N")
                   move "N"            to ws-band-ok
                   move "GRADE/STEP NOT ON SALARY SCHEDULE"
                                       to ws-except-reason
               else
               if (ws-new-sal < sct-min-salary(ws-sched-sub)) or
                 (ws-new-sal > sct-max-salary(ws-sched-sub))
                   move "N"            to ws-band-ok
                   move "NEW SALARY OUTSIDE GRADE/STEP BAND"
                                       to ws-except-reason
               end-if
               end-if
           end-if.
      *
      ******************************************************************

       157-check-band.
      * a teacher whose new salary fails the band test is listed
      * with its own reason, and the raise already run up for it
      * is backed out so the record feeds no total, extract or
      * history line
           perform 156-test-band.
           if (ws-band-ok is equal "N")
               move "N"                to ws-valid-salary
               move in-employee-id     to ws-except-employee-id
               move in-name            to ws-except-name
               move in-salary          to ws-except-salary
               move in-performance     to ws-except-perf
               add 1                   to ws-except-counter
               if (ws-replay-mode is not equal "Y")
                   write exception-line
                                       from ws-except-detail
                     after advancing 1 line
               end-if
               move ws-band-trunc-save to ws-total-act-sal-trunc
               move ws-band-capped-save
                                       to ws-capped-count
      *a scaled teacher's entitled and funded amounts are already
      *in the department's cumulative figures - taken back out so
      *the rest of the department is funded as if the teacher
      *had never been walked
               if (ws-budget-scaled is equal "Y")
                   subtract ws-entitled-raise
                                  from dpt-entitled-cum(ws-dept-sub)
                   subtract ws-act-raise
                                  from dpt-funded-cum(ws-dept-sub)
                   move "N"            to ws-budget-scaled
               end-if
               move zeros              to ws-calc-raise
                                           ws-prt-calc-raise
                                           ws-act-raise
                                           ws-new-sal
                                           ws-lump-sum
           end-if.
      *
      ******************************************************************

       130-prorate-extract.
           write print-line            from ws-status-detail-line
             after advancing 1 line.
      *
      ******************************************************************

       190-print-lump-section.
      * the lump-sum section - the capped teachers in department
      * order, a subtotal at each department break and a total for
      * the run.  a run with nobody at the cap says so
           write print-line            from ws-lump-heading1
             after advancing 2 lines.
           write print-line            from ws-lump-heading2
             after advancing 1 line.
           move spaces                 to ws-lump-prev-dept.
           move zeros                  to ws-lump-dept-count
                                           ws-lump-dept-amount.
           move 0                      to ws-lump-sub.
           perform 191-print-one-lump
             until ws-lump-sub >= ws-lump-rec-count.
           if (ws-lump-rec-count > 0)
               perform 192-print-lump-subtotal
           end-if.
           move ws-lump-rec-count      to ws-lpt-count.
           move ws-lump-total          to ws-lpt-amount.
           write print-line            from ws-lump-total-line
             after advancing 2 lines.
      *
      ******************************************************************

       191-print-one-lump.
           add 1                       to ws-lump-sub.
           if (lpt-dept-code(ws-lump-sub) is not equal
               ws-lump-prev-dept) and
             (ws-lump-sub > 1)
               perform 192-print-lump-subtotal
           end-if.
           move lpt-dept-code(ws-lump-sub)
                                       to ws-lump-prev-dept.
           move lpt-employee-id(ws-lump-sub)
                                       to ws-lpd-employee-id.
           move lpt-dept-code(ws-lump-sub)
                                       to ws-lpd-dept-code.
           move lpt-name(ws-lump-sub)  to ws-lpd-name.
           move lpt-new-salary(ws-lump-sub)
                                       to ws-lpd-new-salary.
           move lpt-amount(ws-lump-sub)
                                       to ws-lpd-amount.
           write print-line            from ws-lump-detail
             after advancing 1 line.
           add 1                       to ws-lump-dept-count.
           add lpt-amount(ws-lump-sub) to ws-lump-dept-amount.
      *
      ******************************************************************

       192-print-lump-subtotal.
           move ws-lump-prev-dept      to ws-lps-dept-code.
           move ws-lump-dept-count     to ws-lps-count.
           move ws-lump-dept-amount    to ws-lps-amount.
           write print-line            from ws-lump-subtotal-line
             after advancing 1 line.
           move zeros                  to ws-lump-dept-count
                                           ws-lump-dept-amount.
      *
      ******************************************************************

       181-print-rating-a.
      * validate in-performance and in-salary; log exceptions for
      * payroll to correct at the source before the next run
           move "Y"                    to ws-valid-salary.
           move "Y"                    to ws-band-ok.
           if (in-salary is not numeric)
               move "N"                to ws-valid-salary
               move in-employee-id     to ws-except-employee-id
