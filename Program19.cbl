       identification division.
       program-id. T2-01-P2-FCST.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program Description:
      *THis program is the multi-year salary cost forecast for the
      *budget office.  Where the what-if scenario run only prices
      *this year's raise, this program takes every teacher the raise
      *run would pay off the indexed master and carries their salary
      *forward three to five years: each year the current rate row's
      *A/G/S tier raise for their rating, the longevity step for the
      *milestone their hire-date service has reached by that year,
      *first-year proration, and the rt-cap - the same arithmetic the
      *raise run pays with, the part of a raise the cap trims off
      *costed as the one-time lump sum in lieu.  The projection is
      *gathered into a department-by-year matrix of headcount, total
      *salary cost and raise cost, thinned each year by the attrition
      *rate on the parameter card (leavers are not replaced), and
      *each department's raise cost is checked against its annual
      *dp-raise-budget so the first year it runs out of budget shows
      *on the department's heading.  Nothing is written but the
      *report.
       environment division.
       input-output section.
       file-control.
      *Forecast parameter - the number of years to project and the
      *yearly attrition rate
           select parm-file
               assign to PARMIN
               organization is line sequential
               file status is ws-parm-status.
      *Live teacher master, indexed on employee id, read front to
      *back in key order
           select teacher-master
               assign to TEACHMST
               organization is indexed
               access is sequential
               record key is tm-employee-id
               file status is ws-mst-status.
      *Effective-dated raise percentages, salary cap and longevity
      *steps - the same rate table the raise run reads
           select rates-file
               assign to RATESIN
               organization is line sequential
               file status is ws-rates-status.
      *Department reference file - code, name and annual raise
      *budget
           select dept-file
               assign to DEPTIN
               organization is line sequential
               file status is ws-dept-status.
      *Forecast report
           select print-file
               assign to PRINTOUT
               organization is line sequential.
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
       fd parm-file
           data record is parm-rec
           record contains 5 characters.
      *Defining the forecast parameter record - years to project
      *(3 to 5) and the attrition rate as a percentage a year
       01 parm-rec.
         05 parm-years                 pic 9(1).
         05 parm-attrition             pic 9(2)v99.

      *File division
       fd teacher-master
           data record is tm-rec
           record contains 61 characters.
      *Defining the master record - same layout the raise run reads
       01 tm-rec.
         05 tm-employee-id             pic x(6).
         05 tm-name                    pic x(20).
         05 tm-salary                  pic 9(5).
         05 tm-performance             pic x.
           88 tm-perf-valid            value 'A' 'G' 'S'.
         05 tm-dept-code               pic x(4).
         05 tm-hire-date               pic 9(8).
         05 tm-empl-status             pic x.
           88 tm-on-leave              value 'L'.
           88 tm-terminated            value 'T'.
         05 tm-status-date             pic 9(8).
         05 tm-perf-year               pic 9(4).
         05 tm-grade                   pic x(2).
         05 tm-step                    pic 9(2).

      *File division
       fd rates-file
           data record is rates-rec
           record contains 57 characters.
      *Defining the effective-dated rate table record
       01 rates-rec.
         05 rt-eff-date                 pic 9(8).
         05 rt-3-percent                pic 9(3)v999.
         05 rt-1-percent                pic 9(4)v999.
         05 rt-3-half-percent           pic 9(4)v999.
         05 rt-cap                      pic 9(8).
         05 rt-long-step                occurs 3 times.
           10 rt-long-years             pic 9(2).
           10 rt-long-percent           pic 9(2)v999.

      *File division
       fd dept-file
           data record is dept-rec
           record contains 33 characters.
      *Defining the department reference record
       01 dept-rec.
         05 dp-code                     pic x(4).
         05 dp-name                     pic x(20).
         05 dp-raise-budget             pic 9(9).

      *File division
       fd print-file
           data record is print-line
           record contains 132 characters.

       01 print-line                   pic x(132).

      *File division
       fd run-log-file
           data record is run-log-line
           record contains 50 characters.

       01 run-log-line                 pic x(50).

      *Working storage section
       working-storage section.

      *Constant for end of file
       01 ws-eof-flag                  pic x       value "n".

      *Control record read off the teacher master
       01 ws-mst-control.
         05 mct-id                     pic x(6).
         05 mct-count                  pic 9(7).
         05 mct-salary-total           pic 9(11).
         05 mct-raise-total            pic 9(11).
         05 filler                     pic x(26).

      *Longevity step table off the rate row in effect
       01 ws-longevity-table.
         05 ws-long-entry              occurs 3 times.
           10 ws-long-years            pic 9(2).
           10 ws-long-percent          pic 9(2)v999.

      *Department table - loaded from dept-file, with the
      *forecast matrix under each department: one cell per
      *projected year holding the teachers still on staff, their
      *salary cost (base salary plus any lump sum in lieu) and the
      *raise cost the year adds, before attrition is applied
       01 ws-dept-table.
         05 ws-dept-entry              occurs 50 times.
           10 dpt-code                 pic x(4).
           10 dpt-name                 pic x(20).
           10 dpt-raise-budget         pic 9(9).
           10 dpt-first-over           pic 9(4).
           10 dpt-year-cell            occurs 5 times.
             15 dpt-headcount          pic 9(5).
             15 dpt-salary-cost        pic 9(11).
             15 dpt-raise-cost         pic 9(11).

      *All-department totals, by projected year, after attrition
       01 ws-total-table.
         05 ws-total-cell              occurs 5 times.
           10 tot-headcount            pic 9(7).
           10 tot-salary-cost          pic 9(13).
           10 tot-raise-cost           pic 9(13).

      *Share of the staff still on hand each projected year - the
      *attrition rate compounded year on year
       01 ws-retain-table.
         05 ws-retain-factor           pic 9v9(6)  occurs 5 times.

      *Report heading sections
       01 ws-heading1.
         05 filler                     pic x(32)   value
         "MULTI-YEAR SALARY COST FORECAST ".
         05 filler                     pic x(9)    value
         "RUN DATE ".
         05 ws-h1-run-date             pic 9(8).
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(16)   value
         "RATES EFFECTIVE ".
         05 ws-h1-rates-date           pic 9(8).
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(10)   value
         "ATTRITION ".
         05 ws-h1-attrition            pic z9.99.
         05 filler                     pic x(10)   value
         "% A YEAR  ".
         05 filler                     pic x(6)    value
         "YEARS ".
         05 ws-h1-years                pic 9.
         05 filler                     pic x(21)   value spaces.

      *Column heading - the projected years, built at run time so
      *unused columns stay blank.  widths/fillers kept in step with
      *ws-matrix-line below so each year sits over its column
       01 ws-heading2.
         05 filler                     pic x(26)   value spaces.
         05 ws-h2-col                  occurs 5 times.
           10 filler                   pic x(11).
           10 ws-h2-year               pic x(4).
           10 filler                   pic x(1).
         05 filler                     pic x(26)   value spaces.

      *Department heading line - the budget the raise cost is
      *checked against and the first year it is overrun
       01 ws-dept-heading.
         05 filler                     pic x(5)    value "DEPT ".
         05 ws-dh-code                 pic x(4).
         05 filler                     pic x(2)    value spaces.
         05 ws-dh-name                 pic x(20).
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(20)   value
         "ANNUAL RAISE BUDGET ".
         05 ws-dh-budget               pic zzz,zzz,zz9.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(23)   value
         "FIRST YEAR OVER BUDGET ".
         05 ws-dh-first-over           pic x(4).
         05 filler                     pic x(38)   value spaces.

      *Matrix line - one measure across the projected years; a *
      *after a raise cost marks a year over budget
       01 ws-matrix-line.
         05 filler                     pic x(4).
         05 ws-mx-label                pic x(22).
         05 ws-mx-col                  occurs 5 times.
           10 ws-mx-amount             pic zzz,zzz,zzz,zz9.
           10 ws-mx-flag               pic x(1).
         05 filler                     pic x(26).

      *Exception line - a teacher the forecast could not project
       01 ws-except-line.
         05 filler                     pic x(20)   value
         "** NOT PROJECTED:   ".
         05 ws-ex-employee-id          pic x(6).
         05 filler                     pic x(2)    value spaces.
         05 ws-ex-name                 pic x(20).
         05 filler                     pic x(2)    value spaces.
         05 ws-ex-dept-code            pic x(4).
         05 filler                     pic x(2)    value spaces.
         05 ws-ex-reason               pic x(40).
         05 filler                     pic x(36)   value spaces.

      *Report total line sections
       01 ws-legend-line.
         05 filler                     pic x(56)   value
         "* RAISE COST OVER THE DEPARTMENT'S ANNUAL RAISE BUDGET  ".
         05 filler                     pic x(76)   value spaces.

       01 ws-projected-line.
         05 filler                     pic x(30)   value
         "TEACHERS PROJECTED          = ".
         05 ws-pj-count                pic zzzzz9.
         05 filler                     pic x(96)   value spaces.

       01 ws-not-projected-line.
         05 filler                     pic x(30)   value
         "TEACHERS NOT PROJECTED      = ".
         05 ws-np-count                pic zzzzz9.
         05 filler                     pic x(96)   value spaces.

       01 ws-over-line.
         05 filler                     pic x(30)   value
         "DEPARTMENTS OVER BUDGET     = ".
         05 ws-ov-count                pic zzzzz9.
         05 filler                     pic x(96)   value spaces.

      *Constants to be used in the program.
       77 ws-parm-status               pic xx      value "00".
       77 ws-parm-eof-flag             pic x       value "n".
       77 ws-mst-status                pic xx      value "00".
       77 ws-rates-status              pic xx      value "00".
       77 ws-rates-eof-flag            pic x       value "n".
       77 ws-dept-status               pic xx      value "00".
       77 ws-dept-eof-flag             pic x       value "n".
       77 ws-run-date                  pic 9(8)    value 0.
       77 ws-run-year                  pic 9(4)    value 0.
       77 ws-run-month                 pic 9(2)    value 0.
      *Master control-record working fields
       77 ws-mst-trl-found             pic x       value "N".
       77 ws-mst-in-count              pic 9(7)    value 0.
       77 ws-mst-in-salary             pic 9(11)   value 0.
      *Rate/cap working fields off the row in effect
       77 ws-3-percent-cnst            pic 9(3)v999
                                                   value 0.
       77 ws-1-percent-cnst            pic 9(4)v999
                                                   value 0.
       77 ws-3-half-percent-cnst       pic 9(4)v999
                                                   value 0.
       77 ws-70k-cnst                  pic 9(8)    value 0.
       77 ws-best-eff-date             pic 9(8)    value 0.
       77 ws-long-sub                  pic 9(1)    value 0.
       77 ws-long-pct-apply            pic 9(2)v999
                                                   value 0.
      *Department-table working fields
       77 ws-dept-count                pic 9(3)    value 0.
       77 ws-dept-sub                  pic 9(3)    value 0.
       77 ws-dept-found                pic x       value "N".
       77 ws-lookup-dept               pic x(4)    value spaces.
      *Projection working fields - one teacher, one year at a time
       77 ws-pay-teacher               pic x       value "Y".
       77 ws-year-sub                  pic 9(1)    value 0.
       77 ws-proj-salary               pic 9(7)    value 0.
       77 ws-calc-raise                pic 9(7)    value 0.
       77 ws-interim                   pic 9(7)    value 0.
       77 ws-act-raise                 pic 9(7)    value 0.
       77 ws-lump-sum                  pic 9(7)    value 0.
       77 ws-new-salary-calc           pic 9(8)    value 0.
      *Service working fields - months and whole years of service
      *as of the projected year, off the master's hire date
       77 ws-hire-year                 pic 9(4)    value 0.
       77 ws-hire-month                pic 9(2)    value 0.
       77 ws-service-months            pic s9(4)   value 0.
       77 ws-service-years             pic 9(2)    value 0.
      *Attrition working fields
       77 ws-keep-rate                 pic 9v9(6)  value 0.
       77 ws-cell-headcount            pic 9(7)    value 0.
       77 ws-cell-salary               pic 9(13)   value 0.
       77 ws-cell-raise                pic 9(13)   value 0.
       77 ws-budget-total              pic 9(11)   value 0.
      *Report counters
       77 ws-projected-count           pic 9(7)    value 0.
       77 ws-except-count              pic 9(6)    value 0.
       77 ws-over-count                pic 9(3)    value 0.
       77 ws-col-year                  pic 9(4)    value 0.
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
           accept ws-run-date           from date yyyymmdd.
           move ws-run-date(1:4)        to ws-run-year.
           move ws-run-date(5:2)        to ws-run-month.
           perform 010-read-parm.
           perform 030-load-depts.
           perform 050-load-rates.
           open input teacher-master.
           if (ws-mst-status is not equal "00")
               display "T2-01-P2-FCST ABEND - TEACHER MASTER OPEN "
               "FAILED, STATUS " ws-mst-status
               move 16                 to return-code
               stop run
           end-if.
           open output print-file.
           move ws-run-date            to ws-h1-run-date.
           move ws-best-eff-date       to ws-h1-rates-date.
           move parm-attrition         to ws-h1-attrition.
           move parm-years             to ws-h1-years.
           write print-line            from ws-heading1
             after advancing 1 line.
           read teacher-master
               at end
                   move "y"            to ws-eof-flag.
      *Perform loop to project every teacher on the master
           perform 100-process-one-teacher
             until ws-eof-flag = "y".
           close teacher-master.
      *Proving the master read complete before a single figure is
      *printed - a forecast off half a master understates every
      *department
           if (ws-mst-trl-found is equal "N")
               display
               "T2-01-P2-FCST ABEND - NO CONTROL RECORD ON MASTER"
               move 16                 to return-code
               stop run
           end-if.
           if (ws-mst-in-count is not equal mct-count) or
             (ws-mst-in-salary is not equal mct-salary-total)
               display
               "T2-01-P2-FCST ABEND - MASTER FAILS CONTROL RECORD"
               display "  CONTROL COUNT  " mct-count
                       "  READ COUNT  " ws-mst-in-count
               move 16                 to return-code
               stop run
           end-if.
      *Printing the department-by-year matrix and the totals
           move spaces                 to ws-heading2.
           move zeros                  to ws-total-table.
           move 0                      to ws-year-sub.
           perform 300-set-col-heading parm-years times.
           write print-line            from ws-heading2
             after advancing 2 lines.
           move 0                      to ws-dept-sub.
           perform 310-print-one-dept ws-dept-count times.
           perform 350-print-totals.
           write print-line            from ws-legend-line
             after advancing 2 lines.
           move ws-projected-count     to ws-pj-count.
           write print-line            from ws-projected-line
             after advancing 2 lines.
           move ws-except-count        to ws-np-count.
           write print-line            from ws-not-projected-line
             after advancing 1 line.
           move ws-over-count          to ws-ov-count.
           write print-line            from ws-over-line
             after advancing 1 line.
           close print-file.
      *Setting the return code - a teacher left out of the forecast
      *understates it, so the job demands a look
           if (ws-except-count > 0)
               move 4                  to return-code
           else
               move 0                  to return-code
           end-if.
           move ws-projected-count     to rl-rec-count.
           move return-code            to rl-return-code.
           perform 901-log-end.
      *
           stop run.
      *
      ******************************************************************

       010-read-parm.
      * the years to project and the attrition rate - a forecast
      * over the wrong horizon answers the wrong question, so a bad
      * card stops the run cold
           open input parm-file.
           if (ws-parm-status is not equal "00")
               display "T2-01-P2-FCST ABEND - PARAMETER FILE OPEN "
               "FAILED, STATUS " ws-parm-status
               move 16                 to return-code
               stop run
           end-if.
           read parm-file
               at end
                   move "y"            to ws-parm-eof-flag.
           close parm-file.
           if (ws-parm-eof-flag is equal "y") or
             (parm-years is not numeric) or
             (parm-years < 3) or (parm-years > 5) or
             (parm-attrition is not numeric)
               display "T2-01-P2-FCST ABEND - BAD FORECAST "
               "PARAMETER RECORD"
               move 16                 to return-code
               stop run
           end-if.
      * the share of staff kept each year, compounded - year 1 has
      * already lost one year's leavers
           compute ws-keep-rate = 1 - (parm-attrition / 100).
           move ws-keep-rate           to ws-retain-factor(1).
           move 1                      to ws-year-sub.
           perform 015-set-one-retain 4 times.
      *
      ******************************************************************

       015-set-one-retain.
           add 1                       to ws-year-sub.
           compute ws-retain-factor(ws-year-sub) rounded =
               ws-retain-factor(ws-year-sub - 1) * ws-keep-rate.
      *
      ******************************************************************

       030-load-depts.
      * load the department reference file - the matrix is laid
      * out by it and every raise cost is checked against its
      * budget, so a run without it stops cold
           open input dept-file.
           if (ws-dept-status is not equal "00")
               display "T2-01-P2-FCST ABEND - DEPARTMENT FILE OPEN "
               "FAILED, STATUS " ws-dept-status
               move 16                 to return-code
               stop run
           end-if.
           move "n"                    to ws-dept-eof-flag.
           read dept-file
               at end
                   move "y"            to ws-dept-eof-flag.
           perform 031-load-one-dept
             until ws-dept-eof-flag = "y".
           close dept-file.
           if (ws-dept-count is equal 0)
               display "T2-01-P2-FCST ABEND - DEPARTMENT FILE "
               "HOLDS NO RECORDS"
               move 16                 to return-code
               stop run
           end-if.
      *
      ******************************************************************

       031-load-one-dept.
           if (ws-dept-count >= 50)
               display "T2-01-P2-FCST ABEND - MORE THAN 50 "
               "DEPARTMENT RECORDS"
               move 16                 to return-code
               stop run
           end-if.
           if (dp-raise-budget is not numeric)
               display "T2-01-P2-FCST ABEND - NON-NUMERIC BUDGET "
               "FOR DEPT " dp-code
               move 16                 to return-code
               stop run
           end-if.
           add 1                       to ws-dept-count.
           move dp-code                to dpt-code(ws-dept-count).
           move dp-name                to dpt-name(ws-dept-count).
           move dp-raise-budget        to
                               dpt-raise-budget(ws-dept-count).
           move zeros                  to
                               dpt-first-over(ws-dept-count).
           move 0                      to ws-year-sub.
           perform 035-clear-one-cell 5 times.
           read dept-file
               at end
                   move "y"            to ws-dept-eof-flag.
      *
      ******************************************************************

       035-clear-one-cell.
           add 1                       to ws-year-sub.
           move zeros                  to
                     dpt-headcount(ws-dept-count, ws-year-sub)
                     dpt-salary-cost(ws-dept-count, ws-year-sub)
                     dpt-raise-cost(ws-dept-count, ws-year-sub).
      *
      ******************************************************************

       032-find-dept.
      * serial search of the department table for ws-lookup-dept -
      * ws-dept-found says whether it is there and ws-dept-sub is
      * left pointing at the entry when it is
           move "N"                    to ws-dept-found.
           move 0                      to ws-dept-sub.
           perform 033-check-one-dept
             until ws-dept-found = "Y"
             or ws-dept-sub >= ws-dept-count.
      *
      ******************************************************************

       033-check-one-dept.
           add 1                       to ws-dept-sub.
           if (ws-lookup-dept is equal dpt-code(ws-dept-sub))
               move "Y"                to ws-dept-found
           end-if.
      *
      ******************************************************************

       050-load-rates.
      * the rate row in effect today - the latest row whose
      * effective date is not after the run date, whatever order
      * rates-file is in.  the forecast holds it for every
      * projected year
           open input rates-file.
           if (ws-rates-status is not equal "00")
               display "T2-01-P2-FCST ABEND - RATES FILE OPEN "
               "FAILED, STATUS " ws-rates-status
               move 16                 to return-code
               stop run
           end-if.
           move "n"                    to ws-rates-eof-flag.
           read rates-file
               at end
                   move "y"            to ws-rates-eof-flag.
           perform 060-apply-rate
             until ws-rates-eof-flag = "y".
           close rates-file.
           if (ws-3-percent-cnst is equal 0) or
             (ws-1-percent-cnst is equal 0) or
             (ws-3-half-percent-cnst is equal 0) or
             (ws-70k-cnst is equal 0)
               display "T2-01-P2-FCST ABEND - NO EFFECTIVE RATE ROW "
               "ON RATES-FILE"
               move 16                 to return-code
               stop run
           end-if.
      *
      ******************************************************************

       060-apply-rate.
           if (rt-eff-date <= ws-run-date) and
             (rt-eff-date > ws-best-eff-date)
               move rt-3-percent       to ws-3-percent-cnst
               move rt-1-percent       to ws-1-percent-cnst
               move rt-3-half-percent  to ws-3-half-percent-cnst
               move rt-cap             to ws-70k-cnst
               move 0                  to ws-long-sub
               perform 066-apply-one-step 3 times
               move rt-eff-date        to ws-best-eff-date
           end-if.
           read rates-file
               at end
                   move "y"            to ws-rates-eof-flag.
      *
      ******************************************************************

       066-apply-one-step.
      * a short legacy rate row reads as no steps, not as junk
      * percentages
           add 1                       to ws-long-sub.
           if (rt-long-years(ws-long-sub) is numeric) and
             (rt-long-percent(ws-long-sub) is numeric)
               move rt-long-years(ws-long-sub)
                                       to ws-long-years(ws-long-sub)
               move rt-long-percent(ws-long-sub)
                                       to ws-long-percent(ws-long-sub)
           else
               move zeros              to ws-long-years(ws-long-sub)
                                           ws-long-percent(ws-long-sub)
           end-if.
      *
      ******************************************************************

       100-process-one-teacher.
      *  main logic paragraph - one master record
      *
           if (tm-employee-id is equal "999999")
               move tm-rec             to ws-mst-control
               move "Y"                to ws-mst-trl-found
           else
               add 1                   to ws-mst-in-count
               if (tm-salary is numeric)
                   add tm-salary       to ws-mst-in-salary
               end-if
               perform 095-check-pay-status
               if (ws-pay-teacher is equal "Y")
                   perform 110-check-one-teacher
               end-if
           end-if.
           read teacher-master
               at end
                   move "y"            to ws-eof-flag.
      *
      ******************************************************************

       095-check-pay-status.
      * the raise run's status ruling - the teacher is carried
      * unless a leave or termination is in force as of the run
      * date
           move "Y"                    to ws-pay-teacher.
           if ((tm-on-leave) or (tm-terminated)) and
             ((tm-status-date is not numeric) or
              (tm-status-date <= ws-run-date))
               move "N"                to ws-pay-teacher
           end-if.
      *
      ******************************************************************

       110-check-one-teacher.
      * a teacher the raise run would send to its exception listing
      * cannot be projected either - listed, and left out
           move tm-dept-code           to ws-lookup-dept.
           perform 032-find-dept.
           if (tm-salary is not numeric)
               move "NON-NUMERIC SALARY"
                                       to ws-ex-reason
               perform 160-print-exception
           else
               if not (tm-perf-valid)
                   move "INVALID PERFORMANCE CODE"
                                       to ws-ex-reason
                   perform 160-print-exception
               else
                   if (ws-dept-found is equal "N")
                       move "DEPARTMENT NOT ON DEPARTMENT FILE"
                                       to ws-ex-reason
                       perform 160-print-exception
                   else
                       add 1           to ws-projected-count
                       move tm-salary  to ws-proj-salary
                       move 0          to ws-year-sub
                       perform 200-project-one-year parm-years times
                   end-if
               end-if
           end-if.
      *
      ******************************************************************

       160-print-exception.
           add 1                       to ws-except-count.
           move tm-employee-id         to ws-ex-employee-id.
           move tm-name                to ws-ex-name.
           move tm-dept-code           to ws-ex-dept-code.
           write print-line            from ws-except-line
             after advancing 1 line.
      *
      ******************************************************************

       200-project-one-year.
      * one year of one teacher's salary - the tier raise for the
      * rating, the longevity step for the milestone reached by
      * that year, first-year proration and the cap, exactly as the
      * raise run pays it, then into the department's cell
           add 1                       to ws-year-sub.
           move zeros                  to ws-calc-raise
                                           ws-interim
                                           ws-act-raise
                                           ws-lump-sum.
           compute ws-calc-raise rounded = ws-proj-salary *
           ws-3-percent-cnst.
           if (tm-performance is equal 'G')
               compute ws-interim = ws-proj-salary + ws-calc-raise
               compute ws-interim rounded = ws-interim *
               ws-1-percent-cnst
               compute ws-calc-raise rounded = ws-interim +
               ws-calc-raise
           end-if.
           if (tm-performance is equal 'S')
               compute ws-interim = ws-proj-salary + ws-calc-raise
               compute ws-interim rounded = ws-interim *
               ws-3-half-percent-cnst
               compute ws-calc-raise rounded = ws-interim +
               ws-calc-raise
           end-if.
           perform 210-compute-service.
           move 0                      to ws-long-pct-apply.
           move 0                      to ws-long-sub.
           perform 220-pick-longevity 3 times.
           if (ws-long-pct-apply > 0)
               compute ws-interim = ws-proj-salary + ws-calc-raise
               compute ws-interim rounded = ws-interim *
               ws-long-pct-apply
               compute ws-calc-raise rounded = ws-interim +
               ws-calc-raise
           end-if.
           if (tm-hire-date is numeric) and
             (tm-hire-date > 0) and
             (ws-service-months < 12)
               compute ws-calc-raise rounded =
                   (ws-calc-raise * ws-service-months) / 12
           end-if.
      *held at the cap - the part of the raise the cap trims off is
      *the one-time lump sum in lieu, a cost that year but never
      *base salary
           compute ws-new-salary-calc = ws-calc-raise +
           ws-proj-salary.
           if (ws-new-salary-calc <= ws-70k-cnst)
               move ws-calc-raise      to ws-act-raise
           else
               if (ws-proj-salary >= ws-70k-cnst)
                   move ws-calc-raise  to ws-lump-sum
               else
                   compute ws-lump-sum = ws-new-salary-calc -
                   ws-70k-cnst
                   compute ws-act-raise = ws-calc-raise -
                   ws-lump-sum
               end-if
           end-if.
           add ws-act-raise            to ws-proj-salary.
           add 1                       to
                     dpt-headcount(ws-dept-sub, ws-year-sub).
           compute dpt-salary-cost(ws-dept-sub, ws-year-sub) =
               dpt-salary-cost(ws-dept-sub, ws-year-sub) +
               ws-proj-salary + ws-lump-sum.
           add ws-act-raise            to
                     dpt-raise-cost(ws-dept-sub, ws-year-sub).
      *
      ******************************************************************

       210-compute-service.
      * months and whole years of service as of the projected
      * year.  a zero or unreadable hire date is a record from
      * before the field existed - twelve months / zero years, so
      * the plain tier raise, unprorated, with no step
           if (tm-hire-date is numeric) and (tm-hire-date > 0)
               move tm-hire-date(1:4)  to ws-hire-year
               move tm-hire-date(5:2)  to ws-hire-month
               compute ws-service-months =
                   (ws-run-year + ws-year-sub - ws-hire-year) * 12
                   + ws-run-month - ws-hire-month
               if (ws-service-months < 0)
                   move 0              to ws-service-months
               end-if
               divide ws-service-months by 12
                 giving ws-service-years
           else
               move 12                 to ws-service-months
               move 0                  to ws-service-years
           end-if.
      *
      ******************************************************************

       220-pick-longevity.
      * one longevity milestone - the last qualifying one sticks,
      * so the largest milestone reached is the step granted
           add 1                       to ws-long-sub.
           if (ws-long-years(ws-long-sub) > 0) and
             (ws-service-years >= ws-long-years(ws-long-sub))
               move ws-long-percent(ws-long-sub)
                                       to ws-long-pct-apply
           end-if.
      *
      ******************************************************************

       300-set-col-heading.
           add 1                       to ws-year-sub.
           compute ws-col-year = ws-run-year + ws-year-sub.
           move ws-col-year            to ws-h2-year(ws-year-sub).
      *
      ******************************************************************

       310-print-one-dept.
      * one department - its cells thinned by attrition, the raise
      * cost of each year checked against the budget, then the
      * heading and the three matrix lines
           add 1                       to ws-dept-sub.
           move dpt-code(ws-dept-sub)  to ws-dh-code.
           move dpt-name(ws-dept-sub)  to ws-dh-name.
           move dpt-raise-budget(ws-dept-sub)
                                       to ws-dh-budget.
           add dpt-raise-budget(ws-dept-sub)
                                       to ws-budget-total.
           move 0                      to ws-year-sub.
           perform 320-age-one-cell parm-years times.
           if (dpt-first-over(ws-dept-sub) > 0)
               move dpt-first-over(ws-dept-sub)
                                       to ws-dh-first-over
               add 1                   to ws-over-count
           else
               move "NONE"             to ws-dh-first-over
           end-if.
           write print-line            from ws-dept-heading
             after advancing 2 lines.
           move spaces                 to ws-matrix-line.
           move "HEADCOUNT"            to ws-mx-label.
           move 0                      to ws-year-sub.
           perform 330-set-headcount parm-years times.
           write print-line            from ws-matrix-line
             after advancing 1 line.
           move spaces                 to ws-matrix-line.
           move "TOTAL SALARY COST"    to ws-mx-label.
           move 0                      to ws-year-sub.
           perform 332-set-salary-cost parm-years times.
           write print-line            from ws-matrix-line
             after advancing 1 line.
           move spaces                 to ws-matrix-line.
           move "RAISE COST"           to ws-mx-label.
           move 0                      to ws-year-sub.
           perform 334-set-raise-cost parm-years times.
           write print-line            from ws-matrix-line
             after advancing 1 line.
      *
      ******************************************************************

       320-age-one-cell.
      * the cell as projected, cut to the staff expected to still
      * be on hand that year, and into the all-department totals
           add 1                       to ws-year-sub.
           compute dpt-headcount(ws-dept-sub, ws-year-sub) rounded =
               dpt-headcount(ws-dept-sub, ws-year-sub) *
               ws-retain-factor(ws-year-sub).
           compute dpt-salary-cost(ws-dept-sub, ws-year-sub)
               rounded = dpt-salary-cost(ws-dept-sub, ws-year-sub) *
               ws-retain-factor(ws-year-sub).
           compute dpt-raise-cost(ws-dept-sub, ws-year-sub)
               rounded = dpt-raise-cost(ws-dept-sub, ws-year-sub) *
               ws-retain-factor(ws-year-sub).
           add dpt-headcount(ws-dept-sub, ws-year-sub)
                                       to tot-headcount(ws-year-sub).
           add dpt-salary-cost(ws-dept-sub, ws-year-sub)
                                       to tot-salary-cost(ws-year-sub).
           add dpt-raise-cost(ws-dept-sub, ws-year-sub)
                                       to tot-raise-cost(ws-year-sub).
           if (dpt-raise-cost(ws-dept-sub, ws-year-sub) >
             dpt-raise-budget(ws-dept-sub)) and
             (dpt-first-over(ws-dept-sub) is equal 0)
               compute dpt-first-over(ws-dept-sub) = ws-run-year +
               ws-year-sub
           end-if.
      *
      ******************************************************************

       330-set-headcount.
           add 1                       to ws-year-sub.
           move dpt-headcount(ws-dept-sub, ws-year-sub)
                                       to ws-mx-amount(ws-year-sub).
      *
      ******************************************************************

       332-set-salary-cost.
           add 1                       to ws-year-sub.
           move dpt-salary-cost(ws-dept-sub, ws-year-sub)
                                       to ws-mx-amount(ws-year-sub).
      *
      ******************************************************************

       334-set-raise-cost.
           add 1                       to ws-year-sub.
           move dpt-raise-cost(ws-dept-sub, ws-year-sub)
                                       to ws-mx-amount(ws-year-sub).
           if (dpt-raise-cost(ws-dept-sub, ws-year-sub) >
             dpt-raise-budget(ws-dept-sub))
               move "*"                to ws-mx-flag(ws-year-sub)
           end-if.
      *
      ******************************************************************

       350-print-totals.
      * every department together - the budget shown is the sum
      * of the departments' annual budgets
           move "ALL "                 to ws-dh-code.
           move "DEPARTMENTS"          to ws-dh-name.
           move ws-budget-total        to ws-dh-budget.
           move spaces                 to ws-dh-first-over.
           write print-line            from ws-dept-heading
             after advancing 3 lines.
           move spaces                 to ws-matrix-line.
           move "HEADCOUNT"            to ws-mx-label.
           move 0                      to ws-year-sub.
           perform 360-set-tot-headcount parm-years times.
           write print-line            from ws-matrix-line
             after advancing 1 line.
           move spaces                 to ws-matrix-line.
           move "TOTAL SALARY COST"    to ws-mx-label.
           move 0                      to ws-year-sub.
           perform 362-set-tot-salary parm-years times.
           write print-line            from ws-matrix-line
             after advancing 1 line.
           move spaces                 to ws-matrix-line.
           move "RAISE COST"           to ws-mx-label.
           move 0                      to ws-year-sub.
           perform 364-set-tot-raise parm-years times.
           write print-line            from ws-matrix-line
             after advancing 1 line.
      *
      ******************************************************************

       360-set-tot-headcount.
           add 1                       to ws-year-sub.
           move tot-headcount(ws-year-sub)
                                       to ws-mx-amount(ws-year-sub).
      *
      ******************************************************************

       362-set-tot-salary.
           add 1                       to ws-year-sub.
           move tot-salary-cost(ws-year-sub)
                                       to ws-mx-amount(ws-year-sub).
      *
      ******************************************************************

       364-set-tot-raise.
           add 1                       to ws-year-sub.
           move tot-raise-cost(ws-year-sub)
                                       to ws-mx-amount(ws-year-sub).
           if (tot-raise-cost(ws-year-sub) > ws-budget-total)
               move "*"                to ws-mx-flag(ws-year-sub)
           end-if.
      *
      ******************************************************************

       900-log-start.
      * stamp the run-control register on the way in - a start
      * with no matching end is how the schedule-status report
      * shows an abend
           accept ws-rlog-date         from date yyyymmdd.
           accept ws-rlog-time         from time.
           move "T2-01-P2-FCST"   to rl-program-id.
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
       end program T2-01-P2-FCST.
