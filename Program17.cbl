       identification division.
       program-id. T2-01-P2-SETL.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program Description:
      *THis program is the final-pay settlement run for teachers
      *terminated through a status transaction.  It walks the
      *indexed teacher master for every teacher standing at status
      *T, and for each termination not already on the settlement
      *ledger works out the salary still owed from the end of the
      *last paid period through the status effective date on
      *payroll's 26-period biweekly calendar - whole periods at the
      *biweekly rate, the broken final period by the day.  Each
      *settlement goes to payroll on the settlement extract, sealed
      *with the standard "999999" control trailer, and to the
      *settlement register for HR sign-off.  The ledger is appended
      *only once the extract is sealed, so a teacher is never
      *settled twice, and a termination reversed back to A before
      *the run simply is not at T any more and drops out.
       environment division.
       input-output section.
       file-control.
      *Settlement parameter - the pay year, and the last biweekly
      *period payroll has already paid in it
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
      *Settlement ledger - one record per termination ever settled,
      *accumulating across runs; read at the start so a settled
      *termination is passed over, extended at the end
           select ledger-file
               assign to SETLEDGR
               organization is line sequential
               file status is ws-ledger-status.
      *Settlement extract to payroll - one record per teacher
      *settled, sealed with a control trailer
           select settle-file
               assign to SETLOUT
               organization is line sequential.
      *Settlement register for HR sign-off
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
           record contains 6 characters.
      *Defining the settlement parameter record - last paid period
      *00 when nothing has been paid in the pay year yet
       01 parm-rec.
         05 parm-pay-year              pic 9(4).
         05 parm-last-paid             pic 9(2).

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
         05 tm-dept-code               pic x(4).
         05 tm-hire-date               pic 9(8).
         05 tm-empl-status             pic x.
           88 tm-terminated            value 'T'.
         05 tm-status-date             pic 9(8).
         05 tm-perf-year               pic 9(4).
         05 tm-grade                   pic x(2).
         05 tm-step                    pic 9(2).

      *File division
       fd ledger-file
           data record is ledger-line
           record contains 40 characters.

       01 ledger-line                  pic x(40).

      *File division
       fd settle-file
           data record is settle-line
           record contains 132 characters.

       01 settle-line                  pic x(132).

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

      *Settlement ledger record - the termination (employee id and
      *status date together) that was settled, when, and for how
      *much.  a teacher rehired and terminated again carries a new
      *status date and is a new termination
       01 ws-ledger-detail.
         05 led-employee-id            pic x(6).
         05 led-status-date            pic 9(8).
         05 led-settle-date            pic 9(8).
         05 led-amount                 pic 9(7)v99.
         05 filler                     pic x(9)    value spaces.

      *The ledger tabled - every termination settled by an earlier
      *run, with this run's settlements added behind them
       01 ws-ledger-table.
         05 ws-ledger-entry            occurs 9999 times.
           10 lt-employee-id           pic x(6).
           10 lt-status-date           pic 9(8).
           10 lt-amount                pic 9(7)v99.

      *Settlement extract detail section - salary owed from the end
      *of the last paid period through the termination date
       01 ws-settle-detail.
         05 stl-employee-id            pic x(6).
         05 stl-annual-salary          pic 9(7).
         05 stl-dept-code              pic x(4).
         05 stl-status-date            pic 9(8).
         05 stl-last-paid              pic 9(2).
         05 stl-periods-owed           pic 9(2).
         05 stl-days-owed              pic 9(2).
         05 stl-bw-salary              pic 9(5)v99.
         05 stl-amount                 pic 9(7)v99.
         05 filler                     pic x(85)   value spaces.

      *Trailer written on the settlement extract - record count,
      *annual salary hash and the settlement amount total (in
      *cents), under the reserved "999999" id
       01 ws-settle-trailer.
         05 str-id                     pic x(6)    value "999999".
         05 str-count                  pic 9(7).
         05 str-salary-total           pic 9(11).
         05 str-amount-total           pic 9(9)v99.
         05 filler                     pic x(97)   value spaces.

      *Cumulative days before each month - turns a yyyymmdd date
      *into a day number, so the termination date can be placed
      *on the biweekly calendar
       01 ws-cum-days-values           pic x(36)   value
           "000031059090120151181212243273304334".
       01 ws-cum-days-table redefines ws-cum-days-values.
         05 ws-cum-days                pic 9(3)    occurs 12 times.

      *Register heading sections
       01 ws-heading1.
         05 filler                     pic x(32)   value
         "FINAL-PAY SETTLEMENT REGISTER   ".
         05 filler                     pic x(9)    value
         "RUN DATE ".
         05 ws-h1-run-date             pic 9(8).
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(9)    value
         "PAY YEAR ".
         05 ws-h1-pay-year             pic 9(4).
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(17)   value
         "LAST PAID PERIOD ".
         05 ws-h1-last-paid            pic z9.
         05 filler                     pic x(45)   value spaces.

      *Column heading - widths/fillers kept in step with
      *ws-register-detail below so each word sits over its field
       01 ws-heading2.
         05 filler                     pic x(6)    value 'EMP ID'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(20)   value 'NAME'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(4)    value 'DEPT'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(8)    value 'TERM DT'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(7)    value ' SALARY'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(2)    value 'PD'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(2)    value 'DY'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(10)   value
         'AMOUNT DUE'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(44)   value 'NOTE'.
         05 filler                     pic x(13)   value spaces.

      *Register detail line - one terminated teacher settled, or
      *held back with the reason
       01 ws-register-detail.
         05 ws-rg-employee-id          pic x(6).
         05 filler                     pic x(2).
         05 ws-rg-name                 pic x(20).
         05 filler                     pic x(2).
         05 ws-rg-dept-code            pic x(4).
         05 filler                     pic x(2).
         05 ws-rg-term-date            pic x(8).
         05 filler                     pic x(2).
         05 ws-rg-salary               pic zzz,zz9.
         05 filler                     pic x(2).
         05 ws-rg-periods              pic z9.
         05 filler                     pic x(2).
         05 ws-rg-days                 pic z9.
         05 filler                     pic x(2).
         05 ws-rg-amount               pic zzz,zz9.99.
         05 filler                     pic x(2).
         05 ws-rg-note                 pic x(44).
         05 filler                     pic x(13).

      *Register total line sections
       01 ws-settled-line.
         05 filler                     pic x(30)   value
         "TEACHERS SETTLED            = ".
         05 ws-sl-count                pic zzzzz9.
         05 filler                     pic x(96)   value spaces.

       01 ws-amount-line.
         05 filler                     pic x(30)   value
         "TOTAL FINAL PAY OWED        = ".
         05 ws-am-amount               pic zzz,zzz,zz9.99.
         05 filler                     pic x(88)   value spaces.

       01 ws-already-line.
         05 filler                     pic x(30)   value
         "ALREADY SETTLED - PASSED    = ".
         05 ws-al-count                pic zzzzz9.
         05 filler                     pic x(96)   value spaces.

       01 ws-held-line.
         05 filler                     pic x(30)   value
         "HELD - NOT YET EFFECTIVE    = ".
         05 ws-hl-count                pic zzzzz9.
         05 filler                     pic x(96)   value spaces.

       01 ws-prior-line.
         05 filler                     pic x(30)   value
         "PRIOR PAY YEAR - PASSED     = ".
         05 ws-pr-count                pic zzzzz9.
         05 filler                     pic x(96)   value spaces.

       01 ws-except-line.
         05 filler                     pic x(30)   value
         "EXCEPTIONS - SETTLE BY HAND = ".
         05 ws-ex-count                pic zzzzz9.
         05 filler                     pic x(96)   value spaces.

       01 ws-signoff-line.
         05 filler                     pic x(42)   value
         "HR REVIEWED BY ________________________   ".
         05 filler                     pic x(20)   value
         "DATE ______________ ".
         05 filler                     pic x(70)   value spaces.

      *Constants to be used in the program.
       77 ws-parm-status               pic xx      value "00".
       77 ws-parm-eof-flag             pic x       value "n".
       77 ws-mst-status                pic xx      value "00".
       77 ws-ledger-status             pic xx      value "00".
       77 ws-ledger-eof-flag           pic x       value "n".
       77 ws-run-date                  pic 9(8)    value 0.
      *Master control-record working fields
       77 ws-mst-trl-found             pic x       value "N".
       77 ws-mst-in-count              pic 9(7)    value 0.
       77 ws-mst-in-salary             pic 9(11)   value 0.
      *Ledger-table working fields - the count loaded off the
      *ledger, so the end of run appends only what lies beyond it
       77 ws-ledger-count              pic 9(4)    value 0.
       77 ws-ledger-loaded             pic 9(4)    value 0.
       77 ws-ledger-sub                pic 9(4)    value 0.
       77 ws-ledger-found              pic x       value "N".
      *Biweekly-calendar working fields - period n of the pay year
      *runs from day (n-1)*14+1 through day n*14, the same
      *calendar the raise run prorates on; the odd day or two past
      *day 364 falls in period 26
       77 ws-term-doy                  pic 9(3)    value 0.
       77 ws-jan1-number               pic 9(7)    value 0.
       77 ws-paid-through              pic 9(3)    value 0.
       77 ws-days-owed                 pic s9(3)   value 0.
       77 ws-periods-owed              pic 9(2)    value 0.
       77 ws-part-days                 pic 9(2)    value 0.
       77 ws-bw-salary                 pic 9(5)v99 value 0.
       77 ws-settle-amount             pic 9(7)v99 value 0.
       77 ws-term-year                 pic 9(4)    value 0.
      *Day-number working fields
       77 ws-dn-date                   pic 9(8)    value 0.
       77 ws-dn-year                   pic 9(4)    value 0.
       77 ws-dn-month                  pic 9(2)    value 0.
       77 ws-dn-day                    pic 9(2)    value 0.
       77 ws-dn-prior-years            pic 9(4)    value 0.
       77 ws-dn-quotient               pic 9(4)    value 0.
       77 ws-dn-remainder              pic 9(4)    value 0.
       77 ws-dn-leap                   pic x       value "N".
       77 ws-dn-number                 pic 9(7)    value 0.
      *Extract trailer and register counters
       77 ws-settle-count              pic 9(7)    value 0.
       77 ws-settle-salary             pic 9(11)   value 0.
       77 ws-settle-total              pic 9(9)v99 value 0.
       77 ws-already-count             pic 9(6)    value 0.
       77 ws-held-count                pic 9(6)    value 0.
       77 ws-prior-count               pic 9(6)    value 0.
       77 ws-except-count              pic 9(6)    value 0.
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
           perform 010-read-parm.
      *Tabling every termination already settled, so none is paid
      *twice
           perform 020-load-ledger.
           open input teacher-master.
           if (ws-mst-status is not equal "00")
               display "T2-01-P2-SETL ABEND - TEACHER MASTER OPEN "
               "FAILED, STATUS " ws-mst-status
               move 16                 to return-code
               stop run
           end-if.
           open output settle-file, print-file.
           move ws-run-date            to ws-h1-run-date.
           move parm-pay-year          to ws-h1-pay-year.
           move parm-last-paid         to ws-h1-last-paid.
           write print-line            from ws-heading1
             after advancing 1 line.
           write print-line            from ws-heading2
             after advancing 2 lines.
           read teacher-master
               at end
                   move "y"            to ws-eof-flag.
      *Perform loop to settle every terminated teacher on the master
           perform 100-process-one-teacher
             until ws-eof-flag = "y".
           close teacher-master.
      *Proving the master read complete before the extract is
      *sealed - an unsealed extract is one payroll will refuse, and
      *the ledger is not touched, so the rerun settles the same
      *teachers again from scratch
           if (ws-mst-trl-found is equal "N")
               display
               "T2-01-P2-SETL ABEND - NO CONTROL RECORD ON MASTER"
               move 16                 to return-code
               stop run
           end-if.
           if (ws-mst-in-count is not equal mct-count) or
             (ws-mst-in-salary is not equal mct-salary-total)
               display
               "T2-01-P2-SETL ABEND - MASTER FAILS CONTROL RECORD"
               display "  CONTROL COUNT  " mct-count
                       "  READ COUNT  " ws-mst-in-count
               move 16                 to return-code
               stop run
           end-if.
      *Sealing the settlement extract with its control trailer
           move ws-settle-count        to str-count.
           move ws-settle-salary       to str-salary-total.
           move ws-settle-total        to str-amount-total.
           write settle-line           from ws-settle-trailer.
      *Writing total lines and the sign-off at the end of the
      *register
           move ws-settle-count        to ws-sl-count.
           write print-line            from ws-settled-line
             after advancing 2 lines.
           move ws-settle-total        to ws-am-amount.
           write print-line            from ws-amount-line
             after advancing 1 line.
           move ws-already-count       to ws-al-count.
           write print-line            from ws-already-line
             after advancing 1 line.
           move ws-held-count          to ws-hl-count.
           write print-line            from ws-held-line
             after advancing 1 line.
           move ws-prior-count         to ws-pr-count.
           write print-line            from ws-prior-line
             after advancing 1 line.
           move ws-except-count        to ws-ex-count.
           write print-line            from ws-except-line
             after advancing 1 line.
           write print-line            from ws-signoff-line
             after advancing 3 lines.
           close settle-file, print-file.
      *The extract is sealed - only now is this run's work put on
      *the ledger
           perform 300-append-ledger.
      *Setting the return code - a termination that needs settling
      *by hand makes the job demand a look
           if (ws-except-count > 0)
               move 4                  to return-code
           else
               move 0                  to return-code
           end-if.
           move ws-settle-count        to rl-rec-count.
           move return-code            to rl-return-code.
           perform 901-log-end.
      *
           stop run.
      *
      ******************************************************************

       010-read-parm.
      * the pay year and the last period payroll paid in it - a
      * settlement computed from the wrong period pays the wrong
      * money, so a bad card stops the run cold
           open input parm-file.
           if (ws-parm-status is not equal "00")
               display "T2-01-P2-SETL ABEND - PARAMETER FILE OPEN "
               "FAILED, STATUS " ws-parm-status
               move 16                 to return-code
               stop run
           end-if.
           read parm-file
               at end
                   move "y"            to ws-parm-eof-flag.
           close parm-file.
           if (ws-parm-eof-flag is equal "y") or
             (parm-pay-year is not numeric) or
             (parm-pay-year is equal 0) or
             (parm-last-paid is not numeric) or
             (parm-last-paid > 26)
               display "T2-01-P2-SETL ABEND - BAD SETTLEMENT "
               "PARAMETER RECORD"
               move 16                 to return-code
               stop run
           end-if.
           compute ws-paid-through = parm-last-paid * 14.
      * the pay year's first day as a day number, so any date in
      * it converts to its day of the year
           compute ws-dn-date = (parm-pay-year * 10000) + 0101.
           perform 195-compute-day-number.
           move ws-dn-number           to ws-jan1-number.
      *
      ******************************************************************

       020-load-ledger.
      * table the settlement ledger - absent on the first-ever run,
      * which simply starts with nothing settled
           open input ledger-file.
           if (ws-ledger-status is equal "00")
               move "n"                to ws-ledger-eof-flag
               read ledger-file into ws-ledger-detail
                   at end
                       move "y"        to ws-ledger-eof-flag
               end-read
               perform 025-load-one-ledger
                 until ws-ledger-eof-flag = "y"
               close ledger-file
           else
               if (ws-ledger-status is not equal "35")
                   display "T2-01-P2-SETL ABEND - SETTLEMENT LEDGER "
                   "OPEN FAILED, STATUS " ws-ledger-status
                   move 16             to return-code
                   stop run
               end-if
           end-if.
           move ws-ledger-count        to ws-ledger-loaded.
      *
      ******************************************************************

       025-load-one-ledger.
           if (ws-ledger-count >= 9999)
               display "T2-01-P2-SETL ABEND - MORE THAN 9999 "
               "SETTLEMENT LEDGER RECORDS"
               move 16                 to return-code
               stop run
           end-if.
           add 1                       to ws-ledger-count.
           move led-employee-id        to
                               lt-employee-id(ws-ledger-count).
           move led-status-date        to
                               lt-status-date(ws-ledger-count).
           move led-amount             to lt-amount(ws-ledger-count).
           read ledger-file into ws-ledger-detail
               at end
                   move "y"            to ws-ledger-eof-flag.
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
               if (tm-terminated)
                   perform 110-settle-one-teacher
               end-if
           end-if.
           read teacher-master
               at end
                   move "y"            to ws-eof-flag.
      *
      ******************************************************************

       110-settle-one-teacher.
      * one teacher at status T - passed over if this termination
      * is already on the ledger, held if it is not effective yet,
      * listed for settling by hand if it cannot be placed on this
      * pay year's calendar, otherwise settled
           perform 120-find-ledger.
           if (ws-ledger-found is equal "Y")
               add 1                   to ws-already-count
           else
               move spaces             to ws-register-detail
               move tm-employee-id     to ws-rg-employee-id
               move tm-name            to ws-rg-name
               move tm-dept-code       to ws-rg-dept-code
               move tm-status-date     to ws-rg-term-date
               if (tm-status-date is not numeric) or
                 (tm-status-date is equal 0)
                   move "NO TERMINATION DATE ON MASTER"
                                       to ws-rg-note
                   perform 160-print-exception
               else
               if (tm-status-date > ws-run-date)
                   add 1               to ws-held-count
                   move "HELD - TERMINATION NOT YET EFFECTIVE"
                                       to ws-rg-note
                   write print-line    from ws-register-detail
                     after advancing 1 line
               else
               if (tm-salary is not numeric)
                   move "SALARY NOT NUMERIC ON MASTER"
                                       to ws-rg-note
                   perform 160-print-exception
               else
                   move tm-status-date(1:4)
                                       to ws-term-year
      *a termination in an earlier pay year predates the calendar
      *this run settles on - it was paid off before this run took
      *the work over, and is counted, not listed.  one after the
      *pay year means the parameter card is stale
                   if (ws-term-year < parm-pay-year)
                       add 1           to ws-prior-count
                   else
                   if (ws-term-year > parm-pay-year)
                       move "TERMINATED AFTER THE PAY YEAR ON PARMIN"
                                       to ws-rg-note
                       perform 160-print-exception
                   else
                       perform 130-compute-settlement
                   end-if
                   end-if
               end-if
               end-if
               end-if
           end-if.
      *
      ******************************************************************

       120-find-ledger.
      * serial search of the ledger table for this termination -
      * the same teacher and the same status date
           move "N"                    to ws-ledger-found.
           move 0                      to ws-ledger-sub.
           perform 125-check-one-ledger
             until ws-ledger-found = "Y"
             or ws-ledger-sub >= ws-ledger-count.
      *
      ******************************************************************

       125-check-one-ledger.
           add 1                       to ws-ledger-sub.
           if (lt-employee-id(ws-ledger-sub) is equal tm-employee-id)
             and (lt-status-date(ws-ledger-sub) is equal
               tm-status-date)
               move "Y"                to ws-ledger-found
           end-if.
      *
      ******************************************************************

       130-compute-settlement.
      * the days from the end of the last paid period through the
      * termination date, paid as whole biweekly periods plus the
      * broken period's days at 1/364th of the annual salary each
           move tm-status-date         to ws-dn-date.
           perform 195-compute-day-number.
           compute ws-term-doy = ws-dn-number - ws-jan1-number + 1.
           if (ws-term-doy > 364)
               move 364                to ws-term-doy
           end-if.
           compute ws-days-owed = ws-term-doy - ws-paid-through.
           if (ws-days-owed not > 0)
      *payroll already paid past the termination - nothing is owed
      *and the overpayment is HR's to recover.  it goes on the
      *ledger at zero so it is not listed again
               move tm-salary          to ws-rg-salary
               move "PAID PAST TERMINATION - RECOVER OVERPAYMENT"
                                       to ws-rg-note
               perform 160-print-exception
               move zeros              to ws-settle-amount
               perform 150-add-to-ledger
           else
               divide ws-days-owed by 14 giving ws-periods-owed
                   remainder ws-part-days
               compute ws-bw-salary = tm-salary / 26
               compute ws-settle-amount rounded =
                   ((tm-salary * ws-periods-owed) / 26) +
                   ((tm-salary * ws-part-days) / 364)
               perform 140-write-settlement
               perform 150-add-to-ledger
           end-if.
      *
      ******************************************************************

       140-write-settlement.
      * the extract record, its share of the trailer totals, and
      * the register line
           move tm-employee-id         to stl-employee-id.
           move tm-salary              to stl-annual-salary.
           move tm-dept-code           to stl-dept-code.
           move tm-status-date         to stl-status-date.
           move parm-last-paid         to stl-last-paid.
           move ws-periods-owed        to stl-periods-owed.
           move ws-part-days           to stl-days-owed.
           move ws-bw-salary           to stl-bw-salary.
           move ws-settle-amount       to stl-amount.
           write settle-line           from ws-settle-detail.
           add 1                       to ws-settle-count.
           add tm-salary               to ws-settle-salary.
           add ws-settle-amount        to ws-settle-total.
           move tm-salary              to ws-rg-salary.
           move ws-periods-owed        to ws-rg-periods.
           move ws-part-days           to ws-rg-days.
           move ws-settle-amount       to ws-rg-amount.
           write print-line            from ws-register-detail
             after advancing 1 line.
      *
      ******************************************************************

       150-add-to-ledger.
      * this run's settlement joins the table behind the loaded
      * ledger - appended to the ledger file once the extract is
      * sealed
           if (ws-ledger-count >= 9999)
               display "T2-01-P2-SETL ABEND - MORE THAN 9999 "
               "SETTLEMENT LEDGER RECORDS"
               move 16                 to return-code
               stop run
           end-if.
           add 1                       to ws-ledger-count.
           move tm-employee-id         to
                               lt-employee-id(ws-ledger-count).
           move tm-status-date         to
                               lt-status-date(ws-ledger-count).
           move ws-settle-amount       to lt-amount(ws-ledger-count).
      *
      ******************************************************************

       160-print-exception.
      * a termination this run cannot settle - listed for HR to
      * settle by hand
           add 1                       to ws-except-count.
           write print-line            from ws-register-detail
             after advancing 1 line.
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

       300-append-ledger.
      * put this run's settlements on the ledger - extend it, or
      * create it on the first-ever run
           if (ws-ledger-count > ws-ledger-loaded)
               open extend ledger-file
               if (ws-ledger-status is equal "35")
                   open output ledger-file
               end-if
               move ws-ledger-loaded   to ws-ledger-sub
               perform 310-write-one-ledger
                 until ws-ledger-sub >= ws-ledger-count
               close ledger-file
           end-if.
      *
      ******************************************************************

       310-write-one-ledger.
           add 1                       to ws-ledger-sub.
           move lt-employee-id(ws-ledger-sub)
                                       to led-employee-id.
           move lt-status-date(ws-ledger-sub)
                                       to led-status-date.
           move ws-run-date            to led-settle-date.
           move lt-amount(ws-ledger-sub)
                                       to led-amount.
           write ledger-line           from ws-ledger-detail.
      *
      ******************************************************************

       900-log-start.
      * stamp the run-control register on the way in - a start
      * with no matching end is how the schedule-status report
      * shows an abend
           accept ws-rlog-date         from date yyyymmdd.
           accept ws-rlog-time         from time.
           move "T2-01-P2-SETL"   to rl-program-id.
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
       end program T2-01-P2-SETL.
