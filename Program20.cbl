       identification division.
       program-id. T2-01-P2-OFFC.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program Description:
      *THis program is the off-cycle salary adjustment run - the
      *promotions, market adjustments and compression fixes that
      *happen mid-year, outside the annual raise run.  Each approved
      *request (employee id, new salary or increase amount, reason
      *code, effective date, authorizer) is validated against the
      *indexed master - the teacher must be on file and not on
      *leave or terminated as of the effective date, the new salary
      *must be an increase, held at the cap in effect and inside
      *the grade/step band the teacher ends up on - and then
      *applied in place by key, with an audit record per change in
      *the maintenance run's layout so the audit inquiry and the
      *forward recovery both see it.
      *Every applied adjustment goes to payroll on an adjustment
      *extract in the raise run's extract layout, prorated over the
      *biweekly periods remaining after the effective date and
      *sealed with the standard "999999" control trailer, and is
      *listed on the adjustment register with every rejected
      *request and its reason.  Once the extract is sealed the run
      *appends an off-cycle segment to the salary history file - a
      *"999996" header, one detail record per adjustment in the
      *59-byte layout, then a control trailer - so the progression
      *report shows the adjustment and next year's history does not
      *show a salary jump with no raise behind it.
       environment division.
       input-output section.
       file-control.
      *Approved off-cycle adjustment requests from HR, in the order
      *they were approved
           select request-file
               assign to ADJIN
               organization is line sequential
               file status is ws-req-status.
      *Live teacher master, indexed on employee id - adjustments
      *are applied in place by key, same as the maintenance run
           select teacher-master
               assign to TEACHMST
               organization is indexed
               access is random
               record key is tm-employee-id
               file status is ws-mst-status.
      *Effective-dated raise percentages and salary cap - same
      *dataset and layout the raise run reads; only the cap in
      *effect today is used here
           select rates-file
               assign to RATESIN
               organization is line sequential
               file status is ws-rates-status.
      *Salary schedule - grade and step with the minimum and
      *maximum salary of each band.  An adjustment that would put
      *a salary outside its band is rejected here
           select sched-file
               assign to SCHEDIN
               organization is line sequential
               file status is ws-sched-status.
      *Audit trail of every applied change - same dataset and
      *layout the maintenance run writes, so one inquiry covers
      *hand-keyed, bulk and off-cycle changes alike
           select audit-file
               assign to AUDITOUT
               organization is line sequential
               file status is ws-audit-status.
      *Payroll adjustment extract - same record layout as the raise
      *run's EXTROUT so the journal and GL posting steps can read
      *it, sealed with a control trailer
           select adjust-file
               assign to ADJEXTR
               organization is line sequential.
      *Salary history file, append side - opened extend only after
      *the adjustment extract is sealed, to add this run's
      *adjustments as an off-cycle segment of their own
           select hist-upd-file
               assign to HISTUPD
               organization is line sequential
               file status is ws-upd-status.
      *Adjustment register - every request applied or rejected
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
       fd request-file
           data record is req-rec
           record contains 36 characters.
      *Defining the adjustment request record.  Type S carries the
      *new annual salary, type A the increase amount to add to the
      *salary on file.  Reason code PR promotion, MK market
      *adjustment, EQ equity/compression fix, RC reclassification.
      *A promotion that moves the teacher to a new grade/step keys
      *it here; a blank grade leaves the placement as is
       01 req-rec.
         05 req-employee-id            pic x(6).
         05 req-type                   pic x.
           88 req-is-new-salary        value 'S'.
           88 req-is-amount            value 'A'.
         05 req-value                  pic 9(7).
         05 req-reason                 pic x(2).
           88 req-reason-valid         value 'PR' 'MK' 'EQ' 'RC'.
         05 req-eff-date               pic 9(8).
         05 req-authorizer             pic x(8).
         05 req-grade                  pic x(2).
         05 req-step                   pic 9(2).

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
      *Defining the effective-dated rate table record - same layout
      *as the raise run's rates-rec
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
       fd audit-file
           data record is audit-line
           record contains 99 characters.

       01 audit-line                   pic x(99).

      *File division
       fd adjust-file
           data record is adjust-line
           record contains 132 characters.

       01 adjust-line                  pic x(132).

      *File division
       fd hist-upd-file
           data record is hist-upd-line
           record contains 59 characters.

       01 hist-upd-line                pic x(59).

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

      *Master control record section - lives in the indexed master
      *under the reserved key "999999" and carries the record count
      *and salary hash total of the data records.  an adjustment
      *moves a salary, so the hash is kept in step and rewritten at
      *the end of run, same as the maintenance run
       01 ws-mst-control.
         05 mct-id                      pic x(6)    value "999999".
         05 mct-count                   pic 9(7).
         05 mct-salary-total            pic 9(11).
         05 mct-raise-total             pic 9(11)   value 0.
         05 filler                      pic x(26)   value spaces.

      *Audit detail section - same layout the maintenance run
      *writes, action O for an off-cycle adjustment and the
      *authorizer as the userid
       01 ws-audit-detail.
         05 aud-date                    pic 9(8).
         05 aud-time                    pic 9(6).
         05 aud-userid                  pic x(8).
         05 aud-action                  pic x(1).
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

      *Adjustment extract detail section - same layout as the raise
      *run's ws-extract-detail so the journal and GL posting steps
      *can read either file.  The raise field carries the annual
      *increase; the biweekly raise figures spread the increase
      *prorated over the periods remaining after the effective
      *date, with the rounding residual in the final period.  The
      *reason code and authorizer ride in the reserved area past
      *the record-type byte
       01 ws-adjust-detail.
         05 ex-employee-id             pic x(6).
         05 ex-old-salary              pic 9(7).
         05 ex-act-raise               pic 9(7).
         05 ex-new-salary              pic 9(7).
         05 ex-eff-date                pic 9(8).
         05 ex-sign                    pic x(1)    value "+".
         05 ex-periods-rem             pic 9(2).
         05 ex-bw-salary               pic 9(5)v99.
         05 ex-bw-salary-fin           pic 9(5)v99.
         05 ex-bw-raise                pic 9(5)v99.
         05 ex-bw-raise-fin            pic 9(5)v99.
         05 ex-rec-type                pic x(1)    value space.
         05 ex-reason                  pic x(2).
         05 ex-authorizer              pic x(8).
         05 filler                     pic x(55)   value spaces.

      *Trailer written on the adjustment extract - same layout as
      *the raise run's extract trailer.  an off-cycle adjustment is
      *never capped into a lump sum, so the lump fields are zeros
       01 ws-adjust-trailer.
         05 atr-id                     pic x(6)    value "999999".
         05 atr-count                  pic 9(7).
         05 atr-old-sal-total          pic 9(11).
         05 atr-raise-total            pic 9(11).
         05 atr-prorated-total         pic 9(9)v99.
         05 atr-lump-count             pic 9(7)    value 0.
         05 atr-lump-total             pic 9(11)   value 0.
         05 filler                     pic x(68)   value spaces.

      *Off-cycle segment header - the "999996" record that opens
      *this run's segment on the history file.  Structural like
      *the "999998" amendment header: readers do not count it into
      *the segment's totals, and the records behind it up to the
      *trailer are off-cycle adjustments, not a raise run's raises
       01 ws-ofc-header.
         05 ofh-id                     pic x(6)    value "999996".
         05 ofh-year                   pic 9(4).
         05 ofh-run-date               pic 9(8).
         05 filler                     pic x(41)   value spaces.

      *One off-cycle history record being built - the 59-byte
      *detail layout, the raise field carrying the annual increase
       01 ws-ofc-detail.
         05 ofd-employee-id            pic x(6).
         05 ofd-name                   pic x(20).
         05 ofd-old-salary             pic 9(7).
         05 ofd-new-salary             pic 9(7).
         05 ofd-performance            pic x.
         05 ofd-raise-amount           pic 9(7).
         05 ofd-year                   pic 9(4).
         05 ofd-lump-sum               pic 9(7)    value 0.

      *Trailer sealing this run's off-cycle segment - same layout
      *every history segment trailer carries
       01 ws-ofc-trailer.
         05 oft-id                     pic x(6)    value "999999".
         05 oft-count                  pic 9(7).
         05 oft-old-sal-total          pic 9(11).
         05 oft-raise-total            pic 9(11).
         05 filler                     pic x(24)   value spaces.

      *Off-cycle history records this run produces, buffered until
      *the extract is sealed and the history append side can open
       01 ws-ofc-out-table.
         05 ws-ofc-out-entry           occurs 2000 times
                                       pic x(59).

      *Salary schedule table - loaded from sched-file at start of
      *run so every adjustment can be proven inside its grade/step
      *band
       01 ws-sched-table.
         05 ws-sched-entry             occurs 300 times.
           10 sct-grade                pic x(2).
           10 sct-step                 pic 9(2).
           10 sct-min-salary           pic 9(7).
           10 sct-max-salary           pic 9(7).

      *Cumulative days before each month - turns a yyyymmdd date
      *into a day number, so the effective date can be placed on
      *the biweekly calendar
       01 ws-cum-days-values           pic x(36)   value
           "000031059090120151181212243273304334".
       01 ws-cum-days-table redefines ws-cum-days-values.
         05 ws-cum-days                pic 9(3)    occurs 12 times.

      *Days in each month, february's leap day added when the year
      *carries one - proves the effective date is a real date
       01 ws-month-days-values         pic x(24)   value
           "312831303130313130313031".
       01 ws-month-days-table redefines ws-month-days-values.
         05 ws-month-days              pic 9(2)    occurs 12 times.

      *Register heading sections
       01 ws-heading1.
         05 filler                     pic x(38)   value
         "OFF-CYCLE SALARY ADJUSTMENT REGISTER  ".
         05 filler                     pic x(9)    value
         "RUN DATE ".
         05 ws-h1-run-date             pic 9(8).
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(9)    value
         "PAY YEAR ".
         05 ws-h1-pay-year             pic 9(4).
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(11)   value
         "SALARY CAP ".
         05 ws-h1-cap                  pic zz,zzz,zz9.
         05 filler                     pic x(37)   value spaces.

      *Column heading - widths/fillers kept in step with
      *ws-register-detail below so each word sits over its field
       01 ws-heading2.
         05 filler                     pic x(6)    value 'EMP ID'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(20)   value 'NAME'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(2)    value 'RS'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(8)    value 'EFF DATE'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(7)    value 'OLD SAL'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(7)    value 'NEW SAL'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(7)    value 'INCR'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(2)    value 'PD'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(10)   value
         '  PRORATED'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(8)    value 'AUTH BY'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(35)   value 'NOTE'.

      *Register detail line - one request applied, or rejected
      *with the reason
       01 ws-register-detail.
         05 ws-rg-employee-id          pic x(6).
         05 filler                     pic x(2).
         05 ws-rg-name                 pic x(20).
         05 filler                     pic x(2).
         05 ws-rg-reason               pic x(2).
         05 filler                     pic x(2).
         05 ws-rg-eff-date             pic x(8).
         05 filler                     pic x(2).
         05 ws-rg-old-salary           pic zzz,zz9.
         05 filler                     pic x(2).
         05 ws-rg-new-salary           pic zzz,zz9.
         05 filler                     pic x(2).
         05 ws-rg-increase             pic zzz,zz9.
         05 filler                     pic x(2).
         05 ws-rg-periods              pic z9.
         05 filler                     pic x(2).
         05 ws-rg-prorated             pic zzz,zz9.99.
         05 filler                     pic x(2).
         05 ws-rg-authorizer           pic x(8).
         05 filler                     pic x(2).
         05 ws-rg-note                 pic x(35).

      *Register total line sections
       01 ws-applied-line.
         05 filler                     pic x(30)   value
         "ADJUSTMENTS APPLIED         = ".
         05 ws-al-count                pic zzzzz9.
         05 filler                     pic x(96)   value spaces.

       01 ws-rejected-line.
         05 filler                     pic x(30)   value
         "REQUESTS REJECTED           = ".
         05 ws-rl-count                pic zzzzz9.
         05 filler                     pic x(96)   value spaces.

       01 ws-increase-line.
         05 filler                     pic x(30)   value
         "ANNUAL INCREASE TOTAL       = ".
         05 ws-il-amount               pic zzz,zzz,zz9.
         05 filler                     pic x(91)   value spaces.

       01 ws-prorated-line.
         05 filler                     pic x(30)   value
         "PRORATED PAY THIS YEAR      = ".
         05 ws-pl-amount               pic zzz,zzz,zz9.99.
         05 filler                     pic x(88)   value spaces.

       01 ws-signoff-line.
         05 filler                     pic x(42)   value
         "HR REVIEWED BY ________________________   ".
         05 filler                     pic x(20)   value
         "DATE ______________ ".
         05 filler                     pic x(70)   value spaces.

      *Constants to be used in the program.
       77 ws-req-status                pic xx      value "00".
       77 ws-mst-status                pic xx      value "00".
       77 ws-rates-status              pic xx      value "00".
       77 ws-rates-eof-flag            pic x       value "n".
       77 ws-sched-status              pic xx      value "00".
       77 ws-sched-eof-flag            pic x       value "n".
       77 ws-audit-status              pic xx      value "00".
       77 ws-upd-status                pic xx      value "00".
       77 ws-run-date                  pic 9(8)    value 0.
       77 ws-run-time                  pic 9(8)    value 0.
       77 ws-run-year                  pic 9(4)    value 0.
      *Running salary hash of the data records, restored from the
      *control record at open and rewritten at close
       77 ws-mst-salary                pic s9(11)  value 0.
      *Salary cap in effect today - the latest rate row whose
      *effective date is not after the run date
       77 ws-best-eff-date             pic 9(8)    value 0.
       77 ws-70k-cnst                  pic 9(8)    value 0.
      *Salary schedule working fields
       77 ws-sched-count               pic 9(3)    value 0.
       77 ws-sched-sub                 pic 9(3)    value 0.
       77 ws-band-found                pic x       value "N".
       77 ws-lookup-grade              pic x(2)    value spaces.
       77 ws-lookup-step               pic 9(2)    value 0.
      *Request working fields - the validation verdict and the
      *salary, grade and step the teacher ends up on
       77 ws-req-valid                 pic x       value "Y".
       77 ws-reject-reason             pic x(35)   value spaces.
       77 ws-new-sal                   pic 9(7)    value 0.
       77 ws-increase                  pic 9(7)    value 0.
       77 ws-new-grade                 pic x(2)    value spaces.
       77 ws-new-step                  pic 9(2)    value 0.
      *Biweekly-calendar working fields - period n of the pay year
      *runs from day (n-1)*14+1 through day n*14, the same
      *calendar the raise run prorates on; the odd day or two past
      *day 364 falls in period 26
       77 ws-jan1-number               pic 9(7)    value 0.
       77 ws-eff-doy                   pic 9(3)    value 0.
       77 ws-periods-elapsed           pic 9(2)    value 0.
       77 ws-periods-rem               pic 9(2)    value 0.
       77 ws-bw-salary                 pic 9(5)v99 value 0.
       77 ws-bw-salary-fin             pic 9(5)v99 value 0.
       77 ws-bw-raise                  pic 9(5)v99 value 0.
       77 ws-bw-raise-fin              pic 9(5)v99 value 0.
       77 ws-bw-interim                pic 9(7)v99 value 0.
       77 ws-prorated-raise            pic 9(7)v99 value 0.
       77 ws-month-len                 pic 9(2)    value 0.
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
      *Extract trailer, history segment and register counters
       77 ws-applied-count             pic 9(7)    value 0.
       77 ws-rejected-count            pic 9(6)    value 0.
       77 ws-adj-old-total             pic 9(11)   value 0.
       77 ws-adj-raise-total           pic 9(11)   value 0.
       77 ws-prorated-total            pic 9(9)v99 value 0.
       77 ws-ofc-out-sub               pic 9(4)    value 0.
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
      *Date/time stamp for the audit trail, and the pay year every
      *effective date must fall in
           accept ws-run-date           from date yyyymmdd.
           accept ws-run-time           from time.
           move ws-run-date(1:4)       to ws-run-year.
      *The pay year's first day as a day number, so an effective
      *date converts to its day of the year
           compute ws-dn-date = (ws-run-year * 10000) + 0101.
           perform 195-compute-day-number.
           move ws-dn-number           to ws-jan1-number.
      *The cap in effect today, and the salary schedule - both
      *stop the run cold when missing
           perform 030-load-rates.
           perform 040-load-schedule.
           open input request-file.
           if (ws-req-status is not equal "00")
               display "T2-01-P2-OFFC ABEND - REQUEST FILE OPEN "
               "FAILED, STATUS " ws-req-status
               move 16                 to return-code
               stop run
           end-if.
           open i-o teacher-master.
           if (ws-mst-status is not equal "00")
               display "T2-01-P2-OFFC ABEND - TEACHER MASTER OPEN "
               "FAILED, STATUS " ws-mst-status
               move 16                 to return-code
               stop run
           end-if.
           perform 050-read-control.
      *audit-file accumulates across runs - extend it, or create
      *it on the first-ever run, same as the maintenance run
           open extend audit-file.
           if (ws-audit-status is equal "35")
               open output audit-file
           end-if.
           open output adjust-file, print-file.
           move ws-run-date            to ws-h1-run-date.
           move ws-run-year            to ws-h1-pay-year.
           move ws-70k-cnst            to ws-h1-cap.
           write print-line            from ws-heading1
             after advancing 1 line.
           write print-line            from ws-heading2
             after advancing 2 lines.
           read request-file
               at end
                   move "y"            to ws-eof-flag.
      *Perform loop to apply every request against the master
           perform 100-process-one-request
             until ws-eof-flag = "y".
           perform 060-rewrite-control.
           close request-file, teacher-master, audit-file.
      *Sealing the adjustment extract with its control trailer so
      *the journal step can prove it read everything
           move ws-applied-count       to atr-count.
           move ws-adj-old-total       to atr-old-sal-total.
           move ws-adj-raise-total     to atr-raise-total.
           move ws-prorated-total      to atr-prorated-total.
           write adjust-line           from ws-adjust-trailer.
      *Writing total lines and the sign-off at the end of the
      *register
           move ws-applied-count       to ws-al-count.
           write print-line            from ws-applied-line
             after advancing 2 lines.
           move ws-rejected-count      to ws-rl-count.
           write print-line            from ws-rejected-line
             after advancing 1 line.
           move ws-adj-raise-total     to ws-il-amount.
           write print-line            from ws-increase-line
             after advancing 1 line.
           move ws-prorated-total      to ws-pl-amount.
           write print-line            from ws-prorated-line
             after advancing 1 line.
           write print-line            from ws-signoff-line
             after advancing 3 lines.
           close adjust-file, print-file.
      *The extract is sealed - only now is this run's off-cycle
      *segment appended to the history file
           if (ws-applied-count > 0)
               perform 300-append-history
           end-if.
      *Setting the return code - a run that applied nothing has
      *nothing to post; rejected requests demand a look but do
      *not hold back the adjustments that applied
           if (ws-applied-count is equal 0)
               move 8                  to return-code
           else
               if (ws-rejected-count > 0)
                   move 4              to return-code
               else
                   move 0              to return-code
               end-if
           end-if.
           move ws-applied-count       to rl-rec-count.
           move return-code            to rl-return-code.
           perform 901-log-end.
      *
           stop run.
      *
      ******************************************************************

       030-load-rates.
      * the salary cap in effect today - the latest row whose
      * effective date is not after the run date, whatever order
      * rates-file is in
           open input rates-file.
           if (ws-rates-status is not equal "00")
               display "T2-01-P2-OFFC ABEND - RATES FILE OPEN "
               "FAILED, STATUS " ws-rates-status
               move 16                 to return-code
               stop run
           end-if.
           move "n"                    to ws-rates-eof-flag.
           read rates-file
               at end
                   move "y"            to ws-rates-eof-flag.
           perform 035-apply-rate
             until ws-rates-eof-flag = "y".
           close rates-file.
           if (ws-70k-cnst is equal 0)
               display "T2-01-P2-OFFC ABEND - NO EFFECTIVE RATE ROW "
               "ON RATES-FILE"
               move 16                 to return-code
               stop run
           end-if.
      *
      ******************************************************************

       035-apply-rate.
           if (rt-eff-date <= ws-run-date) and
             (rt-eff-date > ws-best-eff-date)
               move rt-cap             to ws-70k-cnst
               move rt-eff-date        to ws-best-eff-date
           end-if.
           read rates-file
               at end
                   move "y"            to ws-rates-eof-flag.
      *
      ******************************************************************

       040-load-schedule.
      * load the salary schedule - a run without it cannot prove a
      * salary against its band, so stop the job cold
           open input sched-file.
           if (ws-sched-status is not equal "00")
               display "T2-01-P2-OFFC ABEND - SALARY SCHEDULE "
               "OPEN FAILED, STATUS " ws-sched-status
               move 16                 to return-code
               stop run
           end-if.
           move "n"                    to ws-sched-eof-flag.
           read sched-file
               at end
                   move "y"            to ws-sched-eof-flag.
           perform 041-load-one-band
             until ws-sched-eof-flag = "y".
           close sched-file.
           if (ws-sched-count is equal 0)
               display "T2-01-P2-OFFC ABEND - SALARY SCHEDULE "
               "HOLDS NO RECORDS"
               move 16                 to return-code
               stop run
           end-if.
      *
      ******************************************************************

       041-load-one-band.
           if (ws-sched-count >= 300)
               display "T2-01-P2-OFFC ABEND - MORE THAN 300 "
               "SALARY SCHEDULE RECORDS"
               move 16                 to return-code
               stop run
           end-if.
      * a mispunched band is a bad reference file - stop cold
           if (sc-step is not numeric) or
             (sc-min-salary is not numeric) or
             (sc-max-salary is not numeric) or
             (sc-min-salary > sc-max-salary)
               display "T2-01-P2-OFFC ABEND - BAD SALARY SCHEDULE "
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

       045-find-band.
      * serial search of the salary schedule for ws-lookup-grade /
      * ws-lookup-step
           move "N"                    to ws-band-found.
           move 0                      to ws-sched-sub.
           perform 046-check-one-band
             until ws-band-found = "Y"
             or ws-sched-sub >= ws-sched-count.
      *
      ******************************************************************

       046-check-one-band.
           add 1                       to ws-sched-sub.
           if (ws-lookup-grade is equal sct-grade(ws-sched-sub)) and
             (ws-lookup-step is equal sct-step(ws-sched-sub))
               move "Y"                to ws-band-found
           end-if.
      *
      ******************************************************************

       050-read-control.
      * pick up the master's control record so the salary hash
      * starts from what the file already holds.  a master without
      * one was never converted/sealed - stop the job cold rather
      * than adjust a file we cannot prove
           move "999999"               to tm-employee-id.
           read teacher-master
               invalid key
                   display "T2-01-P2-OFFC ABEND - NO CONTROL "
                   "RECORD ON TEACHER MASTER"
                   move 16             to return-code
                   stop run
           end-read.
           move tm-rec                 to ws-mst-control.
           move mct-salary-total       to ws-mst-salary.
      *
      ******************************************************************

       060-rewrite-control.
      * put the updated salary hash back under the reserved key so
      * the next reader can prove the file.  an adjustment adds
      * and removes no records, so the count stands as read
           move ws-mst-salary          to mct-salary-total.
           move ws-mst-control         to tm-rec.
           rewrite tm-rec
               invalid key
                   display "T2-01-P2-OFFC ABEND - CONTROL RECORD "
                   "REWRITE FAILED, STATUS " ws-mst-status
                   move 16             to return-code
                   stop run
           end-rewrite.
      *
      ******************************************************************

       100-process-one-request.
      *  main logic paragraph - validate one request, then apply it
      *  against the master by key
           move spaces                 to ws-register-detail.
           move req-employee-id        to ws-rg-employee-id.
           move req-reason             to ws-rg-reason.
           move req-eff-date           to ws-rg-eff-date.
           move req-authorizer         to ws-rg-authorizer.
           perform 110-validate-request.
           if (ws-req-valid is equal "Y")
               move req-employee-id    to tm-employee-id
               read teacher-master
                   invalid key
                       move "NOT ON TEACHER MASTER"
                                       to ws-reject-reason
                       perform 170-print-reject
                   not invalid key
                       move tm-name    to ws-rg-name
                       perform 120-validate-against-master
                       if (ws-req-valid is equal "Y")
                           perform 130-apply-adjustment
                       else
                           perform 170-print-reject
                       end-if
               end-read
           else
               perform 170-print-reject
           end-if.
           read request-file
               at end
                   move "y"            to ws-eof-flag.
      *
      ******************************************************************

       110-validate-request.
      * the request on its own - a known type and reason, a value,
      * a real effective date in the pay year and an authorizer,
      * because the audit trail answers "who"
           move "Y"                    to ws-req-valid.
      *"999999" is reserved for the control record - a request
      *aimed at it would read the control record by key and
      *rewrite a salary into the count/hash every reader proves
      *the file by
           if (req-employee-id is equal "999999")
               move "N"                to ws-req-valid
               move "ID 999999 RESERVED FOR CONTROL"
                                       to ws-reject-reason
           end-if.
           if (ws-req-valid is equal "Y") and
             (not req-is-new-salary) and
             (not req-is-amount)
               move "N"                to ws-req-valid
               move "INVALID ADJUSTMENT TYPE"
                                       to ws-reject-reason
           end-if.
           if (ws-req-valid is equal "Y")
               if (req-value is not numeric) or
                 (req-value is equal 0)
                   move "N"            to ws-req-valid
                   move "ADJUSTMENT VALUE MISSING"
                                       to ws-reject-reason
               end-if
           end-if.
           if (ws-req-valid is equal "Y") and
             (not req-reason-valid)
               move "N"                to ws-req-valid
               move "INVALID REASON CODE"
                                       to ws-reject-reason
           end-if.
           if (ws-req-valid is equal "Y") and
             (req-authorizer is equal spaces)
               move "N"                to ws-req-valid
               move "AUTHORIZER REQUIRED"
                                       to ws-reject-reason
           end-if.
           if (ws-req-valid is equal "Y") and
             (req-grade is not equal spaces) and
             (req-step is not numeric)
               move "N"                to ws-req-valid
               move "GRADE KEYED WITHOUT A STEP"
                                       to ws-reject-reason
           end-if.
           if (ws-req-valid is equal "Y")
               perform 115-validate-eff-date
           end-if.
      *
      ******************************************************************

       115-validate-eff-date.
      * the effective date must be a real date inside the pay year
      * - the adjustment is prorated over that year's remaining
      * periods, and a date in another year has none to prorate
      * over
           if (req-eff-date is not numeric)
               move "N"                to ws-req-valid
               move "EFFECTIVE DATE INVALID"
                                       to ws-reject-reason
           else
           if (req-eff-date(1:4) is not equal ws-run-date(1:4))
               move "N"                to ws-req-valid
               move "EFFECTIVE DATE NOT IN PAY YEAR"
                                       to ws-reject-reason
           else
               move req-eff-date       to ws-dn-date
               move req-eff-date(5:2)  to ws-dn-month
               move req-eff-date(7:2)  to ws-dn-day
               if (ws-dn-month < 1) or (ws-dn-month > 12)
                   move "N"            to ws-req-valid
                   move "EFFECTIVE DATE INVALID"
                                       to ws-reject-reason
               else
                   perform 195-compute-day-number
                   move ws-month-days(ws-dn-month)
                                       to ws-month-len
                   if (ws-dn-month is equal 2) and
                     (ws-dn-leap is equal "Y")
                       add 1           to ws-month-len
                   end-if
                   if (ws-dn-day < 1) or (ws-dn-day > ws-month-len)
                       move "N"        to ws-req-valid
                       move "EFFECTIVE DATE INVALID"
                                       to ws-reject-reason
                   else
                       compute ws-eff-doy = ws-dn-number -
                           ws-jan1-number + 1
                   end-if
               end-if
           end-if
           end-if.
      *
      ******************************************************************

       120-validate-against-master.
      * the request against the teacher on file - not on leave or
      * terminated as of the effective date, a salary to adjust
      * from, an increase, held at the cap, and inside the band of
      * the grade/step the teacher ends up on
           if (tm-salary is numeric)
               move tm-salary          to ws-rg-old-salary
           end-if.
      *the raise run's status ruling, measured to the effective
      *date - a leave or termination dated after it is not yet in
      *force, so the adjustment still applies
           if ((tm-on-leave) or (tm-terminated)) and
             ((tm-status-date is not numeric) or
              (tm-status-date <= req-eff-date))
               move "N"                to ws-req-valid
               move "ON LEAVE/TERMINATED AT EFF DATE"
                                       to ws-reject-reason
           end-if.
           if (ws-req-valid is equal "Y") and
             (tm-salary is not numeric)
               move "N"                to ws-req-valid
               move "SALARY NOT NUMERIC ON MASTER"
                                       to ws-reject-reason
           end-if.
           if (ws-req-valid is equal "Y")
               if (req-is-new-salary)
                   move req-value      to ws-new-sal
               else
                   compute ws-new-sal = tm-salary + req-value
               end-if
      *a decrease is a correction, keyed through the maintenance
      *run - an off-cycle adjustment only ever raises a salary
               if (ws-new-sal <= tm-salary)
                   move "N"            to ws-req-valid
                   move "NEW SALARY NOT ABOVE CURRENT"
                                       to ws-reject-reason
               else
               if (ws-new-sal > ws-70k-cnst)
                   move "N"            to ws-req-valid
                   move "NEW SALARY OVER CAP"
                                       to ws-reject-reason
               else
               if (ws-new-sal > 99999)
                   move "N"            to ws-req-valid
                   move "NEW SALARY TOO LARGE FOR MASTER"
                                       to ws-reject-reason
               end-if
               end-if
               end-if
           end-if.
           if (ws-req-valid is equal "Y")
               perform 125-validate-band
           end-if.
      *
      ******************************************************************

       125-validate-band.
      * the grade/step the teacher ends up on - the one keyed on
      * the request, or the one on file.  a record not yet placed
      * on the schedule (grade spaces) has no band to prove
           move tm-grade               to ws-new-grade.
           move tm-step                to ws-new-step.
           if (req-grade is not equal spaces)
               move req-grade          to ws-new-grade
               move req-step           to ws-new-step
           end-if.
           if (ws-new-grade is not equal spaces)
               move ws-new-grade       to ws-lookup-grade
               move ws-new-step        to ws-lookup-step
               perform 045-find-band
               if (ws-band-found is equal "N")
                   move "N"            to ws-req-valid
                   move "GRADE/STEP NOT ON SALARY SCHEDULE"
                                       to ws-reject-reason
               else
               if (ws-new-sal < sct-min-salary(ws-sched-sub)) or
                 (ws-new-sal > sct-max-salary(ws-sched-sub))
                   move "N"            to ws-req-valid
                   move "NEW SALARY OUTSIDE GRADE/STEP BAND"
                                       to ws-reject-reason
               end-if
               end-if
           end-if.
      *
      ******************************************************************

       130-apply-adjustment.
      * one proven adjustment - audit record, master rewrite, salary
      * hash, extract record, buffered history record and register
      * line.  the history buffer is proven to have room before
      * the master is touched
           if (ws-applied-count >= 2000)
               display "T2-01-P2-OFFC ABEND - MORE THAN 2000 "
               "ADJUSTMENTS IN ONE RUN"
               move 16                 to return-code
               stop run
           end-if.
           compute ws-increase = ws-new-sal - tm-salary.
           move tm-name                to aud-name.
           move tm-salary              to aud-old-salary.
           move ws-new-sal             to aud-new-salary.
           move tm-performance         to aud-old-perf
                                           aud-new-perf.
           move tm-empl-status         to aud-old-status
                                           aud-new-status.
           move tm-dept-code           to aud-new-dept-code.
           move tm-hire-date           to aud-new-hire-date.
           move tm-status-date         to aud-new-status-date.
           move tm-perf-year           to aud-new-perf-year.
           move ws-new-grade           to aud-new-grade.
           move ws-new-step            to aud-new-step.
           perform 160-write-audit.
      *keep the salary hash in step - back out the old salary,
      *count the new one in
           subtract tm-salary          from ws-mst-salary.
           add ws-new-sal              to ws-mst-salary.
      *the extract and history carry the salary the teacher had
      *going in
           move tm-salary              to ex-old-salary.
           move tm-salary              to ofd-old-salary.
           move ws-new-sal             to tm-salary.
           move ws-new-grade           to tm-grade.
           move ws-new-step            to tm-step.
           rewrite tm-rec
               invalid key
                   display "T2-01-P2-OFFC ABEND - MASTER REWRITE "
                   "FAILED FOR " tm-employee-id ", STATUS "
                   ws-mst-status
                   move 16             to return-code
                   stop run
           end-rewrite.
           perform 140-prorate-extract.
           move req-employee-id        to ex-employee-id.
           move ws-increase            to ex-act-raise.
           move ws-new-sal             to ex-new-salary.
           move req-eff-date           to ex-eff-date.
           move req-reason             to ex-reason.
           move req-authorizer         to ex-authorizer.
           write adjust-line           from ws-adjust-detail.
           add 1                       to ws-applied-count.
           add ex-old-salary           to ws-adj-old-total.
           add ws-increase             to ws-adj-raise-total.
           add ws-prorated-raise       to ws-prorated-total.
           perform 150-buffer-history.
           move ws-new-sal             to ws-rg-new-salary.
           move ws-increase            to ws-rg-increase.
           move ws-periods-rem         to ws-rg-periods.
           move ws-prorated-raise      to ws-rg-prorated.
           move "APPLIED"              to ws-rg-note.
           write print-line            from ws-register-detail
             after advancing 1 line.
      *
      ******************************************************************

       140-prorate-extract.
      * the per-pay-period figures, the same arithmetic the raise
      * run's 130-prorate-extract applies.  the increase is spread
      * over the periods remaining after the effective date; both
      * spreads are in cents with the division truncated, so the
      * residual lands in the final-period amount
           compute ws-periods-elapsed = (ws-eff-doy - 1) / 14.
           compute ws-periods-rem = 26 - ws-periods-elapsed.
           if (ws-periods-rem < 1)
               move 1                  to ws-periods-rem
           end-if.
           compute ws-bw-salary = ws-new-sal / 26.
           compute ws-bw-salary-fin = ws-new-sal -
               (ws-bw-salary * 25).
           compute ws-prorated-raise rounded =
               (ws-increase * ws-periods-rem) / 26.
           compute ws-bw-raise = ws-prorated-raise / ws-periods-rem.
           compute ws-bw-interim = ws-periods-rem - 1.
           compute ws-bw-interim = ws-bw-raise * ws-bw-interim.
           compute ws-bw-raise-fin = ws-prorated-raise -
               ws-bw-interim.
           move ws-periods-rem         to ex-periods-rem.
           move ws-bw-salary           to ex-bw-salary.
           move ws-bw-salary-fin       to ex-bw-salary-fin.
           move ws-bw-raise            to ex-bw-raise.
           move ws-bw-raise-fin        to ex-bw-raise-fin.
      *
      ******************************************************************

       150-buffer-history.
      * this adjustment's history record - sealed into the history
      * file once the extract is sealed
           move req-employee-id        to ofd-employee-id.
           move tm-name                to ofd-name.
           move ws-new-sal             to ofd-new-salary.
           move tm-performance         to ofd-performance.
           move ws-increase            to ofd-raise-amount.
           move req-eff-date(1:4)      to ofd-year.
           move ws-ofc-detail          to
                               ws-ofc-out-entry(ws-applied-count).
      *
      ******************************************************************

       160-write-audit.
           move ws-run-date            to aud-date.
           move ws-run-time(1:6)       to aud-time.
           move req-authorizer         to aud-userid.
           move "O"                    to aud-action.
           move spaces                 to aud-approved-by.
           move req-employee-id        to aud-employee-id.
           write audit-line            from ws-audit-detail.
      *
      ******************************************************************

       170-print-reject.
      * a request this run will not apply - listed with the reason
      * for HR to correct and resubmit
           add 1                       to ws-rejected-count.
           move ws-reject-reason       to ws-rg-note.
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

       300-append-history.
      * this run's adjustments, sealed into the history file as an
      * off-cycle segment of their own: the "999996" header, one
      * record per adjustment, and a control trailer covering
      * exactly those records - so every trailer-verifying reader
      * proves the segment the same way it proves a raise run's
           open extend hist-upd-file.
           if (ws-upd-status is not equal "00")
               display "T2-01-P2-OFFC ABEND - HISTORY APPEND OPEN "
               "FAILED, STATUS " ws-upd-status
               move 16                 to return-code
               stop run
           end-if.
           move ws-run-year            to ofh-year.
           move ws-run-date            to ofh-run-date.
           write hist-upd-line         from ws-ofc-header.
           move 0                      to ws-ofc-out-sub.
           perform 310-write-one-history
             until ws-ofc-out-sub >= ws-applied-count.
           move ws-applied-count       to oft-count.
           move ws-adj-old-total       to oft-old-sal-total.
           move ws-adj-raise-total     to oft-raise-total.
           write hist-upd-line         from ws-ofc-trailer.
           close hist-upd-file.
      *
      ******************************************************************

       310-write-one-history.
           add 1                       to ws-ofc-out-sub.
           write hist-upd-line         from
                               ws-ofc-out-entry(ws-ofc-out-sub).
      *
      ******************************************************************

       900-log-start.
      * stamp the run-control register on the way in - a start
      * with no matching end is how the schedule-status report
      * shows an abend
           accept ws-rlog-date         from date yyyymmdd.
           accept ws-rlog-time         from time.
           move "T2-01-P2-OFFC"   to rl-program-id.
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
       end program T2-01-P2-OFFC.
