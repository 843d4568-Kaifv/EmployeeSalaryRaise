       identification division.
       program-id. T2-01-P2-CENS.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program Description:
      *THis program builds the annual state teacher-salary census
      *submission.  It reads the indexed teacher master, the census
      *year's raise-cycle records off the salary history file and
      *the department reference file, and writes the state's
      *fixed-format submission - one header carrying the district,
      *census year, teacher count and salary totals, then one
      *detail per teacher with department, years of service from
      *the hire date, the state's employment status code, prior
      *and current salary and the raise amount.
      *Every teacher is checked against the submission rules before
      *anything goes out: employee id and department present and
      *on DEPTIN, a valid status, a hire date on or before the
      *as-of date, and prior and current salary inside the range
      *the state publishes (PARMIN).  A teacher terminated before
      *the census year is not reported.  Any teacher failing a rule
      *is listed with the reason and the whole submission is
      *withheld (RC 8) - the state sends back a file with one bad
      *record, so none goes until all pass.  The control report
      *shows counts and totals by department and proves them
      *against the submission header.
       environment division.
       input-output section.
       file-control.
      *Census parameters - as-of date, district, state salary range
           select parm-file
               assign to PARMIN
               organization is line sequential
               file status is ws-parm-status.
      *Live teacher master, indexed on employee id, read front to
      *back in key order through the sort
           select teacher-master
               assign to TEACHMST
               organization is indexed
               access is sequential
               record key is tm-employee-id
               file status is ws-mst-status.
      *Sort work file used to hold the master apart from its
      *control record while the count and hash are proved
           select mst-sort-work-file
               assign to "T2-01-P2-CENS-MSORTWK".
      *Master data records in employee id order
           select sorted-mst-file
               assign to SRTDMST
               organization is line sequential.
      *Department reference file - code, name and raise budget
           select dept-file
               assign to DEPTIN
               organization is line sequential
               file status is ws-dept-status.
      *Multi-year salary history file, amendment and off-cycle
      *segments included
           select history-file
               assign to HISTIN
               organization is line sequential.
      *Sort work file used to group the census year's raise-cycle
      *records by teacher in the order they were written
           select hist-sort-work-file
               assign to "T2-01-P2-CENS-HSORTWK".
      *Census-year history sorted by employee id / file sequence
           select sorted-hist-file
               assign to SRTHIST
               organization is line sequential.
      *Submission details held back until every teacher has passed
      *and the header totals are known
           select sub-work-file
               assign to SUBWORK
               organization is line sequential.
      *State census submission - header then details
           select submit-file
               assign to SUBMIT
               organization is line sequential.
      *Census control report
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
           record contains 28 characters.
      *Defining the census parameter record
       01 parm-rec.
         05 parm-as-of-date            pic 9(8).
         05 parm-district              pic x(6).
         05 parm-min-salary            pic 9(7).
         05 parm-max-salary            pic 9(7).

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
         05 tm-status-date             pic 9(8).
         05 tm-perf-year               pic 9(4).
         05 tm-grade                   pic x(2).
         05 tm-step                    pic 9(2).

      *Sort work file - the master record keyed on employee id
       sd mst-sort-work-file
           data record is srt-mst-rec.
       01 srt-mst-rec.
         05 srt-mst-employee-id        pic x(6).
         05 filler                     pic x(55).

      *File division
       fd sorted-mst-file
           data record is sorted-mst-line
           record contains 61 characters.

       01 sorted-mst-line              pic x(61).

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
       fd history-file
           data record is history-line
           record contains 59 characters.

       01 history-line                 pic x(59).

      *Sort work file - the history record plus the derived type
      *(D detail, M amendment) and its position on the file, so an
      *amendment sorts behind the detail it corrects
       sd hist-sort-work-file
           data record is srt-hist-rec.
       01 srt-hist-rec.
         05 srt-hst-employee-id        pic x(6).
         05 srt-hst-name               pic x(20).
         05 srt-hst-old-salary         pic 9(7).
         05 srt-hst-new-salary         pic 9(7).
         05 srt-hst-performance        pic x.
         05 srt-hst-raise-amount       pic 9(7).
         05 srt-hst-year               pic 9(4).
         05 srt-hst-lump-sum           pic 9(7).
         05 srt-hst-rec-type           pic x.
         05 srt-hst-seq                pic 9(7).

      *File division
       fd sorted-hist-file
           data record is hist-rec
           record contains 67 characters.
      *Defining the history record, in employee id / file
      *sequence order
       01 hist-rec.
         05 hst-employee-id            pic x(6).
         05 hst-name                   pic x(20).
         05 hst-old-salary             pic 9(7).
         05 hst-new-salary             pic 9(7).
         05 hst-performance            pic x.
         05 hst-raise-amount           pic 9(7).
         05 hst-year                   pic 9(4).
         05 hst-lump-sum               pic 9(7).
         05 hst-rec-type               pic x.
         05 hst-seq                    pic 9(7).

      *File division
       fd sub-work-file
           data record is sub-work-line
           record contains 80 characters.

       01 sub-work-line                pic x(80).

      *File division
       fd submit-file
           data record is submit-line
           record contains 80 characters.

       01 submit-line                  pic x(80).

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

      *Master record as read back off the sort
       01 ws-mst-detail.
         05 mst-employee-id            pic x(6).
         05 mst-name                   pic x(20).
         05 mst-salary                 pic 9(5).
         05 mst-performance            pic x.
         05 mst-dept-code              pic x(4).
         05 mst-hire-date              pic 9(8).
         05 mst-empl-status            pic x.
           88 mst-active               value 'A' ' '.
           88 mst-on-leave             value 'L'.
           88 mst-terminated           value 'T'.
         05 mst-status-date            pic 9(8).
         05 mst-perf-year              pic 9(4).
         05 mst-grade                  pic x(2).
         05 mst-step                   pic 9(2).

      *Control record read off the teacher master
       01 ws-mst-control.
         05 mct-id                     pic x(6).
         05 mct-count                  pic 9(7).
         05 mct-salary-total           pic 9(11).
         05 mct-raise-total            pic 9(11).
         05 filler                     pic x(26).

      *History record as read by the sort input procedure
       01 ws-hist-in.
         05 hin-employee-id            pic x(6).
         05 hin-name                   pic x(20).
         05 hin-old-salary             pic 9(7).
         05 hin-new-salary             pic 9(7).
         05 hin-performance            pic x.
         05 hin-raise-amount           pic 9(7).
         05 hin-year                   pic 9(4).
         05 hin-lump-sum               pic 9(7).

      *Trailer read off each history-file segment
       01 ws-hist-in-trailer.
         05 hit-id                     pic x(6).
         05 hit-count                  pic 9(7).
         05 hit-old-sal-total          pic 9(11).
         05 hit-raise-total            pic 9(11).
         05 filler                     pic x(24).

      *Department reference table, with the census figures run up
      *for each department as its teachers pass
       01 ws-dept-table.
         05 ws-dept-entry              occurs 50 times.
           10 dpt-code                 pic x(4).
           10 dpt-name                 pic x(20).
           10 dpt-count                pic 9(7).
           10 dpt-prior-total          pic 9(11).
           10 dpt-current-total        pic 9(11).
           10 dpt-raise-total          pic 9(11).

      *State submission header record - the state reads the
      *district and census year off it and proves the details
      *against its count and totals
       01 ws-sub-header.
         05 sbh-rec-type               pic x       value "H".
         05 sbh-district               pic x(6).
         05 sbh-census-year            pic 9(4).
         05 sbh-as-of-date             pic 9(8).
         05 sbh-created-date           pic 9(8).
         05 sbh-count                  pic 9(7).
         05 sbh-prior-total            pic 9(11).
         05 sbh-current-total          pic 9(11).
         05 sbh-raise-total            pic 9(11).
         05 filler                     pic x(13)   value spaces.

      *State submission detail record - one per teacher reported.
      *status is the state's code: 01 active, 02 on leave,
      *03 terminated during the census year
       01 ws-sub-detail.
         05 sbd-rec-type               pic x       value "D".
         05 sbd-district               pic x(6).
         05 sbd-employee-id            pic x(6).
         05 sbd-dept-code              pic x(4).
         05 sbd-service-years          pic 9(2).
         05 sbd-status-code            pic 9(2).
         05 sbd-prior-salary           pic 9(7).
         05 sbd-current-salary         pic 9(7).
         05 sbd-raise-amount           pic 9(7).
         05 filler                     pic x(38)   value spaces.

      *What the census knows about the teacher in hand - the
      *census-year raise-cycle record, if any, the last one
      *written standing
       01 ws-census.
         05 cen-hst-found              pic x       value "N".
         05 cen-hst-old-salary         pic 9(7).
         05 cen-hst-raise-amount       pic 9(7).
         05 cen-prior-salary           pic 9(7).
         05 cen-raise-amount           pic 9(7).
         05 cen-service-years          pic 9(3).
         05 cen-status-code            pic 9(2).
         05 cen-valid                  pic x       value "Y".

      *Report heading sections
       01 ws-heading1.
         05 filler                     pic x(48)   value
         "STATE TEACHER SALARY CENSUS SUBMISSION          ".
         05 filler                     pic x(9)    value
         "RUN DATE ".
         05 ws-h1-run-date             pic 9(8).
         05 filler                     pic x(67)   value spaces.

       01 ws-heading1b.
         05 filler                     pic x(9)    value
         "DISTRICT ".
         05 ws-h1-district             pic x(6).
         05 filler                     pic x(14)   value
         "  CENSUS YEAR ".
         05 ws-h1-census-year          pic 9(4).
         05 filler                     pic x(14)   value
         "  AS-OF DATE  ".
         05 ws-h1-as-of-date           pic 9(8).
         05 filler                     pic x(16)   value
         "  SALARY RANGE  ".
         05 ws-h1-min-salary           pic z,zzz,zz9.
         05 filler                     pic x(3)    value " - ".
         05 ws-h1-max-salary           pic z,zzz,zz9.
         05 filler                     pic x(40)   value spaces.

       01 ws-reject-title.
         05 filler                     pic x(40)   value
         "TEACHERS FAILING THE SUBMISSION RULES   ".
         05 filler                     pic x(92)   value spaces.

      *Column heading - widths/fillers kept in step with
      *ws-reject-detail below so each word sits over its field
       01 ws-heading2.
         05 filler                     pic x(6)    value 'EMP ID'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(20)   value 'NAME'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(4)    value 'DEPT'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(1)    value 'S'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(8)    value 'HIRED'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(7)    value ' SALARY'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(9)    value '    PRIOR'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(35)   value 'REASON'.
         05 filler                     pic x(28)   value spaces.

      *Reject detail line - one teacher the state would send back,
      *with the first rule the record fails
       01 ws-reject-detail.
         05 ws-rj-employee-id          pic x(6).
         05 filler                     pic x(2).
         05 ws-rj-name                 pic x(20).
         05 filler                     pic x(2).
         05 ws-rj-dept-code            pic x(4).
         05 filler                     pic x(2).
         05 ws-rj-status               pic x(1).
         05 filler                     pic x(2).
         05 ws-rj-hire-date            pic 9(8).
         05 filler                     pic x(2).
         05 ws-rj-salary               pic zzz,zz9.
         05 filler                     pic x(2).
         05 ws-rj-prior                pic z,zzz,zz9.
         05 filler                     pic x(2).
         05 ws-rj-reason               pic x(35).
         05 filler                     pic x(28).

       01 ws-summary-title.
         05 filler                     pic x(40)   value
         "CENSUS TOTALS BY DEPARTMENT             ".
         05 filler                     pic x(92)   value spaces.

      *Department summary heading - kept in step with
      *ws-dept-summary below
       01 ws-heading3.
         05 filler                     pic x(4)    value 'DEPT'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(20)   value
         'DEPARTMENT NAME'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(7)    value 'TEACHRS'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(14)   value
         '  PRIOR SALARY'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(14)   value
         'CURRENT SALARY'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(14)   value
         '  RAISE AMOUNT'.
         05 filler                     pic x(49)   value spaces.

      *Department summary line - also used for the grand total
       01 ws-dept-summary.
         05 ws-ds-dept-code            pic x(4).
         05 filler                     pic x(2).
         05 ws-ds-dept-name            pic x(20).
         05 filler                     pic x(2).
         05 ws-ds-count                pic zzz,zz9.
         05 filler                     pic x(2).
         05 ws-ds-prior                pic zz,zzz,zzz,zz9.
         05 filler                     pic x(2).
         05 ws-ds-current              pic zz,zzz,zzz,zz9.
         05 filler                     pic x(2).
         05 ws-ds-raise                pic zz,zzz,zzz,zz9.
         05 filler                     pic x(49).

      *Report total line sections
       01 ws-master-line.
         05 filler                     pic x(30)   value
         "MASTER TEACHERS READ        = ".
         05 ws-ml-count                pic zzzzz9.
         05 filler                     pic x(96)   value spaces.

       01 ws-excluded-line.
         05 filler                     pic x(30)   value
         "TERMINATED BEFORE CENSUS YR = ".
         05 ws-xl-count                pic zzzzz9.
         05 filler                     pic x(96)   value spaces.

       01 ws-reject-line.
         05 filler                     pic x(30)   value
         "TEACHERS REJECTED           = ".
         05 ws-rl-count                pic zzzzz9.
         05 filler                     pic x(96)   value spaces.

       01 ws-submit-line.
         05 filler                     pic x(30)   value
         "TEACHERS ON SUBMISSION      = ".
         05 ws-sl-count                pic zzzzz9.
         05 filler                     pic x(96)   value spaces.

      *Submission header figures, printed as they went on the file
       01 ws-hdr-count-line.
         05 filler                     pic x(30)   value
         "HEADER TEACHER COUNT        = ".
         05 ws-hc-count                pic zzzzzz9.
         05 filler                     pic x(95)   value spaces.

       01 ws-hdr-prior-line.
         05 filler                     pic x(30)   value
         "HEADER PRIOR SALARY TOTAL   = ".
         05 ws-hp-amount               pic zz,zzz,zzz,zz9.
         05 filler                     pic x(88)   value spaces.

       01 ws-hdr-current-line.
         05 filler                     pic x(30)   value
         "HEADER CURRENT SALARY TOTAL = ".
         05 ws-hu-amount               pic zz,zzz,zzz,zz9.
         05 filler                     pic x(88)   value spaces.

       01 ws-hdr-raise-line.
         05 filler                     pic x(30)   value
         "HEADER RAISE AMOUNT TOTAL   = ".
         05 ws-hr-amount               pic zz,zzz,zzz,zz9.
         05 filler                     pic x(88)   value spaces.

       01 ws-verdict-line.
         05 ws-vl-verdict              pic x(60).
         05 filler                     pic x(72)   value spaces.

      *Constants to be used in the program.
       77 ws-parm-status               pic xx      value "00".
       77 ws-parm-eof-flag             pic x       value "n".
       77 ws-mst-status                pic xx      value "00".
       77 ws-dept-status               pic xx      value "00".
       77 ws-run-date                  pic 9(8)    value 0.
      *Census year and its first day - a teacher terminated before
      *it is not reported
       77 ws-census-year               pic 9(4)    value 0.
       77 ws-census-jan1               pic 9(8)    value 0.
      *As-of and hire dates split for the years-of-service count
       77 ws-as-of-year                pic 9(4)    value 0.
       77 ws-as-of-mmdd                pic 9(4)    value 0.
       77 ws-hire-year                 pic 9(4)    value 0.
       77 ws-hire-mmdd                 pic 9(4)    value 0.
      *Match keys - each sorted file's current employee id,
      *carried at high-values once the file is exhausted
       77 ws-mst-key                   pic x(6)    value spaces.
       77 ws-hst-key                   pic x(6)    value spaces.
      *Master control-record working fields
       77 ws-mst-trl-found             pic x       value "N".
       77 ws-mst-in-count              pic 9(7)    value 0.
       77 ws-mst-in-salary             pic 9(11)   value 0.
      *History segment-trailer working fields, and the running
      *position of each record on the file
       77 ws-hist-eof-flag             pic x       value "n".
       77 ws-seg-count                 pic 9(7)    value 0.
       77 ws-seg-old-sal               pic 9(11)   value 0.
       77 ws-seg-raise                 pic 9(11)   value 0.
       77 ws-in-amd-seg                pic x       value "N".
       77 ws-in-ofc-seg                pic x       value "N".
       77 ws-hist-seq                  pic 9(7)    value 0.
      *Department reference working fields
       77 ws-dept-eof-flag             pic x       value "n".
       77 ws-dept-count                pic 9(3)    value 0.
       77 ws-dept-sub                  pic 9(3)    value 0.
       77 ws-dept-found                pic x       value "N".
       77 ws-lookup-dept               pic x(4)    value spaces.
      *Submission totals - run up as each teacher passes, written
      *on the header
       77 ws-cen-count                 pic 9(7)    value 0.
       77 ws-cen-prior-total           pic 9(11)   value 0.
       77 ws-cen-current-total         pic 9(11)   value 0.
       77 ws-cen-raise-total           pic 9(11)   value 0.
      *Department figures summed back up for the proof
       77 ws-sum-count                 pic 9(7)    value 0.
       77 ws-sum-prior-total           pic 9(11)   value 0.
       77 ws-sum-current-total         pic 9(11)   value 0.
       77 ws-sum-raise-total           pic 9(11)   value 0.
      *Report counters
       77 ws-master-count              pic 9(6)    value 0.
       77 ws-excluded-count            pic 9(6)    value 0.
       77 ws-rejected-count            pic 9(6)    value 0.
       77 ws-reject-reason             pic x(35)   value spaces.
       77 ws-sub-eof-flag              pic x       value "n".
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
           perform 030-load-depts.
      *Ordering the master and the census year's history by
      *employee id.  both input procedures prove their file
      *against its control records before a teacher is reported
           sort mst-sort-work-file
               on ascending key srt-mst-employee-id
               input procedure is 020-verify-master-input
               giving sorted-mst-file.
      *duplicates kept in arrival order, so an amendment sorts
      *behind the raise-run record it corrects
           sort hist-sort-work-file
               on ascending key srt-hst-employee-id
               on ascending key srt-hst-seq
               with duplicates in order
               input procedure is 040-verify-hist-input
               giving sorted-hist-file.
           open input sorted-mst-file, sorted-hist-file.
           open output sub-work-file, print-file.
           move ws-run-date            to ws-h1-run-date.
           move parm-district          to ws-h1-district.
           move ws-census-year         to ws-h1-census-year.
           move parm-as-of-date        to ws-h1-as-of-date.
           move parm-min-salary        to ws-h1-min-salary.
           move parm-max-salary        to ws-h1-max-salary.
           write print-line            from ws-heading1
             after advancing 1 line.
           write print-line            from ws-heading1b
             after advancing 1 line.
           write print-line            from ws-reject-title
             after advancing 2 lines.
           write print-line            from ws-heading2
             after advancing 2 lines.
           perform 110-read-master.
           perform 120-read-hist.
      *Perform loop to check and report every teacher on the master
           perform 200-process-one-teacher
             until ws-mst-key = high-values.
           close sorted-mst-file, sorted-hist-file, sub-work-file.
      *Writing the submission - only when every teacher passed.
      *one rejected record and the state returns the whole file,
      *so a run with rejects sends nothing
           open output submit-file.
           if (ws-rejected-count is equal 0)
               perform 300-write-submission
           end-if.
           close submit-file.
      *The control report - department totals proved against the
      *header figures
           perform 400-print-summary.
           move ws-master-count        to ws-ml-count.
           write print-line            from ws-master-line
             after advancing 2 lines.
           move ws-excluded-count      to ws-xl-count.
           write print-line            from ws-excluded-line
             after advancing 1 line.
           move ws-rejected-count      to ws-rl-count.
           write print-line            from ws-reject-line
             after advancing 1 line.
           move ws-cen-count           to ws-sl-count.
           write print-line            from ws-submit-line
             after advancing 1 line.
           move ws-cen-count           to ws-hc-count.
           write print-line            from ws-hdr-count-line
             after advancing 2 lines.
           move ws-cen-prior-total     to ws-hp-amount.
           write print-line            from ws-hdr-prior-line
             after advancing 1 line.
           move ws-cen-current-total   to ws-hu-amount.
           write print-line            from ws-hdr-current-line
             after advancing 1 line.
           move ws-cen-raise-total     to ws-hr-amount.
           write print-line            from ws-hdr-raise-line
             after advancing 1 line.
      *Setting the return code - a department total that does not
      *agree with the header means the run itself is wrong; a
      *rejected teacher means the submission is withheld
           if (ws-sum-count is not equal ws-cen-count) or
             (ws-sum-prior-total is not equal ws-cen-prior-total) or
             (ws-sum-current-total is not equal
              ws-cen-current-total) or
             (ws-sum-raise-total is not equal ws-cen-raise-total)
               move 16                 to return-code
               move "** DEPARTMENT TOTALS DO NOT AGREE WITH HEADER"
                                       to ws-vl-verdict
           else
               if (ws-rejected-count > 0)
                   move 8              to return-code
                   move "** SUBMISSION WITHHELD - CORRECT REJECTS"
                                       to ws-vl-verdict
               else
                   move 0              to return-code
                   move "DEPARTMENT TOTALS AGREE WITH SUBMISSION HEADER"
                                       to ws-vl-verdict
               end-if
           end-if.
           write print-line            from ws-verdict-line
             after advancing 2 lines.

      *Closing the files.
           close print-file.
           move ws-cen-count           to rl-rec-count.
           move return-code            to rl-return-code.
           perform 901-log-end.
      *
           stop run.
      *
      ******************************************************************

       010-read-parm.
      * the as-of date, district and the salary range the state
      * publishes - a census built against the wrong date or range
      * is one the state sends back, so a bad card stops the run
      * cold
           open input parm-file.
           if (ws-parm-status is not equal "00")
               display "T2-01-P2-CENS ABEND - PARAMETER FILE OPEN "
               "FAILED, STATUS " ws-parm-status
               move 16                 to return-code
               stop run
           end-if.
           read parm-file
               at end
                   move "y"            to ws-parm-eof-flag.
           close parm-file.
           if (ws-parm-eof-flag is equal "y") or
             (parm-as-of-date is not numeric) or
             (parm-as-of-date(5:2) < "01") or
             (parm-as-of-date(5:2) > "12") or
             (parm-as-of-date(7:2) < "01") or
             (parm-as-of-date(7:2) > "31") or
             (parm-district is equal spaces) or
             (parm-min-salary is not numeric) or
             (parm-max-salary is not numeric) or
             (parm-max-salary is equal 0) or
             (parm-min-salary > parm-max-salary)
               display "T2-01-P2-CENS ABEND - BAD CENSUS "
               "PARAMETER RECORD"
               move 16                 to return-code
               stop run
           end-if.
           move parm-as-of-date(1:4)   to ws-census-year.
           compute ws-census-jan1 = (ws-census-year * 10000) + 0101.
      *
      ******************************************************************

       020-verify-master-input.
      * feed the sort from the indexed master, holding back the
      * control record and proving its count and salary hash -
      * same stop-cold treatment every reader gives this file
           open input teacher-master.
           if (ws-mst-status is not equal "00")
               display "T2-01-P2-CENS ABEND - TEACHER MASTER OPEN "
               "FAILED, STATUS " ws-mst-status
               move 16                 to return-code
               stop run
           end-if.
           move "n"                    to ws-eof-flag.
           read teacher-master
               at end
                   move "y"            to ws-eof-flag.
           perform 025-release-one-master
             until ws-eof-flag = "y".
           close teacher-master.
           move "n"                    to ws-eof-flag.
           if (ws-mst-trl-found is equal "N")
               display
               "T2-01-P2-CENS ABEND - NO CONTROL RECORD ON MASTER"
               move 16                 to return-code
               stop run
           end-if.
           if (ws-mst-in-count is not equal mct-count) or
             (ws-mst-in-salary is not equal mct-salary-total)
               display
               "T2-01-P2-CENS ABEND - MASTER FAILS CONTROL RECORD"
               display "  CONTROL COUNT  " mct-count
                       "  READ COUNT  " ws-mst-in-count
               move 16                 to return-code
               stop run
           end-if.
      *
      ******************************************************************

       025-release-one-master.
           if (tm-employee-id is equal "999999")
               move tm-rec             to ws-mst-control
               move "Y"                to ws-mst-trl-found
           else
               add 1                   to ws-mst-in-count
               if (tm-salary is numeric)
                   add tm-salary       to ws-mst-in-salary
               end-if
               release srt-mst-rec     from tm-rec
           end-if.
           read teacher-master
               at end
                   move "y"            to ws-eof-flag.
      *
      ******************************************************************

       030-load-depts.
      * load the department reference file - every teacher's
      * department must be on it, and the census is totalled by it
           open input dept-file.
           if (ws-dept-status is not equal "00")
               display "T2-01-P2-CENS ABEND - DEPARTMENT FILE OPEN "
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
               display
               "T2-01-P2-CENS ABEND - DEPARTMENT FILE HOLDS NO RECORDS"
               move 16                 to return-code
               stop run
           end-if.
      *
      ******************************************************************

       031-load-one-dept.
           if (ws-dept-count >= 50)
               display
               "T2-01-P2-CENS ABEND - MORE THAN 50 DEPARTMENT RECORDS"
               move 16                 to return-code
               stop run
           end-if.
           add 1                       to ws-dept-count.
           move dp-code                to dpt-code(ws-dept-count).
           move dp-name                to dpt-name(ws-dept-count).
           move zeros                  to dpt-count(ws-dept-count)
                                  dpt-prior-total(ws-dept-count)
                                  dpt-current-total(ws-dept-count)
                                  dpt-raise-total(ws-dept-count).
           read dept-file
               at end
                   move "y"            to ws-dept-eof-flag.
      *
      ******************************************************************

       032-find-dept.
      * serial search of the department table for ws-lookup-dept
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

       040-verify-hist-input.
      * feed the history sort, proving every segment's trailer -
      * same input treatment the progression report gives this
      * file - and releasing only the census year's raise-run
      * records and their amendments.  an off-cycle adjustment is
      * already on the master salary the census reports as current
           open input history-file.
           move "n"                    to ws-hist-eof-flag.
           read history-file into ws-hist-in
               at end
                   move "y"            to ws-hist-eof-flag.
           perform 045-release-one-hist
             until ws-hist-eof-flag = "y".
           close history-file.
           if (ws-seg-count > 0)
               display "T2-01-P2-CENS ABEND - HISTORY FILE ENDS "
               "WITHOUT CONTROL TRAILER"
               move 16                 to return-code
               stop run
           end-if.
      *
      ******************************************************************

       045-release-one-hist.
           if (hin-employee-id is equal "999999")
               move ws-hist-in         to ws-hist-in-trailer
               if (ws-seg-count is not equal hit-count) or
                 (ws-seg-old-sal is not equal hit-old-sal-total) or
                 (ws-seg-raise is not equal hit-raise-total)
                   display "T2-01-P2-CENS ABEND - HISTORY FILE "
                   "FAILS CONTROL TRAILER"
                   display "  TRAILER COUNT  " hit-count
                           "  READ COUNT  " ws-seg-count
                   move 16             to return-code
                   stop run
               end-if
               move zeros              to ws-seg-count
                                           ws-seg-old-sal
                                           ws-seg-raise
               move "N"                to ws-in-amd-seg
               move "N"                to ws-in-ofc-seg
           else
           if (hin-employee-id is equal "999998") or
             (hin-employee-id is equal "999997") or
             (hin-employee-id is equal "999996")
      *an amendment header, a budget-scaled marker or an off-cycle
      *header - all structural, never counted, never released
               if (hin-employee-id is equal "999998")
                   move "Y"            to ws-in-amd-seg
               end-if
               if (hin-employee-id is equal "999996")
                   move "Y"            to ws-in-ofc-seg
               end-if
           else
               add 1                   to ws-seg-count
               if (hin-old-salary is numeric)
                   add hin-old-salary  to ws-seg-old-sal
               end-if
               if (hin-raise-amount is numeric)
                   add hin-raise-amount
                                       to ws-seg-raise
               end-if
               add 1                   to ws-hist-seq
               if (ws-in-ofc-seg is equal "N") and
                 (hin-year is equal ws-census-year)
                   move ws-hist-in     to srt-hist-rec
                   if (ws-in-amd-seg is equal "Y")
                       move "M"        to srt-hst-rec-type
                   else
                       move "D"        to srt-hst-rec-type
                   end-if
                   move ws-hist-seq    to srt-hst-seq
                   release srt-hist-rec
               end-if
           end-if
           end-if.
           read history-file into ws-hist-in
               at end
                   move "y"            to ws-hist-eof-flag.
      *
      ******************************************************************

       110-read-master.
           read sorted-mst-file into ws-mst-detail
               at end
                   move high-values    to ws-mst-key.
           if (ws-mst-key is not equal high-values)
               move mst-employee-id    to ws-mst-key
           end-if.
      *
      ******************************************************************

       120-read-hist.
           read sorted-hist-file
               at end
                   move high-values    to ws-hst-key.
           if (ws-hst-key is not equal high-values)
               move hst-employee-id    to ws-hst-key
           end-if.
      *
      ******************************************************************

       200-process-one-teacher.
      *  main logic paragraph - pick up the teacher's census-year
      *  raise record, then report, reject or pass over the teacher
      *
      *history for an id no longer on the master has nobody to
      *report against - the lineage check lists it
           perform 120-read-hist
             until ws-hst-key is not less than ws-mst-key.
           move "N"                    to cen-hst-found.
           perform 210-take-one-hist
             until ws-hst-key is not equal ws-mst-key.
           add 1                       to ws-master-count.
           if (mst-terminated) and
             (mst-status-date is numeric) and
             (mst-status-date < ws-census-jan1)
               add 1                   to ws-excluded-count
           else
               perform 230-validate-teacher
               if (cen-valid is equal "Y")
                   perform 220-build-detail
                   perform 250-accumulate
               else
                   perform 260-print-reject
               end-if
           end-if.
           perform 110-read-master.
      *
      ******************************************************************

       210-take-one-hist.
      * the history sorts by file position, so the record standing
      * last for the teacher is the latest - an amendment behind
      * the raise-run record it corrects
           move "Y"                    to cen-hst-found.
           move hst-old-salary         to cen-hst-old-salary.
           move hst-raise-amount       to cen-hst-raise-amount.
           perform 120-read-hist.
      *
      ******************************************************************

       220-build-detail.
      * one submission detail.  the prior salary is what the census
      * year's raise started from; a teacher the raise run did not
      * reach this year reports the current salary as prior, no
      * raise
           move spaces                 to ws-sub-detail.
           move "D"                    to sbd-rec-type.
           move parm-district          to sbd-district.
           move mst-employee-id        to sbd-employee-id.
           move mst-dept-code          to sbd-dept-code.
           move cen-service-years      to sbd-service-years.
           move cen-status-code        to sbd-status-code.
           move cen-prior-salary       to sbd-prior-salary.
           move mst-salary             to sbd-current-salary.
           move cen-raise-amount       to sbd-raise-amount.
      *
      ******************************************************************

       230-validate-teacher.
      * the state's submission rules, in the order it applies them -
      * the first rule a teacher fails is the one listed
           move "Y"                    to cen-valid.
           move spaces                 to ws-reject-reason.
           if (cen-hst-found is equal "Y")
               move cen-hst-old-salary to cen-prior-salary
               move cen-hst-raise-amount
                                       to cen-raise-amount
           else
               move mst-salary         to cen-prior-salary
               move zeros              to cen-raise-amount
           end-if.
           if (mst-employee-id is equal spaces)
               move "N"                to cen-valid
               move "EMPLOYEE ID MISSING"
                                       to ws-reject-reason
           end-if.
           if (cen-valid is equal "Y") and
             (mst-dept-code is equal spaces)
               move "N"                to cen-valid
               move "DEPARTMENT MISSING"
                                       to ws-reject-reason
           end-if.
           if (cen-valid is equal "Y")
               move mst-dept-code      to ws-lookup-dept
               perform 032-find-dept
               if (ws-dept-found is equal "N")
                   move "N"            to cen-valid
                   move "DEPARTMENT NOT ON DEPTIN"
                                       to ws-reject-reason
               end-if
           end-if.
      *the state's codes - anything the master holds outside
      *active, on leave and terminated has no state equivalent
           if (cen-valid is equal "Y")
               if (mst-active)
                   move 1              to cen-status-code
               else
               if (mst-on-leave)
                   move 2              to cen-status-code
               else
               if (mst-terminated)
                   move 3              to cen-status-code
               else
                   move "N"            to cen-valid
                   move "INVALID EMPLOYMENT STATUS"
                                       to ws-reject-reason
               end-if
               end-if
               end-if
           end-if.
           if (cen-valid is equal "Y")
               if (mst-hire-date is not numeric) or
                 (mst-hire-date is equal 0)
                   move "N"            to cen-valid
                   move "HIRE DATE MISSING"
                                       to ws-reject-reason
               else
                   if (mst-hire-date > parm-as-of-date)
                       move "N"        to cen-valid
                       move "HIRE DATE AFTER AS-OF DATE"
                                       to ws-reject-reason
                   else
                       perform 240-compute-service
                   end-if
               end-if
           end-if.
           if (cen-valid is equal "Y") and
             (cen-service-years > 99)
               move "N"                to cen-valid
               move "YEARS OF SERVICE OVER 99"
                                       to ws-reject-reason
           end-if.
           if (cen-valid is equal "Y") and
             (mst-salary is not numeric)
               move "N"                to cen-valid
               move "CURRENT SALARY NOT NUMERIC"
                                       to ws-reject-reason
           end-if.
           if (cen-valid is equal "Y")
               if (mst-salary < parm-min-salary) or
                 (mst-salary > parm-max-salary)
                   move "N"            to cen-valid
                   move "CURRENT SALARY OUTSIDE STATE RANGE"
                                       to ws-reject-reason
               end-if
           end-if.
           if (cen-valid is equal "Y")
               if (cen-prior-salary is not numeric) or
                 (cen-raise-amount is not numeric)
                   move "N"            to cen-valid
                   move "HISTORY SALARY NOT NUMERIC"
                                       to ws-reject-reason
               end-if
           end-if.
           if (cen-valid is equal "Y")
               if (cen-prior-salary < parm-min-salary) or
                 (cen-prior-salary > parm-max-salary)
                   move "N"            to cen-valid
                   move "PRIOR SALARY OUTSIDE STATE RANGE"
                                       to ws-reject-reason
               end-if
           end-if.
      *
      ******************************************************************

       240-compute-service.
      * whole years from the hire date to the as-of date - a year
      * whose anniversary falls after the as-of date is not yet
      * served
           move parm-as-of-date(1:4)   to ws-as-of-year.
           move parm-as-of-date(5:4)   to ws-as-of-mmdd.
           move mst-hire-date(1:4)     to ws-hire-year.
           move mst-hire-date(5:4)     to ws-hire-mmdd.
           compute cen-service-years = ws-as-of-year - ws-hire-year.
           if (ws-as-of-mmdd < ws-hire-mmdd)
               subtract 1              from cen-service-years
           end-if.
      *
      ******************************************************************

       250-accumulate.
      * the teacher passes - the detail is held on the work file
      * and counted into the header and department totals
           write sub-work-line         from ws-sub-detail.
           add 1                       to ws-cen-count.
           add sbd-prior-salary        to ws-cen-prior-total.
           add sbd-current-salary      to ws-cen-current-total.
           add sbd-raise-amount        to ws-cen-raise-total.
           add 1                       to dpt-count(ws-dept-sub).
           add sbd-prior-salary        to dpt-prior-total(ws-dept-sub).
           add sbd-current-salary
                                  to dpt-current-total(ws-dept-sub).
           add sbd-raise-amount        to dpt-raise-total(ws-dept-sub).
      *
      ******************************************************************

       260-print-reject.
      * a teacher the state would send back - listed with the
      * reason for the maintenance desk to correct before the rerun
           add 1                       to ws-rejected-count.
           move spaces                 to ws-reject-detail.
           move mst-employee-id        to ws-rj-employee-id.
           move mst-name               to ws-rj-name.
           move mst-dept-code          to ws-rj-dept-code.
           move mst-empl-status        to ws-rj-status.
           if (mst-hire-date is numeric)
               move mst-hire-date      to ws-rj-hire-date
           end-if.
           if (mst-salary is numeric)
               move mst-salary         to ws-rj-salary
           end-if.
           if (cen-prior-salary is numeric)
               move cen-prior-salary   to ws-rj-prior
           end-if.
           move ws-reject-reason       to ws-rj-reason.
           write print-line            from ws-reject-detail
             after advancing 1 line.
      *
      ******************************************************************

       300-write-submission.
      * the header first, carrying the totals the state proves the
      * file by, then every detail off the work file
           move parm-district          to sbh-district.
           move ws-census-year         to sbh-census-year.
           move parm-as-of-date        to sbh-as-of-date.
           move ws-run-date            to sbh-created-date.
           move ws-cen-count           to sbh-count.
           move ws-cen-prior-total     to sbh-prior-total.
           move ws-cen-current-total   to sbh-current-total.
           move ws-cen-raise-total     to sbh-raise-total.
           write submit-line           from ws-sub-header.
           open input sub-work-file.
           move "n"                    to ws-sub-eof-flag.
           read sub-work-file
               at end
                   move "y"            to ws-sub-eof-flag.
           perform 310-copy-one-detail
             until ws-sub-eof-flag = "y".
           close sub-work-file.
      *
      ******************************************************************

       310-copy-one-detail.
           write submit-line           from sub-work-line.
           read sub-work-file
               at end
                   move "y"            to ws-sub-eof-flag.
      *
      ******************************************************************

       400-print-summary.
      * every department on DEPTIN with its census figures, and
      * the departments summed back up for the proof against the
      * header
           write print-line            from ws-summary-title
             after advancing 3 lines.
           write print-line            from ws-heading3
             after advancing 2 lines.
           move 0                      to ws-dept-sub.
           perform 410-print-one-dept
             ws-dept-count times.
           move spaces                 to ws-dept-summary.
           move "TOTAL"                to ws-ds-dept-name.
           move ws-sum-count           to ws-ds-count.
           move ws-sum-prior-total     to ws-ds-prior.
           move ws-sum-current-total   to ws-ds-current.
           move ws-sum-raise-total     to ws-ds-raise.
           write print-line            from ws-dept-summary
             after advancing 2 lines.
      *
      ******************************************************************

       410-print-one-dept.
           add 1                       to ws-dept-sub.
           move spaces                 to ws-dept-summary.
           move dpt-code(ws-dept-sub)  to ws-ds-dept-code.
           move dpt-name(ws-dept-sub)  to ws-ds-dept-name.
           move dpt-count(ws-dept-sub) to ws-ds-count.
           move dpt-prior-total(ws-dept-sub)
                                       to ws-ds-prior.
           move dpt-current-total(ws-dept-sub)
                                       to ws-ds-current.
           move dpt-raise-total(ws-dept-sub)
                                       to ws-ds-raise.
           write print-line            from ws-dept-summary
             after advancing 1 line.
           add dpt-count(ws-dept-sub)  to ws-sum-count.
           add dpt-prior-total(ws-dept-sub)
                                       to ws-sum-prior-total.
           add dpt-current-total(ws-dept-sub)
                                       to ws-sum-current-total.
           add dpt-raise-total(ws-dept-sub)
                                       to ws-sum-raise-total.
      *
      ******************************************************************

       900-log-start.
      * stamp the run-control register on the way in - a start
      * with no matching end is how the schedule-status report
      * shows an abend
           accept ws-rlog-date         from date yyyymmdd.
           accept ws-rlog-time         from time.
           move "T2-01-P2-CENS"   to rl-program-id.
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
       end program T2-01-P2-CENS.
