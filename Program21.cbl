       identification division.
       program-id. T2-01-P2-INTG.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program Description:
      *THis program is the cross-file salary lineage check.  Every
      *file in the system proves its own counts and hashes, but
      *nothing else proves the files agree with each other about
      *one teacher; this run matches the indexed teacher master,
      *the salary history file and the maintenance audit trail on
      *employee id and traces every active teacher's salary back
      *to where it came from.  A master salary traces when it
      *equals the teacher's latest history new salary (amendments
      *and off-cycle adjustments folded in, the last one written
      *for the latest year winning), or when the latest audited
      *salary transaction - an add or change off the maintenance
      *run, or an off-cycle adjustment - left the master at
      *exactly that salary.  Anything else is unexplained drift:
      *the master moved without a trail.
      *The run also lists every history or audit employee id that
      *is no longer on the master (an id whose last audit record
      *is a delete is listed as deleted, not as missing), every
      *master teacher whose department is no longer on DEPTIN,
      *and every active teacher with no history and no audited
      *salary at all.  Unexplained drift ends the run RC 8 so it
      *can gate the raise run; the other findings end it RC 4.
       environment division.
       input-output section.
       file-control.
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
               assign to "T2-01-P2-INTG-MSORTWK".
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
      *Sort work file used to group the history by teacher and
      *year, each year's records kept in the order they were
      *written
           select hist-sort-work-file
               assign to "T2-01-P2-INTG-HSORTWK".
      *History sorted by employee id / year / file sequence
           select sorted-hist-file
               assign to SRTHIST
               organization is line sequential.
      *Audit trail written by the maintenance, appraisal and
      *off-cycle adjustment runs
           select audit-file
               assign to AUDIN
               organization is line sequential.
      *Sort work file used to group the audit trail by teacher in
      *date/time order
           select aud-sort-work-file
               assign to "T2-01-P2-INTG-ASORTWK".
      *Audit trail sorted by employee id / date / time
           select sorted-aud-file
               assign to SRTAUD
               organization is line sequential.
      *Integrity report
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
      *(D detail, M amendment, O off-cycle adjustment) and its
      *position on the file, so the last record written for a
      *teacher-year sorts last
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
      *Defining the history record, in employee id / year / file
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
       fd audit-file
           data record is audit-line
           record contains 99 characters.

       01 audit-line                   pic x(99).

      *Sort work file - the audit record keyed on employee id and
      *the date and time it was written
       sd aud-sort-work-file
           data record is srt-aud-rec.
       01 srt-aud-rec.
         05 srt-aud-date               pic 9(8).
         05 srt-aud-time               pic 9(6).
         05 filler                     pic x(9).
         05 srt-aud-employee-id        pic x(6).
         05 filler                     pic x(70).

      *File division
       fd sorted-aud-file
           data record is sorted-aud-line
           record contains 99 characters.

       01 sorted-aud-line              pic x(99).

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

      *Master record as matched
       01 ws-mst-detail.
         05 mst-employee-id            pic x(6).
         05 mst-name                   pic x(20).
         05 mst-salary                 pic 9(5).
         05 mst-performance            pic x.
         05 mst-dept-code              pic x(4).
         05 mst-hire-date              pic 9(8).
         05 mst-empl-status            pic x.
           88 mst-active               value 'A' ' '.
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

      *Audit detail section - same layout the maintenance,
      *appraisal and off-cycle adjustment runs write
       01 ws-audit-detail.
         05 aud-date                    pic 9(8).
         05 aud-time                    pic 9(6).
         05 aud-userid                  pic x(8).
         05 aud-action                  pic x(1).
           88 aud-is-delete            value 'D'.
      *the actions that set a salary - an add or change off the
      *maintenance run, or an off-cycle adjustment.  a status set
      *or a rating carries the salary it found, it did not set it
           88 aud-sets-salary          value 'A' 'C' 'O'.
         05 aud-employee-id             pic x(6).
         05 aud-name                    pic x(20).
         05 aud-old-salary              pic 9(5).
         05 aud-new-salary              pic 9(5).
         05 aud-old-perf                pic x(1).
         05 aud-new-perf                pic x(1).
         05 aud-old-status              pic x(1).
         05 aud-new-status              pic x(1).
         05 aud-new-dept-code           pic x(4).
         05 aud-new-hire-date           pic 9(8).
         05 aud-new-status-date         pic 9(8).
         05 aud-new-perf-year           pic 9(4).
         05 aud-new-grade               pic x(2).
         05 aud-new-step                pic 9(2).
         05 aud-approved-by             pic x(8).

      *Department reference table
       01 ws-dept-table.
         05 ws-dept-entry              occurs 50 times.
           10 dpt-code                 pic x(4).
           10 dpt-name                 pic x(20).

      *What the three files say about the employee id in hand -
      *whether the master holds it, the latest history record and
      *the latest audited salary transaction
       01 ws-lineage.
         05 lin-employee-id            pic x(6).
         05 lin-on-master              pic x       value "N".
         05 lin-name                   pic x(20).
         05 lin-hst-found              pic x       value "N".
         05 lin-hst-new-salary         pic 9(7).
         05 lin-hst-year               pic 9(4).
         05 lin-aud-found              pic x       value "N".
         05 lin-aud-last-action        pic x.
         05 lin-aud-sal-found          pic x       value "N".
         05 lin-aud-new-salary         pic 9(5).
         05 lin-aud-date               pic 9(8).
         05 lin-aud-action             pic x.

      *Report heading sections
       01 ws-heading1.
         05 filler                     pic x(48)   value
         "SALARY LINEAGE INTEGRITY CHECK                  ".
         05 filler                     pic x(9)    value
         "RUN DATE ".
         05 ws-h1-run-date             pic 9(8).
         05 filler                     pic x(67)   value spaces.

      *Column heading - widths/fillers kept in step with
      *ws-finding-detail below so each word sits over its field
       01 ws-heading2.
         05 filler                     pic x(6)    value 'EMP ID'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(20)   value 'NAME'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(4)    value 'DEPT'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(1)    value 'S'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(7)    value ' MASTER'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(9)    value '  HISTORY'.
         05 filler                     pic x(1)    value spaces.
         05 filler                     pic x(4)    value 'YEAR'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(7)    value '  AUDIT'.
         05 filler                     pic x(1)    value spaces.
         05 filler                     pic x(8)    value 'AUD DATE'.
         05 filler                     pic x(1)    value spaces.
         05 filler                     pic x(1)    value 'A'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(30)   value 'FINDING'.
         05 filler                     pic x(18)   value spaces.

      *Finding detail line - one employee id the files disagree
      *about, with what each file says
       01 ws-finding-detail.
         05 ws-fd-employee-id          pic x(6).
         05 filler                     pic x(2).
         05 ws-fd-name                 pic x(20).
         05 filler                     pic x(2).
         05 ws-fd-dept-code            pic x(4).
         05 filler                     pic x(2).
         05 ws-fd-status               pic x(1).
         05 filler                     pic x(2).
         05 ws-fd-mst-salary           pic zzz,zz9.
         05 filler                     pic x(2).
         05 ws-fd-hst-salary           pic z,zzz,zz9.
         05 filler                     pic x(1).
         05 ws-fd-hst-year             pic 9(4).
         05 filler                     pic x(2).
         05 ws-fd-aud-salary           pic zzz,zz9.
         05 filler                     pic x(1).
         05 ws-fd-aud-date             pic 9(8).
         05 filler                     pic x(1).
         05 ws-fd-aud-action           pic x(1).
         05 filler                     pic x(2).
         05 ws-fd-finding              pic x(30).
         05 filler                     pic x(18).

      *Report total line sections
       01 ws-master-line.
         05 filler                     pic x(30)   value
         "MASTER RECORDS CHECKED      = ".
         05 ws-ml-count                pic zzzzz9.
         05 filler                     pic x(96)   value spaces.

       01 ws-active-line.
         05 filler                     pic x(30)   value
         "ACTIVE TEACHERS CHECKED     = ".
         05 ws-al-count                pic zzzzz9.
         05 filler                     pic x(96)   value spaces.

       01 ws-traced-line.
         05 filler                     pic x(30)   value
         "TRACED TO HISTORY           = ".
         05 ws-tl-count                pic zzzzz9.
         05 filler                     pic x(96)   value spaces.

       01 ws-explained-line.
         05 filler                     pic x(30)   value
         "EXPLAINED BY AUDIT TRAIL    = ".
         05 ws-el-count                pic zzzzz9.
         05 filler                     pic x(96)   value spaces.

       01 ws-drift-line.
         05 filler                     pic x(30)   value
         "UNEXPLAINED SALARY DRIFT    = ".
         05 ws-dl-count                pic zzzzz9.
         05 filler                     pic x(96)   value spaces.

       01 ws-no-lineage-line.
         05 filler                     pic x(30)   value
         "NO SALARY LINEAGE ON FILE   = ".
         05 ws-nl-count                pic zzzzz9.
         05 filler                     pic x(96)   value spaces.

       01 ws-hist-orphan-line.
         05 filler                     pic x(30)   value
         "HISTORY IDS NOT ON MASTER   = ".
         05 ws-ho-count                pic zzzzz9.
         05 filler                     pic x(96)   value spaces.

       01 ws-aud-orphan-line.
         05 filler                     pic x(30)   value
         "AUDIT IDS NOT ON MASTER     = ".
         05 ws-ao-count                pic zzzzz9.
         05 filler                     pic x(96)   value spaces.

       01 ws-deleted-line.
         05 filler                     pic x(30)   value
         "DELETED IDS (AUDITED)       = ".
         05 ws-de-count                pic zzzzz9.
         05 filler                     pic x(96)   value spaces.

       01 ws-bad-dept-line.
         05 filler                     pic x(30)   value
         "TEACHERS IN UNKNOWN DEPTS   = ".
         05 ws-bd-count                pic zzzzz9.
         05 filler                     pic x(96)   value spaces.

       01 ws-verdict-line.
         05 ws-vl-verdict              pic x(60).
         05 filler                     pic x(72)   value spaces.

      *Constants to be used in the program.
       77 ws-mst-status                pic xx      value "00".
       77 ws-dept-status               pic xx      value "00".
       77 ws-run-date                  pic 9(8)    value 0.
      *Match keys - each file's current employee id, carried at
      *high-values once the file is exhausted, and the lowest of
      *the three, which is the id being matched
       77 ws-mst-key                   pic x(6)    value spaces.
       77 ws-hst-key                   pic x(6)    value spaces.
       77 ws-aud-key                   pic x(6)    value spaces.
       77 ws-low-key                   pic x(6)    value spaces.
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
      *Report counters
       77 ws-master-count              pic 9(6)    value 0.
       77 ws-active-count              pic 9(6)    value 0.
       77 ws-traced-count              pic 9(6)    value 0.
       77 ws-explained-count           pic 9(6)    value 0.
       77 ws-drift-count               pic 9(6)    value 0.
       77 ws-no-lineage-count          pic 9(6)    value 0.
       77 ws-hist-orphan-count         pic 9(6)    value 0.
       77 ws-aud-orphan-count          pic 9(6)    value 0.
       77 ws-deleted-count             pic 9(6)    value 0.
       77 ws-bad-dept-count            pic 9(6)    value 0.
       77 ws-finding                   pic x(30)   value spaces.
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
           perform 030-load-depts.
      *Ordering all three files by employee id.  the master and
      *history input procedures strip the control records off the
      *data and prove each file read complete before a single
      *record is matched
           sort mst-sort-work-file
               on ascending key srt-mst-employee-id
               input procedure is 020-verify-master-input
               giving sorted-mst-file.
      *duplicates kept in arrival order within a teacher-year, so
      *the last record written for the year is the last one off
      *the sort
           sort hist-sort-work-file
               on ascending key srt-hst-employee-id
               on ascending key srt-hst-year
               on ascending key srt-hst-seq
               with duplicates in order
               input procedure is 040-verify-hist-input
               giving sorted-hist-file.
           sort aud-sort-work-file
               on ascending key srt-aud-employee-id
               on ascending key srt-aud-date
               on ascending key srt-aud-time
               with duplicates in order
               using audit-file
               giving sorted-aud-file.
           open input sorted-mst-file, sorted-hist-file,
               sorted-aud-file.
           open output print-file.
           move ws-run-date            to ws-h1-run-date.
           write print-line            from ws-heading1
             after advancing 1 line.
           write print-line            from ws-heading2
             after advancing 2 lines.
           perform 110-read-master.
           perform 120-read-hist.
           perform 130-read-audit.
      *Perform loop to walk the three sorted files side by side
           perform 200-match-one-id
             until ws-mst-key = high-values
             and ws-hst-key = high-values
             and ws-aud-key = high-values.

      *Writing total lines at the end of the report
           move ws-master-count        to ws-ml-count.
           write print-line            from ws-master-line
             after advancing 2 lines.
           move ws-active-count        to ws-al-count.
           write print-line            from ws-active-line
             after advancing 1 line.
           move ws-traced-count        to ws-tl-count.
           write print-line            from ws-traced-line
             after advancing 1 line.
           move ws-explained-count     to ws-el-count.
           write print-line            from ws-explained-line
             after advancing 1 line.
           move ws-drift-count         to ws-dl-count.
           write print-line            from ws-drift-line
             after advancing 1 line.
           move ws-no-lineage-count    to ws-nl-count.
           write print-line            from ws-no-lineage-line
             after advancing 1 line.
           move ws-hist-orphan-count   to ws-ho-count.
           write print-line            from ws-hist-orphan-line
             after advancing 1 line.
           move ws-aud-orphan-count    to ws-ao-count.
           write print-line            from ws-aud-orphan-line
             after advancing 1 line.
           move ws-deleted-count       to ws-de-count.
           write print-line            from ws-deleted-line
             after advancing 1 line.
           move ws-bad-dept-count      to ws-bd-count.
           write print-line            from ws-bad-dept-line
             after advancing 1 line.
      *Setting the return code - unexplained drift stops the raise
      *run; the other findings are for the maintenance desk
           if (ws-drift-count > 0)
               move 8                  to return-code
               move "** UNEXPLAINED SALARY DRIFT - DO NOT RUN RAISES"
                                       to ws-vl-verdict
           else
               if (ws-no-lineage-count > 0) or
                 (ws-hist-orphan-count > 0) or
                 (ws-aud-orphan-count > 0) or
                 (ws-bad-dept-count > 0)
                   move 4              to return-code
                   move "SALARIES TRACED - FINDINGS LISTED ABOVE"
                                       to ws-vl-verdict
               else
                   move 0              to return-code
                   move "ALL SALARIES TRACED - FILES AGREE"
                                       to ws-vl-verdict
               end-if
           end-if.
           write print-line            from ws-verdict-line
             after advancing 2 lines.

      *Closing the files.
           close sorted-mst-file, sorted-hist-file, sorted-aud-file,
               print-file.
           move ws-master-count        to rl-rec-count.
           move return-code            to rl-return-code.
           perform 901-log-end.
      *
           stop run.
      *
      ******************************************************************

       020-verify-master-input.
      * feed the sort from the indexed master, holding back the
      * control record and proving its count and salary hash -
      * same stop-cold treatment every reader gives this file
           open input teacher-master.
           if (ws-mst-status is not equal "00")
               display "T2-01-P2-INTG ABEND - TEACHER MASTER OPEN "
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
               "T2-01-P2-INTG ABEND - NO CONTROL RECORD ON MASTER"
               move 16                 to return-code
               stop run
           end-if.
           if (ws-mst-in-count is not equal mct-count) or
             (ws-mst-in-salary is not equal mct-salary-total)
               display
               "T2-01-P2-INTG ABEND - MASTER FAILS CONTROL RECORD"
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
      * load the department reference file - every master teacher's
      * department is looked up against it
           open input dept-file.
           if (ws-dept-status is not equal "00")
               display "T2-01-P2-INTG ABEND - DEPARTMENT FILE OPEN "
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
               "T2-01-P2-INTG ABEND - DEPARTMENT FILE HOLDS NO RECORDS"
               move 16                 to return-code
               stop run
           end-if.
      *
      ******************************************************************

       031-load-one-dept.
           if (ws-dept-count >= 50)
               display
               "T2-01-P2-INTG ABEND - MORE THAN 50 DEPARTMENT RECORDS"
               move 16                 to return-code
               stop run
           end-if.
           add 1                       to ws-dept-count.
           move dp-code                to dpt-code(ws-dept-count).
           move dp-name                to dpt-name(ws-dept-count).
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
      * feed the history sort, proving every segment's trailer and
      * typing each data record detail, amendment or off-cycle -
      * same input treatment the progression report gives this file
           open input history-file.
           move "n"                    to ws-hist-eof-flag.
           read history-file into ws-hist-in
               at end
                   move "y"            to ws-hist-eof-flag.
           perform 045-release-one-hist
             until ws-hist-eof-flag = "y".
           close history-file.
           if (ws-seg-count > 0)
               display "T2-01-P2-INTG ABEND - HISTORY FILE ENDS "
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
                   display "T2-01-P2-INTG ABEND - HISTORY FILE "
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
               move ws-hist-in         to srt-hist-rec
               if (ws-in-amd-seg is equal "Y")
                   move "M"            to srt-hst-rec-type
               else
               if (ws-in-ofc-seg is equal "Y")
                   move "O"            to srt-hst-rec-type
               else
                   move "D"            to srt-hst-rec-type
               end-if
               end-if
               move ws-hist-seq        to srt-hst-seq
               release srt-hist-rec
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

       130-read-audit.
      * an audit record under the reserved id is not a teacher's -
      * it is passed over
           perform 135-read-one-audit.
           perform 135-read-one-audit
             until ws-aud-key is not equal "999999".
      *
      ******************************************************************

       135-read-one-audit.
           read sorted-aud-file into ws-audit-detail
               at end
                   move high-values    to ws-aud-key.
           if (ws-aud-key is not equal high-values)
               move aud-employee-id    to ws-aud-key
           end-if.
      *
      ******************************************************************

       200-match-one-id.
      *  main logic paragraph - gather everything the three files
      *  hold for the lowest employee id still unmatched, then
      *  judge it
      *
           move ws-mst-key             to ws-low-key.
           if (ws-hst-key < ws-low-key)
               move ws-hst-key         to ws-low-key
           end-if.
           if (ws-aud-key < ws-low-key)
               move ws-aud-key         to ws-low-key
           end-if.
           move ws-low-key             to lin-employee-id.
           move spaces                 to lin-name.
           move "N"                    to lin-on-master
                                           lin-hst-found
                                           lin-aud-found
                                           lin-aud-sal-found.
           if (ws-mst-key is equal ws-low-key)
               move "Y"                to lin-on-master
               move mst-name           to lin-name
               perform 230-check-master-teacher
               perform 110-read-master
           else
               perform 210-take-one-hist
                 until ws-hst-key is not equal ws-low-key
               perform 220-take-one-audit
                 until ws-aud-key is not equal ws-low-key
               perform 250-list-orphan
           end-if.
      *
      ******************************************************************

       210-take-one-hist.
      * the history sorts by year and file position, so the record
      * standing last for the teacher is the latest - an amendment
      * behind the detail it corrects, an off-cycle adjustment in
      * the order it was written
           move "Y"                    to lin-hst-found.
           move hst-new-salary         to lin-hst-new-salary.
           move hst-year               to lin-hst-year.
           if (lin-name is equal spaces)
               move hst-name           to lin-name
           end-if.
           perform 120-read-hist.
      *
      ******************************************************************

       220-take-one-audit.
      * the audit sorts by date and time, so the last salary-setting
      * record standing is the latest audited salary, and the last
      * record of any kind says whether the id was deleted
           move "Y"                    to lin-aud-found.
           move aud-action             to lin-aud-last-action.
           if (aud-sets-salary)
               move "Y"                to lin-aud-sal-found
               move aud-new-salary     to lin-aud-new-salary
               move aud-date           to lin-aud-date
               move aud-action         to lin-aud-action
           end-if.
           if (lin-name is equal spaces)
               move aud-name           to lin-name
           end-if.
           perform 130-read-audit.
      *
      ******************************************************************

       230-check-master-teacher.
      * one master teacher - the department must still be on
      * DEPTIN, and an active teacher's salary must trace
           perform 210-take-one-hist
             until ws-hst-key is not equal ws-low-key.
           perform 220-take-one-audit
             until ws-aud-key is not equal ws-low-key.
           add 1                       to ws-master-count.
           move mst-dept-code          to ws-lookup-dept.
           perform 032-find-dept.
           if (ws-dept-found is equal "N")
               add 1                   to ws-bad-dept-count
               move "DEPT NOT ON DEPTIN"
                                       to ws-finding
               perform 280-print-finding
           end-if.
      *a teacher on leave or terminated draws no salary the raise
      *run would act on - only active teachers are traced
           if (mst-active)
               add 1                   to ws-active-count
               perform 240-trace-salary
           end-if.
      *
      ******************************************************************

       240-trace-salary.
      * traced to the latest history record, or explained by the
      * latest audited salary transaction, or neither
           if (mst-salary is not numeric)
               add 1                   to ws-drift-count
               move "MASTER SALARY NOT NUMERIC"
                                       to ws-finding
               perform 280-print-finding
           else
           if (lin-hst-found is equal "Y") and
             (lin-hst-new-salary is numeric) and
             (lin-hst-new-salary is equal mst-salary)
               add 1                   to ws-traced-count
           else
           if (lin-aud-sal-found is equal "Y") and
             (lin-aud-new-salary is numeric) and
             (lin-aud-new-salary is equal mst-salary)
               add 1                   to ws-explained-count
           else
           if (lin-hst-found is equal "N") and
             (lin-aud-sal-found is equal "N")
      *nothing on either file to trace from - a teacher converted
      *onto the master and never yet through a raise run
               add 1                   to ws-no-lineage-count
               move "NO HISTORY OR AUDITED SALARY"
                                       to ws-finding
               perform 280-print-finding
           else
               add 1                   to ws-drift-count
               move "** UNEXPLAINED SALARY DRIFT"
                                       to ws-finding
               perform 280-print-finding
           end-if
           end-if
           end-if
           end-if.
      *
      ******************************************************************

       250-list-orphan.
      * history or audit records for an id the master no longer
      * holds.  an id whose last audit record is a delete went off
      * the master through the maintenance run and is listed as
      * such; anything else left the master without a trail
           if (lin-aud-found is equal "Y") and
             (lin-aud-last-action is equal "D")
               add 1                   to ws-deleted-count
               move "DELETED - NOT ON MASTER"
                                       to ws-finding
           else
               if (lin-hst-found is equal "Y")
                   add 1               to ws-hist-orphan-count
               end-if
               if (lin-aud-found is equal "Y")
                   add 1               to ws-aud-orphan-count
               end-if
               if (lin-hst-found is equal "Y") and
                 (lin-aud-found is equal "Y")
                   move "HISTORY/AUDIT ID NOT ON MASTER"
                                       to ws-finding
               else
                   if (lin-hst-found is equal "Y")
                       move "HISTORY ID NOT ON MASTER"
                                       to ws-finding
                   else
                       move "AUDIT ID NOT ON MASTER"
                                       to ws-finding
                   end-if
               end-if
           end-if.
           perform 280-print-finding.
      *
      ******************************************************************

       280-print-finding.
      * one finding line - what each file says about the id.  the
      * master columns print only for a teacher on the master
           move spaces                 to ws-finding-detail.
           move lin-employee-id        to ws-fd-employee-id.
           move lin-name               to ws-fd-name.
           if (lin-on-master is equal "Y")
               move mst-dept-code      to ws-fd-dept-code
               move mst-empl-status    to ws-fd-status
               if (mst-salary is numeric)
                   move mst-salary     to ws-fd-mst-salary
               end-if
           end-if.
           if (lin-hst-found is equal "Y") and
             (lin-hst-new-salary is numeric)
               move lin-hst-new-salary to ws-fd-hst-salary
               move lin-hst-year       to ws-fd-hst-year
           end-if.
           if (lin-aud-sal-found is equal "Y") and
             (lin-aud-new-salary is numeric)
               move lin-aud-new-salary to ws-fd-aud-salary
               move lin-aud-date       to ws-fd-aud-date
               move lin-aud-action     to ws-fd-aud-action
           end-if.
           move ws-finding             to ws-fd-finding.
           write print-line            from ws-finding-detail
             after advancing 1 line.
      *
      ******************************************************************

       900-log-start.
      * stamp the run-control register on the way in - a start
      * with no matching end is how the schedule-status report
      * shows an abend
           accept ws-rlog-date         from date yyyymmdd.
           accept ws-rlog-time         from time.
           move "T2-01-P2-INTG"   to rl-program-id.
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
       end program T2-01-P2-INTG.
