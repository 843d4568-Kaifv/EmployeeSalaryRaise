      *a non-zero return code that stops the schedule, and the
      *backup it wrote is the fallback.  The unload is in the old
      *flat master format, so a restore is one T2-01-P2-CONV run.
      *The backup's control record carries the unload date and
      *time, so a forward recovery (T2-01-P2-RCVR) knows which audit
      *records to roll the generation forward with.
       environment division.
       input-output section.
       file-control.
      *File division
       fd teacher-master
           data record is tm-rec
           record contains 61 characters.
      *Defining the master record - the original 36 bytes plus the
      *hire date the raise run's proration and longevity steps
      *read, and the employment status that sidelines a teacher
           88 tm-status-valid          value 'A' 'L' 'T' ' '.
         05 tm-status-date             pic 9(8).
         05 tm-perf-year               pic 9(4).
         05 tm-grade                   pic x(2).
         05 tm-step                    pic 9(2).

      *File division
       fd backup-file
           data record is backup-line
           record contains 61 characters.

       01 backup-line                  pic x(61).

      *File division
       fd balance-file
      *Constant for end of file
       01 ws-eof-flag                  pic x       value "n".

      *Control record read off the master under the reserved key.
      *on the backup copy the unload date and time ride in the
      *spare bytes, so a forward recovery knows which audit
      *records the generation already holds
       01 ws-mst-control.
         05 mct-id                      pic x(6).
         05 mct-count                   pic 9(7).
         05 mct-salary-total            pic 9(11).
         05 mct-raise-total             pic 9(11).
         05 mct-backup-date             pic 9(8).
         05 mct-backup-time             pic 9(6).
         05 filler                      pic x(12).

      *Balance detail section - same layout the maintenance run
      *writes
      *Worst condition seen so far - 0 clean, 4 malformed records
      *only, 16 structural/balance failure
       77 ws-verify-rc                 pic 9(2)    value 0.
      *Unload stamp carried on the backup's control record
       77 ws-run-date                  pic 9(8)    value 0.
       77 ws-run-time                  pic 9(8)    value 0.
      *
      *Run-control register record - program id, stamp, phase
      *(S start / E end), cycle year, record count, return code
       procedure division.
       000-main.
           perform 900-log-start.
      *Date/time stamp for the backup's control record
           accept ws-run-date           from date yyyymmdd.
           accept ws-run-time           from time.
           open input teacher-master.
           if (ws-mst-status is not equal "00")
               display "T2-01-P2-VRFY ABEND - TEACHER MASTER OPEN "

       100-check-one-record.
      * one master record - capture the control record, or check
      * and unload a data record.  the backup's control record
      * carries the unload stamp - every audit record stamped
      * after it is a change this generation does not hold
           if (tm-employee-id is equal "999999")
               move tm-rec             to ws-mst-control
               move "Y"                to ws-ctl-found
               move ws-run-date        to mct-backup-date
               move ws-run-time(1:6)   to mct-backup-time
               write backup-line       from ws-mst-control
           else
               write backup-line       from tm-rec
               add 1                   to ws-read-count
               if (tm-salary is numeric)
                   add tm-salary       to ws-read-salary
      *salary, a valid performance code, a readable hire date
      *(zeros allowed, meaning a record from before the field
      *existed) and a recognizable employment status (a space
      *reads as active, same as the raise run takes it) and a
      *numeric salary schedule step (zeros with a blank grade
      *meaning not yet placed on the schedule)
               if (tm-employee-id is equal spaces) or
                 (tm-name is equal spaces) or
                 (tm-salary is not numeric) or
                 (not tm-perf-valid) or
                 (tm-hire-date is not numeric) or
                 (not tm-status-valid) or
                 (tm-perf-year is not numeric) or
                 (tm-step is not numeric)
                   add 1               to ws-malformed-count
               end-if
      *status headcounts - active plus on-leave plus terminated
