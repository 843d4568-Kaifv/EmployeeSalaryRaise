      *File division
       fd teacher-master
           data record is tm-rec
           record contains 61 characters.
      *Defining the master record - same layout the raise run reads
       01 tm-rec.
         05 tm-employee-id             pic x(6).
         05 tm-empl-status             pic x.
         05 tm-status-date             pic 9(8).
         05 tm-perf-year               pic 9(4).
         05 tm-grade                   pic x(2).
         05 tm-step                    pic 9(2).

      *File division
       fd teacher-scan
           data record is ts-rec
           record contains 61 characters.
      *Defining the readiness-scan view of the master record
       01 ts-rec.
         05 ts-employee-id             pic x(6).
           88 ts-active                value 'A' ' '.
         05 ts-status-date             pic 9(8).
         05 ts-perf-year               pic 9(4).
         05 ts-grade                   pic x(2).
         05 ts-step                    pic 9(2).

      *File division
       fd audit-file
           data record is audit-line
           record contains 99 characters.

       01 audit-line                   pic x(99).

      *File division
       fd reject-file
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

      *Reject detail section - same layout the maintenance run
      *writes so one reader covers both listings
                       move apr-rating      to aud-new-perf
                       move tm-empl-status  to aud-old-status
                       move tm-empl-status  to aud-new-status
                       move tm-dept-code    to aud-new-dept-code
                       move tm-hire-date    to aud-new-hire-date
                       move tm-status-date  to aud-new-status-date
                       move apr-cycle-year  to aud-new-perf-year
                       move tm-grade        to aud-new-grade
                       move tm-step         to aud-new-step
                       perform 160-write-audit
                       move apr-rating      to tm-performance
                       move apr-cycle-year  to tm-perf-year
           move ws-run-time(1:6)       to aud-time.
           move apr-appraiser          to aud-userid.
           move "P"                    to aud-action.
           move spaces                 to aud-approved-by.
           move apr-employee-id        to aud-employee-id.
           write audit-line            from ws-audit-detail.
      *
