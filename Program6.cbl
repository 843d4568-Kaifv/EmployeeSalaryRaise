      *File division
       fd audit-file
           data record is audit-line
           record contains 99 characters.

       01 audit-line                   pic x(99).

      *File division
       fd balance-file
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

      *Rates audit detail section - same layout the rates
      *maintenance run writes
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(9)    value 'PERF O->N'.
         05 filler                     pic x(9)    value 'STAT O->N'.
         05 filler                     pic x(8)    value 'APPROVED'.
         05 filler                     pic x(18)   value spaces.

      *Inquiry detail line - one audit record that passed selection
       01 ws-inq-detail.
         05 ws-inq-old-status          pic x(1).
         05 ws-inq-st-arrow            pic x(4).
         05 ws-inq-new-status          pic x(1).
         05 filler                     pic x(3).
         05 ws-inq-approved-by         pic x(8).
         05 filler                     pic x(16).

      *Reconciliation section heading - column widths kept in step
      *with ws-rec-detail below
                           if (aud-action is equal "P")
                               move "APPRSL"
                                       to ws-inq-action
                           else
                           if (aud-action is equal "O")
                               move "OFFCYC"
                                       to ws-inq-action
                           else
                               move aud-action
                                       to ws-inq-action
                           end-if
                           end-if
                       end-if
                   end-if
               end-if
           move aud-new-perf           to ws-inq-new-perf.
           move aud-old-status         to ws-inq-old-status.
           move aud-new-status         to ws-inq-new-status.
           move aud-approved-by        to ws-inq-approved-by.
           write print-line            from ws-inq-detail
             after advancing 1 line.
           add 1                       to ws-selected-count.
