      *File division
       fd teacher-master
           data record is tm-rec
           record contains 61 characters.
      *Defining the master record - same layout the raise run reads
       01 tm-rec.
         05 tm-employee-id             pic x(6).
           88 tm-active                value 'A' ' '.
         05 tm-status-date             pic 9(8).
         05 tm-perf-year               pic 9(4).
         05 tm-grade                   pic x(2).
         05 tm-step                    pic 9(2).

      *Sort work file - the master record keyed for the
      *distribution walk
      *File division
       fd history-file
           data record is history-line
           record contains 59 characters.

       01 history-line                 pic x(59).

      *Sort work file - the history record plus the derived type
      *(D detail, M amendment), same keying the progression
         05 srt-hst-performance        pic x.
         05 srt-hst-raise-amount       pic 9(7).
         05 srt-hst-year               pic 9(4).
         05 srt-hst-lump-sum           pic 9(7).
         05 srt-hst-rec-type           pic x.

      *File division
       fd sorted-hist-file
           data record is hist-rec
           record contains 60 characters.
      *Defining the history record, in employee id / year / type
      *order
       01 hist-rec.
         05 hst-performance            pic x.
         05 hst-raise-amount           pic 9(7).
         05 hst-year                   pic 9(4).
         05 hst-lump-sum               pic 9(7).
         05 hst-rec-type               pic x.

      *File division
         05 hin-performance            pic x.
         05 hin-raise-amount           pic 9(7).
         05 hin-year                   pic 9(4).
         05 hin-lump-sum               pic 9(7).

      *Trailer read off each history-file segment
       01 ws-hist-in-trailer.
         05 hit-count                  pic 9(7).
         05 hit-old-sal-total          pic 9(11).
         05 hit-raise-total            pic 9(11).
         05 filler                     pic x(24).

      *Control record read off the teacher master
       01 ws-mst-control.
         05 mct-count                  pic 9(7).
         05 mct-salary-total           pic 9(11).
         05 mct-raise-total            pic 9(11).
         05 filler                     pic x(26).

      *Department reference table, with the per-rating raise
      *accumulators the history pass runs up - raise dollars and
       77 ws-seg-old-sal               pic 9(11)   value 0.
       77 ws-seg-raise                 pic 9(11)   value 0.
       77 ws-in-amd-seg                pic x       value "N".
      *Y between a "999996" off-cycle header and its trailer - an
      *off-cycle adjustment is not a rating raise, so it never
      *averages into the raise percentage by rating
       77 ws-in-ofc-seg                pic x       value "N".
      *Department reference working fields
       77 ws-dept-eof-flag             pic x       value "n".
       77 ws-dept-count                pic 9(3)    value 0.
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
                   add hin-raise-amount
                                       to ws-seg-raise
               end-if
      *an off-cycle record proves its segment's trailer like any
      *other, but is not released to the rating averages
               if (ws-in-ofc-seg is equal "N")
                   move ws-hist-in     to srt-hist-rec
                   if (ws-in-amd-seg is equal "Y")
                       move "M"        to srt-hst-rec-type
                   else
                       move "D"        to srt-hst-rec-type
                   end-if
                   release srt-hist-rec
               end-if
           end-if
           end-if.
           read history-file into ws-hist-in
