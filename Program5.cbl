      *grouped by employee id.  Teachers whose salary sat frozen at
      *the cap in consecutive years are flagged, because those are
      *the compression grievances waiting to happen at the union
      *table.  A capped year shows the one-time lump sum paid in
      *lieu of the trimmed raise beside it.  An off-cycle salary
      *adjustment (promotion, market or equity increase) shows as a
      *line of its own in the year it took effect, marked OFF-CYCLE.
       environment division.
       input-output section.
       file-control.
      *Salary history file written by the raise run - one record per
      *teacher per year, sealed with a control trailer per run,
      *plus the amendment segments the retro run appends ("999998"
      *header, amendment records in the detail layout, trailer) and
      *the off-cycle segments the off-cycle adjustment run appends
      *("999996" header, adjustment records, trailer)
           select history-file
               assign to HISTIN
               organization is line sequential.
      *File division
       fd history-file
           data record is history-line
           record contains 59 characters.

       01 history-line                 pic x(59).

      *Sort work file - carries the history record's fields plus a
      *record type the input procedure derives (D detail off a
      *raise run, M amendment off a retro run, O off-cycle
      *adjustment), keyed so each amendment sorts in right behind
      *the detail it corrects and an off-cycle adjustment behind
      *both
       sd hist-sort-work-file
           data record is srt-hist-rec.
       01 srt-hist-rec.
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
      *order - the detail layout the raise run writes plus the
      *derived record type
         05 hst-performance            pic x.
         05 hst-raise-amount           pic 9(7).
         05 hst-year                   pic 9(4).
      *the one-time lump sum paid in lieu of a capped raise -
      *shown beside the raise, never folded into it
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

      *Teacher header line - one per employee id control break
       01 ws-teacher-line.
         05 filler                     pic x(7)    value 'RAISE %'.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(4)    value 'PERF'.
         05 filler                     pic x(20)   value spaces.
         05 filler                     pic x(8)    value 'LUMP SUM'.
         05 filler                     pic x(35)   value spaces.

      *Progression detail line - one per teacher per year, with an
      *AMENDED marker where a retro correction superseded the
      *raise run's figures (or ORIGINAL on the as-first-written
      *line printed under it on request), and one per off-cycle
      *adjustment marked OFF-CYCLE
       01 ws-prog-detail.
         05 filler                     pic x(8).
         05 ws-pd-year                 pic 9(4).
         05 filler                     pic x(4).
         05 ws-pd-cap-note             pic x(6).
         05 filler                     pic x(3).
         05 ws-pd-amend-note           pic x(9).
         05 filler                     pic x(2).
         05 ws-pd-lump-sum             pic zzz,zz9.
         05 filler                     pic x(35).

      *Cap-compression flag line - printed under a teacher whose
      *salary sat frozen at the cap in consecutive years
         05 ws-am-amended-count        pic zzzzz9.
         05 filler                     pic x(96)   value spaces.

       01 ws-off-cycle-line.
         05 filler                     pic x(30)   value
         "OFF-CYCLE ADJUSTMENTS SHOWN = ".
         05 ws-oc-off-cycle-count      pic zzzzz9.
         05 filler                     pic x(96)   value spaces.

      *The teacher-year being held for print - an amendment
      *sorting in right behind it overlays the figures before the
      *line prints, so the progression shows what actually stands.
       01 ws-pend.
         05 pend-present               pic x       value "N".
         05 pend-amended               pic x       value "N".
         05 pend-off-cycle             pic x       value "N".
         05 pend-employee-id           pic x(6).
         05 pend-name                  pic x(20).
         05 pend-old-salary            pic 9(7).
         05 pend-performance           pic x.
         05 pend-raise-amount          pic 9(7).
         05 pend-year                  pic 9(4).
         05 pend-lump-sum              pic 9(7).
         05 pend-orig-new-salary       pic 9(7).
         05 pend-orig-performance      pic x.
         05 pend-orig-raise            pic 9(7).
      *amendment segment
       77 ws-in-amd-seg                pic x       value "N".
       77 ws-amended-count             pic 9(6)    value 0.
      *Whether the input-procedure record in hand sits inside an
      *off-cycle segment
       77 ws-in-ofc-seg                pic x       value "N".
       77 ws-off-cycle-count           pic 9(6)    value 0.
      *Control-trailer working fields for the segment being verified
       77 ws-seg-count                 pic 9(7)    value 0.
       77 ws-seg-old-sal               pic 9(11)   value 0.
      *Grouping the history by teacher and year so each teacher's
      *progression reads top to bottom, with each amendment
      *sorting in right behind the detail it corrects (D before
      *M, off-cycle adjustments behind both).  The input procedure
      *strips the per-run control trailers and segment headers off
      *the data and proves every segment read complete
      *duplicates kept in arrival order - stacked amendments for
      *one teacher-year carry equal keys, and the latest-wins
      *overlay depends on them coming off the sort in file order
           move ws-amended-count       to ws-am-amended-count.
           write print-line            from ws-amended-line
             after advancing 1 line.
           move ws-off-cycle-count     to ws-oc-off-cycle-count.
           write print-line            from ws-off-cycle-line
             after advancing 1 line.

      *Closing the files.
           close sorted-hist-file, print-file.
       025-release-one-hist.
      * one history-file record - verify a segment trailer, note an
      * amendment-segment header, or hash and release a data record
      * to the sort typed as detail, amendment or off-cycle.  the
      * "999998" and "999996" headers are structural like the
      * trailer - never counted, never released
           if (hin-employee-id is equal "999999")
               move ws-hist-in         to ws-hist-in-trailer
               if (ws-seg-count is not equal hit-count) or
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
               release srt-hist-rec
           end-if
           end-if.
           move hst-new-salary         to pend-new-salary.
           move hst-performance        to pend-performance.
           move hst-raise-amount       to pend-raise-amount.
           move hst-lump-sum           to pend-lump-sum.
      *
      ******************************************************************

           move hst-performance        to pend-performance.
           move hst-raise-amount       to pend-raise-amount.
           move hst-year               to pend-year.
           move hst-lump-sum           to pend-lump-sum.
           move "Y"                    to pend-present.
           move "N"                    to pend-amended.
           move "N"                    to pend-off-cycle.
      *an off-cycle adjustment is never overlaid - it prints as the
      *line it is
           if (hst-rec-type is equal "O")
               move "Y"                to pend-off-cycle
           end-if.
           if (hst-rec-type is equal "M")
               move "Y"                to pend-amended
               move hst-new-salary     to pend-orig-new-salary
           end-if.
           move ws-raise-pct           to ws-pd-raise-pct.
           move pend-performance       to ws-pd-perf.
      *a lump sum in lieu of a capped raise prints beside the
      *raise - a record from before the lump sum has spaces there
           if (pend-lump-sum is numeric) and (pend-lump-sum > 0)
               move pend-lump-sum      to ws-pd-lump-sum
           end-if.
           if (pend-amended is equal "Y")
               move "AMENDED"          to ws-pd-amend-note
               add 1                   to ws-amended-count
           end-if.
           if (pend-off-cycle is equal "Y")
               move "OFF-CYCLE"        to ws-pd-amend-note
               add 1                   to ws-off-cycle-count
           end-if.
      *A capped year is a zero raise WITH the salary standing at
      *the cap that governed that year - first-year proration and
      *budget scaling can both zero a raise well under the cap,
      *and those years are not compression.  mark the capped
      *years and track how many run back to back; the amended
      *figure is the one that stands, so it is the one the cap
      *tracking reads.  an off-cycle line is not a raise-run year -
      *it neither marks a capped year nor breaks a run of them
           if (pend-off-cycle is equal "N")
               perform 186-track-cap
           end-if.
           write print-line            from ws-prog-detail
             after advancing 1 line.
      *The original figures on request, right under the amended
      *line they were corrected from
           if (pend-amended is equal "Y") and
             (ws-show-orig is equal "Y")
               perform 190-print-original
           end-if.
      *
      ******************************************************************

       186-track-cap.
           perform 187-find-cap-for-year.
           if (pend-raise-amount is numeric) and
             (pend-raise-amount is equal 0) and
               move 0                  to ws-consec-capped
           end-if.
           move pend-year              to ws-prev-year.
      *
      ******************************************************************

