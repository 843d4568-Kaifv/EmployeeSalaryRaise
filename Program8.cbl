      *segment by segment on the way in, dropped, and the rewritten
      *file is re-sealed with one fresh trailer covering everything
      *retained; each archive append is sealed the same way.
      *Amendment and off-cycle segments are resealed behind the
      *details as segments of their own on both sides.
       environment division.
       input-output section.
       file-control.
           select amd-arch-file
               assign to AMDARCH
               organization is line sequential.
      *Retained off-cycle adjustment records, held apart the same
      *way so the rewritten file can seal them back into an
      *off-cycle segment of their own
           select ofc-keep-file
               assign to OFCKEEP
               organization is line sequential.
      *Archived off-cycle adjustment records, held until the
      *archive's detail segment is sealed
           select ofc-arch-file
               assign to OFCARCH
               organization is line sequential.
      *Live audit trail, read side
           select audit-file
               assign to AUDIN
      *File division
       fd history-file
           data record is history-line
           record contains 59 characters.

       01 history-line                 pic x(59).

      *File division
       fd hist-keep-file
           data record is hist-keep-line
           record contains 59 characters.

       01 hist-keep-line               pic x(59).

      *File division
       fd hist-arch-file
           data record is hist-arch-line
           record contains 59 characters.

       01 hist-arch-line               pic x(59).

      *File division
       fd hist-out-file
           data record is hist-out-line
           record contains 59 characters.

       01 hist-out-line                pic x(59).

      *File division
       fd amd-keep-file
           data record is amd-keep-line
           record contains 59 characters.

       01 amd-keep-line                pic x(59).

      *File division
       fd amd-arch-file
           data record is amd-arch-line
           record contains 59 characters.

       01 amd-arch-line                pic x(59).

      *File division
       fd ofc-keep-file
           data record is ofc-keep-line
           record contains 59 characters.

       01 ofc-keep-line                pic x(59).

      *File division
       fd ofc-arch-file
           data record is ofc-arch-line
           record contains 59 characters.

       01 ofc-arch-line                pic x(59).

      *File division
       fd audit-file
           data record is audit-line
           record contains 99 characters.

       01 audit-line                   pic x(99).

      *File division
       fd aud-keep-file
           data record is aud-keep-line
           record contains 99 characters.

       01 aud-keep-line                pic x(99).

      *File division
       fd aud-arch-file
           data record is aud-arch-line
           record contains 99 characters.

       01 aud-arch-line                pic x(99).

      *File division
       fd aud-out-file
           data record is aud-out-line
           record contains 99 characters.

       01 aud-out-line                 pic x(99).

      *File division
       fd print-file
         05 hin-performance            pic x.
         05 hin-raise-amount           pic 9(7).
         05 hin-year                   pic 9(4).
         05 hin-lump-sum               pic 9(7).

      *Trailer read off each live history segment
       01 ws-hist-in-trailer.
         05 hit-count                  pic 9(7).
         05 hit-old-sal-total          pic 9(11).
         05 hit-raise-total            pic 9(11).
         05 filler                     pic x(24).

      *Trailer written on the rewritten live file (one segment
      *covering everything retained) and on this run's archive
         05 hot-count                  pic 9(7).
         05 hot-old-sal-total          pic 9(11).
         05 hot-raise-total            pic 9(11).
         05 filler                     pic x(24)   value spaces.

      *Budget-scaled segment marker as read - the "999997" record
      *a budget-fitted raise run writes ahead of its segment.  It
         05 mki-id                     pic x(6).
         05 mki-year                   pic 9(4).
         05 mki-run-date               pic 9(8).
         05 filler                     pic x(41).

      *Amendment-segment header written ahead of regrouped
      *amendment records - segments from several retro runs merge
         05 amh-id                     pic x(6)    value "999998".
         05 amh-year                   pic 9(4)    value 0.
         05 amh-run-date               pic 9(8).
         05 filler                     pic x(41)   value spaces.

      *Off-cycle segment header written ahead of regrouped
      *off-cycle adjustment records - as with amendments, the year
      *field carries zeros and each record's own year says when the
      *adjustment took effect
       01 ws-ofc-header.
         05 ofh-id                     pic x(6)    value "999996".
         05 ofh-year                   pic 9(4)    value 0.
         05 ofh-run-date               pic 9(8).
         05 filler                     pic x(41)   value spaces.

      *Audit record as read, so the date can be examined
       01 ws-audit-detail.
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

      *Archive summary lines - one per file, kept figures then
      *archived figures with the date range of each
         05 ws-ams-arch                pic zzzzzz9.
         05 filler                     pic x(73)   value spaces.

       01 ws-ofc-summary-line.
         05 filler                     pic x(10)   value "OFF-CYCLE ".
         05 filler                     pic x(7)    value "KEPT = ".
         05 ws-ofs-kept                pic zzzzzz9.
         05 filler                     pic x(17)   value spaces.
         05 filler                     pic x(11)   value
         "ARCHIVED = ".
         05 ws-ofs-arch                pic zzzzzz9.
         05 filler                     pic x(73)   value spaces.

       01 ws-retention-line.
         05 filler                     pic x(23)   value
         "RETENTION - HISTORY    ".
       77 ws-amd-arch                  pic 9(7)    value 0.
       77 ws-amd-arch-old              pic 9(11)   value 0.
       77 ws-amd-arch-raise            pic 9(11)   value 0.
      *Off-cycle routing - the same, for off-cycle segments
       77 ws-in-ofc-seg                pic x       value "N".
       77 ws-ofc-kept                  pic 9(7)    value 0.
       77 ws-ofc-kept-old              pic 9(11)   value 0.
       77 ws-ofc-kept-raise            pic 9(11)   value 0.
       77 ws-ofc-arch                  pic 9(7)    value 0.
       77 ws-ofc-arch-old              pic 9(11)   value 0.
       77 ws-ofc-arch-raise            pic 9(11)   value 0.
       77 ws-kept-year-old             pic 9(4)    value 9999.
       77 ws-kept-year-new             pic 9(4)    value 0.
       77 ws-arch-year-old             pic 9(4)    value 9999.
      * records into keep and archive by year
           open input history-file.
           open output hist-keep-file.
      *amendment and off-cycle records ride apart so each side can
      *be resealed as its own trailed segment behind the details
           open output amd-keep-file, amd-arch-file.
           open output ofc-keep-file, ofc-arch-file.
      *the archive accumulates across runs - extend it, or create
      *it on the first-ever archive run
           open extend hist-arch-file.
               write hist-arch-line    from ws-hist-out-trailer
           end-if.
           close amd-keep-file, amd-arch-file.
           close ofc-keep-file, ofc-arch-file.
      *An archived year's amendments follow its details into the
      *archive, resealed as an amendment segment of their own so
      *the archive reads exactly like the live file
           if (ws-amd-arch > 0)
               perform 150-archive-amendments
           end-if.
      *and its off-cycle adjustments the same way
           if (ws-ofc-arch > 0)
               perform 160-archive-off-cycle
           end-if.
           close history-file, hist-keep-file, hist-arch-file.
      *
      ******************************************************************

       110-split-one-hist.
      * one live history record - verify a segment trailer, note
      * an amendment- or off-cycle-segment header (structural,
      * never counted),
      * route a budget-scaled marker with the year it covers, or
      * route a data record to keep or archive
           if (hin-employee-id is equal "999997")
           if (hin-employee-id is equal "999998")
               move "Y"                to ws-in-amd-seg
           else
           if (hin-employee-id is equal "999996")
               move "Y"                to ws-in-ofc-seg
           else
           if (hin-employee-id is equal "999999")
               move ws-hist-in         to ws-hist-in-trailer
               if (ws-seg-count is not equal hit-count) or
               move zeros              to ws-seg-count
                                           ws-seg-old-sal
                                           ws-seg-raise
      *the trailer also closes an amendment or off-cycle segment
               move "N"                to ws-in-amd-seg
               move "N"                to ws-in-ofc-seg
           else
               add 1                   to ws-seg-count
               if (hin-old-salary is numeric)
      *a record whose year cannot be read is kept - never purge
      *what cannot be proven old.  an amendment travels with the
      *year it corrects, so a purged year takes its corrections
      *along and a kept year keeps them; an off-cycle adjustment
      *travels with the year it took effect
               if (ws-in-amd-seg is equal "Y")
                   perform 140-route-amendment
               else
               if (ws-in-ofc-seg is equal "Y")
                   perform 145-route-off-cycle
               else
                   if (hin-year is numeric) and
                     (hin-year < ws-hist-cutoff-year)
                       perform 130-keep-hist
                   end-if
               end-if
               end-if
           end-if
           end-if
           end-if
           end-if.
               end-if
           end-if.
      *
      ******************************************************************

       145-route-off-cycle.
      * one off-cycle adjustment record - keep or archive by the
      * year it took effect, into the side file its segment
      * reseals from
           if (hin-year is numeric) and
             (hin-year < ws-hist-cutoff-year)
               write ofc-arch-line     from ws-hist-in
               add 1                   to ws-ofc-arch
               if (hin-old-salary is numeric)
                   add hin-old-salary  to ws-ofc-arch-old
               end-if
               if (hin-raise-amount is numeric)
                   add hin-raise-amount
                                       to ws-ofc-arch-raise
               end-if
           else
               write ofc-keep-line     from ws-hist-in
               add 1                   to ws-ofc-kept
               if (hin-old-salary is numeric)
                   add hin-old-salary  to ws-ofc-kept-old
               end-if
               if (hin-raise-amount is numeric)
                   add hin-raise-amount
                                       to ws-ofc-kept-raise
               end-if
           end-if.
      *
      ******************************************************************

       150-archive-amendments.
               at end
                   move "y"            to ws-eof-flag.
      *
      ******************************************************************

       160-archive-off-cycle.
      * the archived off-cycle adjustments, appended as a sealed
      * off-cycle segment of their own
           move ws-run-date            to ofh-run-date.
           write hist-arch-line        from ws-ofc-header.
           open input ofc-arch-file.
           move "n"                    to ws-eof-flag.
           read ofc-arch-file
               at end
                   move "y"            to ws-eof-flag.
           perform 165-copy-one-ofc-arch
             until ws-eof-flag = "y".
           close ofc-arch-file.
           move ws-ofc-arch            to hot-count.
           move ws-ofc-arch-old        to hot-old-sal-total.
           move ws-ofc-arch-raise      to hot-raise-total.
           write hist-arch-line        from ws-hist-out-trailer.
      *
      ******************************************************************

       165-copy-one-ofc-arch.
           write hist-arch-line        from ofc-arch-line.
           read ofc-arch-file
               at end
                   move "y"            to ws-eof-flag.
      *
      ******************************************************************

       120-archive-hist.
           if (ws-amd-kept > 0)
               perform 220-rewrite-amendments
           end-if.
      *and a kept year's off-cycle adjustments as an off-cycle
      *segment, the shape the off-cycle run appended them in
           if (ws-ofc-kept > 0)
               perform 240-rewrite-off-cycle
           end-if.
           close hist-out-file.
      *
      ******************************************************************
               at end
                   move "y"            to ws-eof-flag.
      *
      ******************************************************************

       240-rewrite-off-cycle.
           move ws-run-date            to ofh-run-date.
           write hist-out-line         from ws-ofc-header.
           open input ofc-keep-file.
           move "n"                    to ws-eof-flag.
           read ofc-keep-file
               at end
                   move "y"            to ws-eof-flag.
           perform 250-copy-one-ofc-keep
             until ws-eof-flag = "y".
           close ofc-keep-file.
           move ws-ofc-kept            to hot-count.
           move ws-ofc-kept-old        to hot-old-sal-total.
           move ws-ofc-kept-raise      to hot-raise-total.
           write hist-out-line         from ws-hist-out-trailer.
      *
      ******************************************************************

       250-copy-one-ofc-keep.
           write hist-out-line         from ofc-keep-line.
           read ofc-keep-file
               at end
                   move "y"            to ws-eof-flag.
      *
      ******************************************************************

       300-split-audit.
           move ws-amd-arch            to ws-ams-arch.
           write print-line            from ws-amd-summary-line
             after advancing 1 line.
           move ws-ofc-kept            to ws-ofs-kept.
           move ws-ofc-arch            to ws-ofs-arch.
           write print-line            from ws-ofc-summary-line
             after advancing 1 line.
           move ws-aud-kept            to ws-as-kept.
           move ws-aud-arch            to ws-as-arch.
           if (ws-aud-kept > 0)
