      *corrected rate table, and writes a supplemental adjustment
      *extract in the raise run's extract format so GLPOST can post
      *just the difference - instead of payroll hand-typing an
      *adjustment per teacher.  Where the corrected raise moves a
      *capped teacher's excess over the cap, the lump sum in lieu
      *moves with it and the difference goes out as a lump-sum
      *record of its own.  A retro report shows per teacher the
      *raise that was paid, the corrected raise, and the delta, and
      *the same three figures for the lump sum.
       environment division.
       input-output section.
       file-control.
      *opened extend only after the read side is closed, to seal
      *this run's corrections in as an amendment segment of their
      *own (a "999998" header, one amendment record per corrected
      *teacher in the 59-byte detail layout, then a control
      *trailer) so the progression report and any later retro run
      *correct from the amended figures instead of the stale
      *originals
      *File division
       fd history-file
           data record is history-line
           record contains 59 characters.

       01 history-line                 pic x(59).

      *File division
       fd rates-file
      *File division
       fd teacher-master
           data record is tm-rec
           record contains 61 characters.
      *Defining the master record - same layout the raise run
      *reads.  The status is along for the ride: a teacher on
      *leave or terminated today still gets their past raise
         05 tm-empl-status             pic x.
         05 tm-status-date             pic 9(8).
         05 tm-perf-year               pic 9(4).
         05 tm-grade                   pic x(2).
         05 tm-step                    pic 9(2).

      *File division
       fd hist-amend-file
           data record is hist-amend-line
           record contains 59 characters.

       01 hist-amend-line              pic x(59).

      *File division
       fd adjust-file
           88 hist-perf-valid          value 'A' 'G' 'S'.
         05 hist-raise-amount          pic 9(7).
         05 hist-year                  pic 9(4).
      *the one-time lump sum paid in lieu of a capped raise - it
      *moves whenever a correction moves the capped excess, so it
      *is recomputed alongside the raise
         05 hist-lump-sum              pic 9(7).

      *Adjustment extract detail section - same layout as the raise
      *run's ws-extract-detail so GLPOST can read either file.  The
         05 adj-sign                   pic x.
         05 filler                     pic x(96)   value spaces.

      *Adjustment extract lump-sum record - same layout as the
      *raise run's lump-sum record: the lump-sum difference at the
      *raise offset, the same sign byte as the raise adjustment,
      *and an L in the record-type byte so the journal routes it
      *to the lump-sum account
       01 ws-adjust-lump.
         05 adl-employee-id            pic x(6).
         05 adl-old-salary             pic 9(7).
         05 adl-amount                 pic 9(7).
         05 adl-new-salary             pic 9(7).
         05 adl-eff-date               pic 9(8).
         05 adl-sign                   pic x.
         05 filler                     pic x(30)   value spaces.
         05 adl-rec-type               pic x(1)    value "L".
         05 filler                     pic x(65)   value spaces.

      *Control-trailer sections - same convention as the raise run's
      *interface files: the last record carries the record count and
      *hash totals of everything ahead of it, under the reserved
         05 hit-count                  pic 9(7).
         05 hit-old-sal-total          pic 9(11).
         05 hit-raise-total            pic 9(11).
         05 filler                     pic x(24).

      *Budget-scaled segment marker as read - the "999997" record
      *a budget-fitted raise run writes ahead of its segment.
         05 mki-id                     pic x(6).
         05 mki-year                   pic 9(4).
         05 mki-run-date               pic 9(8).
         05 filler                     pic x(41).

      *Amendment-segment header - the "999998" record that opens
      *this run's amendment segment on the history file.  Like the
         05 amh-id                     pic x(6)    value "999998".
         05 amh-year                   pic 9(4).
         05 amh-run-date               pic 9(8).
         05 filler                     pic x(41)   value spaces.

      *Trailer sealing this run's amendment segment - same layout
      *every history segment trailer carries
         05 amt-count                  pic 9(7).
         05 amt-old-sal-total          pic 9(11).
         05 amt-raise-total            pic 9(11).
         05 filler                     pic x(24)   value spaces.

      *One amendment record being built - the 59-byte detail
      *layout carrying the corrected figures
       01 ws-amd-out-detail.
         05 amd-employee-id            pic x(6).
         05 amd-performance            pic x.
         05 amd-raise-amount           pic 9(7).
         05 amd-year                   pic 9(4).
         05 amd-lump-sum               pic 9(7).

      *Amendments this run produces, buffered until the history
      *read side is closed and the append side can open
       01 ws-amd-out-table.
         05 ws-amd-out-entry           occurs 2000 times
                                       pic x(59).

      *Amendments already on file for the target year, collected
      *on a first pass - the latest amendment per teacher wins,
           10 amd-tbl-employee-id      pic x(6).
           10 amd-tbl-raise            pic 9(7).
           10 amd-tbl-new-salary       pic 9(7).
           10 amd-tbl-lump-sum         pic 9(7).

      *Trailer written on the adjustment extract - same layout as
      *the raise run's extract trailer.  the raise-total field
      *carries the sum of the unsigned raise adjustments, and the
      *lump-sum records are counted and hashed apart, unsigned,
      *the same way.  nothing here is prorated, so the prorated
      *total stays zero
       01 ws-adjust-trailer.
         05 atr-id                     pic x(6)    value "999999".
         05 atr-count                  pic 9(7).
         05 atr-old-sal-total          pic 9(11).
         05 atr-raise-total            pic 9(11).
         05 atr-prorated-total         pic 9(9)v99 value 0.
         05 atr-lump-count             pic 9(7).
         05 atr-lump-total             pic 9(11).
         05 filler                     pic x(68)   value spaces.

      *Heading section - column widths/fillers kept in step with
      *ws-retro-detail below so each word sits over its field
         05 filler                     pic x(9)    value 'CORRECTED'.
         05 filler                     pic x(6)    value spaces.
         05 filler                     pic x(5)    value 'DELTA'.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(8)    value 'OLD LUMP'.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(8)    value 'NEW LUMP'.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(10)   value 'LUMP DELTA'.
         05 filler                     pic x(25)   value spaces.

      *Retro detail line section - employee id carried so two
      *same-named teachers can be told apart on the report
         05 ws-ret-new-raise           pic zz,zz9.
         05 filler                     pic x(3)    value spaces.
         05 ws-ret-delta               pic -zzz,zz9.
         05 filler                     pic x(6)    value spaces.
         05 ws-ret-old-lump            pic zzz,zz9.
         05 filler                     pic x(4)    value spaces.
         05 ws-ret-new-lump            pic zzz,zz9.
         05 filler                     pic x(5)    value spaces.
         05 ws-ret-lump-delta          pic -zzz,zz9.
         05 filler                     pic x(25)   value spaces.

      *Total line section.
       01 ws-total-line.
         05 ws-tl-total-delta          pic $$,$$$,$$9.
         05 filler                     pic x(83)   value spaces.

       01 ws-lump-total-line.
         05 filler                     pic x(18)   value spaces.
         05 filler                     pic x(30)   value
         "   TOTAL LUMP-SUM ADJUSTMENT= ".
         05 ws-ll-sign                 pic x(1)    value space.
         05 ws-ll-total-delta          pic $$,$$$,$$9.
         05 filler                     pic x(83)   value spaces.

      *Count line section - how many teachers moved and how many
      *history records were bypassed (wrong year or bad data)
       01 ws-count-line.
       77 ws-total-delta               pic s9(9)   value 0.
       77 ws-total-delta-abs           pic 9(9)    value 0.
       77 ws-adjust-count              pic 9(7)    value 0.
      *Lump-sum side of the correction - the recomputed lump sum,
      *the one standing, their signed difference, and the count
      *and unsigned hash of the lump-sum records on the extract
       77 ws-lump-sum                  pic 9(7)    value 0.
       77 ws-paid-lump                 pic 9(7)    value 0.
       77 ws-lump-delta                pic s9(7)   value 0.
       77 ws-lump-delta-abs            pic 9(7)    value 0.
       77 ws-total-lump-delta          pic s9(9)   value 0.
       77 ws-lump-adj-count            pic 9(7)    value 0.
       77 ws-lump-adj-total            pic 9(11)   value 0.
      *Teachers whose raise or lump sum moved - one report line
      *and one amendment record each
       77 ws-teacher-adj-count         pic 9(7)    value 0.
      *Control-trailer working fields - the running totals for the
      *history segment being verified and for the trailer written
      *on the adjustment extract
      *and the hashes for the segment this run seals
       77 ws-upd-status                pic xx      value "00".
       77 ws-in-amd-seg                pic x       value "N".
      *Whether the record in hand sits inside an off-cycle segment -
      *an off-cycle adjustment is not a raise-run raise and is
      *never recomputed
       77 ws-in-ofc-seg                pic x       value "N".
      *Whether the target year's raises were budget-scaled - set
      *off the "999997" markers during the first pass, and fatal
       77 ws-year-scaled               pic x       value "N".
           move ws-adjust-count        to atr-count.
           move ws-adj-old-total       to atr-old-sal-total.
           move ws-adj-raise-total     to atr-raise-total.
           move ws-lump-adj-count      to atr-lump-count.
           move ws-lump-adj-total      to atr-lump-total.
           write adjust-line           from ws-adjust-trailer.

      *Writing total lines at the end of the report
           move ws-total-delta-abs     to ws-tl-total-delta.
           write print-line            from ws-total-line
             after advancing 2 lines.
           if (ws-total-lump-delta < 0)
               move "-"                to ws-ll-sign
               compute ws-total-delta-abs =
                   ws-total-lump-delta * -1
           else
               move space              to ws-ll-sign
               move ws-total-lump-delta
                                       to ws-total-delta-abs
           end-if.
           move ws-total-delta-abs     to ws-ll-total-delta.
           write print-line            from ws-lump-total-line
             after advancing 1 line.
           move ws-teacher-adj-count   to ws-cl-adjust-count.
           write print-line            from ws-count-line
             after advancing 1 line.

      *amendment segment of their own, now that the read side is
      *closed - the progression report shows the corrected figures
      *and a later retro run corrects from them
           if (ws-teacher-adj-count > 0)
               perform 500-append-amendments
           end-if.
      *Setting the return code so the batch schedule can tell a run
      *that produced adjustments from one where the correction
      *turned out to change nothing
           if (ws-teacher-adj-count > 0)
               move 0                  to return-code
           else
               move 4                  to return-code
           end-if.
           move ws-teacher-adj-count   to rl-rec-count.
           move return-code            to rl-return-code.
           perform 901-log-end.
      *
           move hist-raise-amount      to amd-tbl-raise(ws-amd-sub).
           move hist-new-salary        to
                               amd-tbl-new-salary(ws-amd-sub).
           if (hist-lump-sum is numeric)
               move hist-lump-sum      to amd-tbl-lump-sum(ws-amd-sub)
           else
               move zeros              to amd-tbl-lump-sum(ws-amd-sub)
           end-if.
      *
      ******************************************************************

      *Each raise run seals the records it appended with a control
      *trailer - verify the segment that just ended, then start
      *counting the next one.  A "999998" header opens an
      *amendment segment and a "999996" header an off-cycle
      *segment; like the trailer they are structural and never
      *counted
           if (hist-employee-id is equal "999999")
               perform 105-verify-hist-segment
           else
           if (hist-employee-id is equal "999998") or
             (hist-employee-id is equal "999997") or
             (hist-employee-id is equal "999996")
      *headers and budget-scaled markers are structural - the
      *marker was already acted on during the first pass
               if (hist-employee-id is equal "999998")
                   move "Y"            to ws-in-amd-seg
               end-if
               if (hist-employee-id is equal "999996")
                   move "Y"            to ws-in-ofc-seg
               end-if
           else
               add 1                   to ws-seg-count
               if (hist-old-salary is numeric)
                   add hist-raise-amount
                                       to ws-seg-raise
               end-if
               if (ws-in-ofc-seg is equal "N") and
                 (hist-year is numeric) and
                 (hist-year is equal ws-retro-year)
                   add 1               to ws-matched-count
               end-if
      *recomputed; other years' history stays as written, and an
      *amendment record is never recomputed directly - its figures
      *reached the recomputation through the first-pass table.
      *An off-cycle adjustment was never a raise-run raise and is
      *passed over the same way.  Records that would not have
      *computed cleanly on the raise run (bad salary or
      *performance code) are bypassed rather than guessed at
               if (ws-in-amd-seg is equal "N") and
                 (ws-in-ofc-seg is equal "N") and
                 (hist-year is equal ws-retro-year) and
                 (hist-old-salary is numeric) and
                 (hist-raise-amount is numeric) and
           move zeros                  to ws-seg-count
                                           ws-seg-old-sal
                                           ws-seg-raise.
      *the trailer also closes an amendment or off-cycle segment
           move "N"                    to ws-in-amd-seg.
           move "N"                    to ws-in-ofc-seg.
      *
      ******************************************************************

      * the history record preserved
           move zeros                  to ws-calc-raise
                                           ws-interim
                                           ws-act-raise
                                           ws-lump-sum.
           compute ws-calc-raise rounded = hist-old-salary *
           ws-3-percent-cnst.
           if (hist-performance is equal 'G')
               compute ws-calc-raise rounded =
                   (ws-calc-raise * ws-service-months) / 12
           end-if.
      *Cap treatment - same as the raise run, the excess over the
      *corrected cap owed as the lump sum in lieu
           compute ws-new-salary-calc rounded = ws-calc-raise +
           hist-old-salary.
           if (ws-new-salary-calc <= ws-70k-cnst)
           else
               compute ws-actual-raise-calc = ws-new-salary-calc -
               ws-70k-cnst
               move ws-actual-raise-calc
                                       to ws-lump-sum

               compute ws-actual-raise-calc = ws-calc-raise -
               ws-actual-raise-calc
                                       to ws-act-raise
           end-if.
           compute ws-new-sal = hist-old-salary + ws-act-raise.
      *The raise and lump sum actually standing for this teacher
      *are the latest amendment's when there is one - a correction
      *already posted must not be posted again
           perform 115-find-amendment.
           compute ws-raise-delta = ws-act-raise - ws-paid-raise.
           compute ws-lump-delta = ws-lump-sum - ws-paid-lump.
      *Nothing moved for this teacher - the correction left their
      *raise and lump sum where they were, so no adjustment posts
      *and no report line prints
           if (ws-raise-delta is not equal 0) or
             (ws-lump-delta is not equal 0)
               perform 120-write-adjustment
           end-if.
      *

       115-find-amendment.
      * serial search of the first-pass table for this teacher -
      * ws-paid-raise and ws-paid-lump are left holding the raise
      * and lump sum that actually stand, amended or original
           move hist-raise-amount      to ws-paid-raise.
           if (hist-lump-sum is numeric)
               move hist-lump-sum      to ws-paid-lump
           else
               move zeros              to ws-paid-lump
           end-if.
           move "N"                    to ws-amd-found.
           move 0                      to ws-amd-sub.
           perform 116-check-one-amendment
               move "Y"                to ws-amd-found
               move amd-tbl-raise(ws-amd-sub)
                                       to ws-paid-raise
               move amd-tbl-lump-sum(ws-amd-sub)
                                       to ws-paid-lump
           end-if.
      *
      ******************************************************************

       120-write-adjustment.
      * one teacher whose raise or lump sum moved under the
      * corrected rates - feed each difference to the adjustment
      * extract and show the old/corrected/delta figures on the
      * retro report
           add 1                       to ws-teacher-adj-count.
           if (ws-raise-delta is not equal 0)
               perform 125-write-raise-adjustment
           end-if.
      *A lump-sum difference rides right behind the teacher's
      *raise adjustment, the same order the raise run writes them
           if (ws-lump-delta is not equal 0)
               perform 127-write-lump-adjustment
           end-if.
      *
           move hist-employee-id       to ws-ret-employee-id.
           move hist-name              to ws-ret-name.
           move ws-paid-raise          to ws-ret-old-raise.
           move ws-act-raise           to ws-ret-new-raise.
           move ws-raise-delta         to ws-ret-delta.
           move ws-paid-lump           to ws-ret-old-lump.
           move ws-lump-sum            to ws-ret-new-lump.
           move ws-lump-delta          to ws-ret-lump-delta.
           write print-line            from ws-retro-detail
             after advancing 1 line.
      *Buffering this teacher's amendment record - the corrected
           move hist-performance       to amd-performance.
           move ws-act-raise           to amd-raise-amount.
           move ws-retro-year          to amd-year.
           move ws-lump-sum            to amd-lump-sum.
           add 1                       to ws-amd-out-count.
           move ws-amd-out-detail      to
                               ws-amd-out-entry(ws-amd-out-count).
           add hist-old-salary         to ws-amd-old-total.
           add ws-act-raise            to ws-amd-raise-total.
      *
      ******************************************************************

       125-write-raise-adjustment.
      * the raise difference - unsigned at the raise offset, the
      * sign byte saying which way it posts
           if (ws-raise-delta < 0)
               move "-"                to adj-sign
               compute ws-delta-abs = ws-raise-delta * -1
           else
               move "+"                to adj-sign
               move ws-raise-delta     to ws-delta-abs
           end-if.
           move hist-employee-id       to adj-employee-id.
           move hist-old-salary        to adj-old-salary.
           move ws-delta-abs           to adj-act-raise.
           move ws-new-sal             to adj-new-salary.
           move ws-run-date            to adj-eff-date.
           write adjust-line           from ws-adjust-detail.
           add ws-raise-delta          to ws-total-delta.
           add 1                       to ws-adjust-count.
      *Running the control-trailer count and hash totals for the
      *adjustment extract
           add hist-old-salary         to ws-adj-old-total.
           add ws-delta-abs            to ws-adj-raise-total.
      *
      ******************************************************************

       127-write-lump-adjustment.
      * the lump-sum difference - the excess over the corrected cap
      * less the lump sum already paid, as an L record counted and
      * hashed apart from the raise adjustments
           if (ws-lump-delta < 0)
               move "-"                to adl-sign
               compute ws-lump-delta-abs = ws-lump-delta * -1
           else
               move "+"                to adl-sign
               move ws-lump-delta      to ws-lump-delta-abs
           end-if.
           move hist-employee-id       to adl-employee-id.
           move hist-old-salary        to adl-old-salary.
           move ws-lump-delta-abs      to adl-amount.
           move ws-new-sal             to adl-new-salary.
           move ws-run-date            to adl-eff-date.
           write adjust-line           from ws-adjust-lump.
           add ws-lump-delta           to ws-total-lump-delta.
           add 1                       to ws-lump-adj-count.
           add ws-lump-delta-abs       to ws-lump-adj-total.
      *
      ******************************************************************

       205-read-hire-date.
