      *when the salary cap - or the department budget - held the
      *actual raise under it.  A control page totals statements
      *produced against the extract's control trailer count, so a
      *missing letter is caught before the envelopes are.  A
      *lump-sum record (an L in column 67) is not a statement of
      *its own - it prints on its teacher's page as a one-time
      *payment apart from base salary, and the lump-sum lines
      *printed are held against the trailer's lump-sum count.
       environment division.
       input-output section.
       file-control.
      *File division
       fd history-file
           data record is history-line
           record contains 59 characters.

       01 history-line                 pic x(59).

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
       fd dept-file
         05 ext-bw-salary-fin          pic 9(5)v99.
         05 ext-bw-raise               pic 9(5)v99.
         05 ext-bw-raise-fin           pic 9(5)v99.
         05 ext-rec-type               pic x(1).
         05 filler                     pic x(65).

      *Trailer read off the extract - the lump-sum records are
      *counted apart from the raise records
       01 ws-ext-trailer.
         05 etr-id                     pic x(6).
         05 etr-count                  pic 9(7).
         05 etr-old-sal-total          pic 9(11).
         05 etr-raise-total            pic 9(11).
         05 filler                     pic x(11).
         05 etr-lump-count             pic 9(7).
         05 etr-lump-total             pic 9(11).
         05 filler                     pic x(68).

      *History detail as read - the run's segment supplies name,
      *performance and the salary figures the statement
         05 hin-performance            pic x.
         05 hin-raise-amount           pic 9(7).
         05 hin-year                   pic 9(4).
         05 hin-lump-sum               pic 9(7).

      *The run's own history segment, tabled by employee id.  each
      *sealed detail segment read replaces the table, so what is
         05 ws-st-periods              pic z9.
         05 filler                     pic x(42)   value spaces.

       01 ws-stmt-lump-line.
         05 filler                     pic x(28)   value
         "ONE-TIME LUMP SUM           ".
         05 ws-st-lump-amount          pic $$,$$$,$$9.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(36)   value
         "PAID ONCE - NOT PART OF BASE SALARY ".
         05 filler                     pic x(55)   value spaces.

      *Control page sections - statements produced must equal the
      *extract trailer's count, or a letter is missing
       01 ws-ctl-heading.
         05 ws-ct-skipped-count        pic zzzzzz9.
         05 filler                     pic x(95)   value spaces.

       01 ws-ctl-lump-trl-line.
         05 filler                     pic x(30)   value
         "TRAILER LUMP-SUM COUNT      = ".
         05 ws-ct-lump-trl-count       pic zzzzzz9.
         05 filler                     pic x(95)   value spaces.

       01 ws-ctl-lump-line.
         05 filler                     pic x(30)   value
         "LUMP-SUM LINES PRINTED      = ".
         05 ws-ct-lump-count           pic zzzzzz9.
         05 filler                     pic x(95)   value spaces.

       01 ws-ctl-status-line.
         05 filler                     pic x(30)   value
         "CONTROL STATUS              = ".
       77 ws-ext-trl-found             pic x       value "N".
       77 ws-produced-count            pic 9(7)    value 0.
       77 ws-skipped-count             pic 9(7)    value 0.
       77 ws-lump-count                pic 9(7)    value 0.
      *the teacher whose page was printed last - a lump-sum record
      *prints onto that page only
       77 ws-last-stmt-id              pic x(6)    value spaces.
       77 ws-rates-loaded              pic x       value "N".
      *
      *Run-control register record - program id, stamp, phase
      *Setting the return code so the schedule pages someone when
      *a letter is missing
           if (ws-skipped-count > 0) or
             (ws-produced-count is not equal etr-count) or
             (ws-lump-count is not equal etr-lump-count)
               move 8                  to return-code
           else
               move 0                  to return-code
      * segment read replaces the table, so the one standing at
      * end of file is the last written, which is the run these
      * statements cover.  amendment segments (999998-headed) are
      * the retro run's and off-cycle segments (999996-headed) the
      * off-cycle adjustment run's, and both are passed over
           open input history-file.
           move "n"                    to ws-hist-eof-flag.
           read history-file into ws-hist-in
           if (hin-employee-id is equal "999997")
               continue
           else
           if (hin-employee-id is equal "999998") or
             (hin-employee-id is equal "999996")
               move "Y"                to ws-in-amd-seg
           else
           if (hin-employee-id is equal "999999")
           if (extract-line(1:6) is equal "999999")
               move extract-line       to ws-ext-trailer
               move "Y"                to ws-ext-trl-found
           else
           if (extract-line(67:1) is equal "L")
               move extract-line       to ws-extract-detail
               perform 160-print-lump-sum
           else
               move extract-line       to ws-extract-detail
      *the rate row is picked by the extract's own effective date,
                   perform 050-load-rates
               end-if
               perform 110-build-statement
           end-if
           end-if.
           read extract-file
               at end
               perform 140-recompute-calc
               perform 150-print-statement
               add 1                   to ws-produced-count
               move ext-employee-id    to ws-last-stmt-id
           end-if.
      *
      ******************************************************************
           write print-line            from ws-stmt-bw-line
             after advancing 2 lines.
      *
      ******************************************************************

       160-print-lump-sum.
      * the cap-trimmed part of the raise paid once - the record
      * rides right behind its teacher's raise record, so it goes
      * on the page just printed.  one with no page to land on is
      * counted unmatched like any other orphan extract record
           if (ext-employee-id is equal ws-last-stmt-id)
               move ext-act-raise      to ws-st-lump-amount
               write print-line        from ws-stmt-lump-line
                 after advancing 1 line
               add 1                   to ws-lump-count
           else
               add 1                   to ws-skipped-count
               display "T2-01-P2-STMT WARNING - LUMP-SUM RECORD "
               "WITHOUT A STATEMENT, EMP ID " ext-employee-id
           end-if.
      *
      ******************************************************************

       500-print-control-page.
           move ws-skipped-count       to ws-ct-skipped-count.
           write print-line            from ws-ctl-skipped-line
             after advancing 1 line.
      *the lump-sum count rides only on a raise-run trailer
           if (etr-lump-count is not numeric)
               move zeros              to etr-lump-count
           end-if.
           move etr-lump-count         to ws-ct-lump-trl-count.
           write print-line            from ws-ctl-lump-trl-line
             after advancing 1 line.
           move ws-lump-count          to ws-ct-lump-count.
           write print-line            from ws-ctl-lump-line
             after advancing 1 line.
           if (ws-skipped-count is equal 0) and
             (ws-produced-count is equal etr-count) and
             (ws-lump-count is equal etr-lump-count)
               move "BALANCED - NO LETTER MISSING"
                                       to ws-ct-status
           else
