      *with a return code that pages the schedule.  The retro run's
      *ADJEXTR adjustment extract shares the extract layout, so the
      *same run reconciles it against its acknowledgment file.
      *Lump-sum records (an L in column 67) are not raises and are
      *not acknowledged - they are proved against their own trailer
      *count and hash, reported as sent, and kept out of the match.
       environment division.
       input-output section.
       file-control.
         05 ext-bw-salary-fin          pic 9(5)v99.
         05 ext-bw-raise               pic 9(5)v99.
         05 ext-bw-raise-fin           pic 9(5)v99.
         05 ext-rec-type               pic x(1).
         05 filler                     pic x(65).

      *Trailer read off the extract - count and hash fields sit at
      *the same offsets on the raise run's extract and the retro
      *adjustment extract; the prorated total rides only on the
      *former and is not part of this match.  the lump-sum count
      *and hash ride only on the raise run's trailer - spaces on
      *the adjustment extract's
       01 ws-ext-trailer.
         05 etr-id                     pic x(6).
         05 etr-count                  pic 9(7).
         05 etr-old-sal-total          pic 9(11).
         05 etr-raise-total            pic 9(11).
         05 filler                     pic x(11).
         05 etr-lump-count             pic 9(7).
         05 etr-lump-total             pic 9(11).
         05 filler                     pic x(68).

      *Acknowledgment detail section - what payroll says it posted
      *for one teacher
         05 ws-ns-count                pic zzzzz9.
         05 filler                     pic x(96)   value spaces.

       01 ws-lump-line.
         05 filler                     pic x(30)   value
         "LUMP SUMS SENT (NOT MATCHED)= ".
         05 ws-ls-count                pic zzzzz9.
         05 filler                     pic x(3)    value spaces.
         05 ws-ls-amount               pic zzz,zzz,zz9.
         05 filler                     pic x(82)   value spaces.

      *Constants to be used in the program.
       77 ws-ext-eof                   pic x       value "n".
       77 ws-ack-eof                   pic x       value "n".
       77 ws-ext-in-count              pic 9(7)    value 0.
       77 ws-ext-in-old-sal            pic 9(11)   value 0.
       77 ws-ext-in-raise              pic 9(11)   value 0.
       77 ws-ext-in-lump-count         pic 9(7)    value 0.
       77 ws-ext-in-lump-total         pic 9(11)   value 0.
       77 ws-ack-trl-found             pic x       value "N".
       77 ws-ack-in-count              pic 9(7)    value 0.
       77 ws-ack-in-raise              pic 9(11)   value 0.
           move ws-never-sent-count    to ws-ns-count.
           write print-line            from ws-never-sent-line
             after advancing 1 line.
           move ws-ext-in-lump-count   to ws-ls-count.
           move ws-ext-in-lump-total   to ws-ls-amount.
           write print-line            from ws-lump-line
             after advancing 1 line.

      *Closing the files.
           close sorted-ext-file, sorted-ack-file, print-file.
               move 16                 to return-code
               stop run
           end-if.
      *the lump-sum records prove against their own trailer fields
      *- a trailer that carries none (the adjustment extract) must
      *have had no lump-sum records ahead of it
           if (etr-lump-count is not numeric) or
             (etr-lump-total is not numeric)
               move zeros              to etr-lump-count
                                           etr-lump-total
           end-if.
           if (ws-ext-in-lump-count is not equal etr-lump-count) or
             (ws-ext-in-lump-total is not equal etr-lump-total)
               display "T2-01-P2-RECON ABEND - EXTRACT LUMP SUMS "
               "FAIL CONTROL TRAILER"
               display "  TRAILER COUNT  " etr-lump-count
                       "  READ COUNT  " ws-ext-in-lump-count
               move 16                 to return-code
               stop run
           end-if.
      *
      ******************************************************************

           if (extract-line(1:6) is equal "999999")
               move extract-line       to ws-ext-trailer
               move "Y"                to ws-ext-trl-found
           else
           if (extract-line(67:1) is equal "L")
      *a lump-sum record - hashed on its amount (the raise offset)
      *and held out of the match, payroll acknowledges raises only
               move extract-line       to ws-extract-detail
               add 1                   to ws-ext-in-lump-count
               if (ext-act-raise is numeric)
                   add ext-act-raise   to ws-ext-in-lump-total
               end-if
           else
               add 1                   to ws-ext-in-count
               move extract-line       to ws-extract-detail
                   add ext-act-raise   to ws-ext-in-raise
               end-if
               release srt-ext-rec     from extract-line
           end-if
           end-if.
           read extract-file
               at end
