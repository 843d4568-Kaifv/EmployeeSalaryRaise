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
       fd hist-out-file
           data record is hist-out-line
           record contains 59 characters.

       01 hist-out-line                pic x(59).

      *File division
       fd run-log-file
         05 hin-performance            pic x.
         05 hin-raise-amount           pic 9(7).
         05 hin-year                   pic 9(4).
         05 hin-lump-sum               pic 9(7).

      *Trailer read off each sealed segment
       01 ws-hist-in-trailer.
         05 hit-count                  pic 9(7).
         05 hit-old-sal-total          pic 9(11).
         05 hit-raise-total            pic 9(11).
         05 filler                     pic x(24).

      *Trailer written to seal the legacy prefix
       01 ws-hist-out-trailer.
         05 hot-count                  pic 9(7).
         05 hot-old-sal-total          pic 9(11).
         05 hot-raise-total            pic 9(11).
         05 filler                     pic x(24)   value spaces.

      *Constants to be used in the program.
      *Running totals for the segment being read
                                           ws-seg-old-sal
                                           ws-seg-raise
           else
      *an amendment-segment header, a budget-scaled marker and an
      *off-cycle segment header are structural like the trailer -
      *never counted into a segment's totals (and copied byte for
      *byte by the rewrite, like everything else)
           if (hin-employee-id is equal "999998") or
             (hin-employee-id is equal "999997") or
             (hin-employee-id is equal "999996")
               continue
           else
               add 1                   to ws-seg-count
