      *File division
       fd old-master-file
           data record is raw-mst-line
           record contains 61 characters.

       01 raw-mst-line                 pic x(61).

      *File division
       fd teacher-master
           data record is tm-rec
           record contains 61 characters.
      *Defining the master record - the original 36 bytes plus the
      *hire date and employment status, keyed on the employee id
       01 tm-rec.
           88 tm-status-valid          value 'A' 'L' 'T'.
         05 tm-status-date             pic 9(8).
         05 tm-perf-year               pic 9(4).
         05 tm-grade                   pic x(2).
         05 tm-step                    pic 9(2).

      *File division
       fd run-log-file
         05 min-empl-status            pic x.
         05 min-status-date            pic 9(8).
         05 min-perf-year              pic 9(4).
         05 min-grade                  pic x(2).
         05 min-step                   pic 9(2).

      *Trailer read off the old flat master
       01 ws-mst-in-trailer.
         05 mit-count                  pic 9(7).
         05 mit-salary-total           pic 9(11).
         05 mit-raise-total            pic 9(11).
         05 filler                     pic x(26).

      *Control record written into the indexed master under the
      *reserved key - same fields the flat master's trailer carried
         05 mct-count                   pic 9(7).
         05 mct-salary-total            pic 9(11).
         05 mct-raise-total             pic 9(11)   value 0.
         05 filler                      pic x(26)   value spaces.

      *Constants to be used in the program.
       77 ws-mst-status                pic xx      value "00".
               if (tm-perf-year is not numeric)
                   move zeros          to tm-perf-year
               end-if
      *a record from before the salary schedule loads unplaced -
      *grade spaces, step zeros - and is placed on a grade/step by
      *a maintenance change
               if (tm-step is not numeric)
                   move spaces         to tm-grade
                   move zeros          to tm-step
               end-if
               write tm-rec
                   invalid key
                       display "T2-01-P2-CONV ABEND - DUPLICATE "
