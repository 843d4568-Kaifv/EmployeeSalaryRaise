         "T2-01-P2-CONV".
         05 filler                     pic x(14)   value
         "T2-01-P2-SEAL".
         05 filler                     pic x(14)   value
         "T2-01-P2-RCVR".
         05 filler                     pic x(14)   value
         "T2-01-P2-SETL".
         05 filler                     pic x(14)   value
         "T2-01-P2-GLJR".
         05 filler                     pic x(14)   value
         "T2-01-P2-FCST".
         05 filler                     pic x(14)   value
         "T2-01-P2-OFFC".
         05 filler                     pic x(14)   value
         "T2-01-P2-INTG".
         05 filler                     pic x(14)   value
         "T2-01-P2-CENS".
       01 ws-roster-redef redefines ws-roster-table.
         05 ws-roster-entry            occurs 21 times
                                       pic x(14).

      *Report heading sections
             until ws-log-sub >= ws-log-count.
      *The roster - programs that left no trace on the report date
           move 0                      to ws-roster-sub.
           perform 200-check-one-roster 21 times.
           move ws-abend-count         to ws-ab-count.
           write print-line            from ws-abend-line
             after advancing 2 lines.
