       identification division.
       program-id. T2-01-P2-GLJR.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program Description:
      *THis program builds the salary-expense journal the general
      *ledger posts from, in place of the raw extract lines finance
      *used to summarize by hand off the raise report.  It proves
      *the raise run's extract against its control trailer, looks
      *each teacher's department up on the master, and maps the
      *department to its cost center and salary-expense account
      *through the account-mapping file.  The raise amounts are
      *summarized into one debit line per cost center and account -
      *lump sums paid in lieu of a capped raise on their own
      *lump-sum account - against a single accrued-payroll credit
      *for the whole.  An adjustment extract signs each amount in
      *its sign byte: a "-" amount reduces its cost center's
      *debit, a line driven below zero posts as a credit reversal,
      *and the accrued-payroll line carries the net, on whichever
      *side it falls.  The journal is proven to balance (and to
      *carry exactly what the extract sent) before it is sealed with
      *its own control trailer.  A department with no mapping, or a
      *teacher no longer on the master, stops the posting: the
      *journal is left unsealed and the run ends RC 8, so GLPOST is
      *bypassed instead of the money landing in a suspense account.
       environment division.
       input-output section.
       file-control.
      *Journal parameter - the accrued-payroll account and cost
      *center every journal credits
           select parm-file
               assign to PARMIN
               organization is line sequential
               file status is ws-parm-status.
      *Payroll interface extract written by the raise run
           select extract-file
               assign to EXTRIN
               organization is line sequential.
      *Live teacher master, indexed on employee id - read by key
      *for the department code
           select teacher-master
               assign to TEACHMST
               organization is indexed
               access is random
               record key is tm-employee-id
               file status is ws-mst-status.
      *Account-mapping reference file - department code to cost
      *center, salary-expense account and lump-sum account
           select map-file
               assign to ACCTMAP
               organization is line sequential
               file status is ws-map-status.
      *Balanced salary-expense journal handed to GLPOST
           select journal-file
               assign to JRNLOUT
               organization is line sequential.
      *Journal listing
           select print-file
               assign to PRINTOUT
               organization is line sequential.
      *Run-control register shared by the whole schedule - every
      *program stamps a start record on the way in and an end
      *record (record count and return code) on the way out, so
      *the morning check reads one page instead of nine datasets
           select run-log-file
               assign to RUNCTL
               organization is line sequential
               file status is ws-rlog-status.
      *
       data division.
       file section.
      *File division
       fd parm-file
           data record is parm-rec
           record contains 16 characters.
      *Defining the journal parameter record
       01 parm-rec.
         05 parm-credit-account        pic x(10).
         05 parm-credit-center         pic x(6).

      *File division
       fd extract-file
           data record is extract-line
           record contains 132 characters.

       01 extract-line                 pic x(132).

      *File division
       fd teacher-master
           data record is tm-rec
           record contains 61 characters.
      *Defining the master record - same layout the raise run reads
       01 tm-rec.
         05 tm-employee-id             pic x(6).
         05 tm-name                    pic x(20).
         05 tm-salary                  pic 9(5).
         05 tm-performance             pic x.
         05 tm-dept-code               pic x(4).
         05 tm-hire-date               pic 9(8).
         05 tm-empl-status             pic x.
         05 tm-status-date             pic 9(8).
         05 tm-perf-year               pic 9(4).
         05 tm-grade                   pic x(2).
         05 tm-step                    pic 9(2).

      *File division
       fd map-file
           data record is map-rec
           record contains 30 characters.
      *Defining the account-mapping record
       01 map-rec.
         05 mp-dept-code               pic x(4).
         05 mp-cost-center             pic x(6).
         05 mp-expense-account         pic x(10).
         05 mp-lump-account            pic x(10).

      *File division
       fd journal-file
           data record is journal-line
           record contains 80 characters.

       01 journal-line                 pic x(80).

      *File division
       fd print-file
           data record is print-line
           record contains 132 characters.

       01 print-line                   pic x(132).

      *File division
       fd run-log-file
           data record is run-log-line
           record contains 50 characters.

       01 run-log-line                 pic x(50).

      *Working storage section
       working-storage section.

      *Constant for end of file
       01 ws-eof-flag                  pic x       value "n".

      *Extract detail section - same layout the raise run writes;
      *an L in the record-type byte is a lump-sum record with its
      *amount at the raise offset
       01 ws-extract-detail.
         05 ext-employee-id            pic x(6).
         05 ext-old-salary             pic 9(7).
         05 ext-act-raise              pic 9(7).
         05 ext-new-salary             pic 9(7).
         05 ext-eff-date               pic 9(8).
         05 ext-sign                   pic x(1).
         05 ext-periods-rem            pic 9(2).
         05 ext-bw-salary              pic 9(5)v99.
         05 ext-bw-salary-fin          pic 9(5)v99.
         05 ext-bw-raise               pic 9(5)v99.
         05 ext-bw-raise-fin           pic 9(5)v99.
         05 ext-rec-type               pic x(1).
         05 filler                     pic x(65).

      *Trailer read off the extract
       01 ws-ext-trailer.
         05 etr-id                     pic x(6).
         05 etr-count                  pic 9(7).
         05 etr-old-sal-total          pic 9(11).
         05 etr-raise-total            pic 9(11).
         05 filler                     pic x(11).
         05 etr-lump-count             pic 9(7).
         05 etr-lump-total             pic 9(11).
         05 filler                     pic x(68).

      *Account-mapping table - loaded from map-file at start of run
       01 ws-map-table.
         05 ws-map-entry               occurs 50 times.
           10 mpt-dept-code            pic x(4).
           10 mpt-cost-center          pic x(6).
           10 mpt-expense-account      pic x(10).
           10 mpt-lump-account         pic x(10).

      *Journal debit accumulators - one per cost center and
      *account, seeded in mapping-file order so the journal reads
      *in the order finance keeps the mapping
       01 ws-debit-table.
         05 ws-debit-entry             occurs 100 times.
           10 dbt-cost-center          pic x(6).
           10 dbt-account              pic x(10).
           10 dbt-kind                 pic x(1).
           10 dbt-amount               pic s9(11)v99.

      *Departments (and teachers off the master) the mapping could
      *not place - every one listed, so a single fix clears them
       01 ws-unmapped-table.
         05 ws-unmapped-entry          occurs 50 times.
           10 unm-dept-code            pic x(4).
           10 unm-count                pic 9(5).
           10 unm-amount               pic 9(9).

      *Journal line written for GLPOST - D debit / C credit
       01 ws-journal-detail.
         05 jrn-line-type              pic x(1).
         05 jrn-cost-center            pic x(6).
         05 jrn-account                pic x(10).
         05 jrn-amount                 pic 9(9)v99.
         05 jrn-date                   pic 9(8).
         05 jrn-description            pic x(30).
         05 filler                     pic x(14)   value spaces.

      *Trailer sealing the journal - line count and both sides'
      *totals (in cents), which must be equal
       01 ws-journal-trailer.
         05 jtr-id                     pic x(6)    value "999999".
         05 jtr-line-count             pic 9(7).
         05 jtr-debit-total            pic 9(11)v99.
         05 jtr-credit-total           pic 9(11)v99.
         05 filler                     pic x(41)   value spaces.

      *Listing heading sections
       01 ws-heading1.
         05 filler                     pic x(32)   value
         "SALARY EXPENSE JOURNAL          ".
         05 filler                     pic x(9)    value
         "RUN DATE ".
         05 ws-h1-run-date             pic 9(8).
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(10)   value
         "EFFECTIVE ".
         05 ws-h1-eff-date             pic 9(8).
         05 filler                     pic x(62)   value spaces.

      *Column heading - widths/fillers kept in step with
      *ws-journal-print below so each word sits over its field
       01 ws-heading2.
         05 filler                     pic x(6)    value 'TYPE'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(6)    value 'CC'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(10)   value 'ACCOUNT'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(16)   value
         '          AMOUNT'.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(30)   value
         'DESCRIPTION'.
         05 filler                     pic x(56)   value spaces.

      *Journal listing line - one journal line as posted
       01 ws-journal-print.
         05 ws-jp-type                 pic x(6).
         05 filler                     pic x(2)    value spaces.
         05 ws-jp-cost-center          pic x(6).
         05 filler                     pic x(2)    value spaces.
         05 ws-jp-account              pic x(10).
         05 filler                     pic x(2)    value spaces.
         05 ws-jp-amount               pic z,zzz,zzz,zz9.99.
         05 filler                     pic x(2)    value spaces.
         05 ws-jp-description          pic x(30).
         05 filler                     pic x(56)   value spaces.

      *Unmapped department line - why the posting stopped
       01 ws-unmapped-line.
         05 filler                     pic x(23)   value
         "** NO ACCOUNT MAPPING: ".
         05 ws-um-dept                 pic x(13).
         05 filler                     pic x(2)    value spaces.
         05 ws-um-count                pic zzzz9.
         05 filler                     pic x(11)   value
         " TEACHERS, ".
         05 ws-um-amount               pic zzz,zzz,zz9.
         05 filler                     pic x(67)   value spaces.

      *Listing total line sections
       01 ws-debit-total-line.
         05 filler                     pic x(30)   value
         "TOTAL DEBITS                = ".
         05 ws-dt-amount               pic z,zzz,zzz,zz9.99.
         05 filler                     pic x(86)   value spaces.

       01 ws-credit-total-line.
         05 filler                     pic x(30)   value
         "TOTAL CREDITS               = ".
         05 ws-ct-amount               pic z,zzz,zzz,zz9.99.
         05 filler                     pic x(86)   value spaces.

       01 ws-extract-total-line.
         05 filler                     pic x(30)   value
         "EXTRACT RAISES + LUMP SUMS  = ".
         05 ws-et-amount               pic -z,zzz,zzz,zz9.99.
         05 filler                     pic x(85)   value spaces.

       01 ws-status-line.
         05 filler                     pic x(30)   value
         "JOURNAL STATUS              = ".
         05 ws-st-status               pic x(40).
         05 filler                     pic x(62)   value spaces.

      *Constants to be used in the program.
       77 ws-parm-status               pic xx      value "00".
       77 ws-parm-eof-flag             pic x       value "n".
       77 ws-mst-status                pic xx      value "00".
       77 ws-map-status                pic xx      value "00".
       77 ws-map-eof-flag              pic x       value "n".
       77 ws-run-date                  pic 9(8)    value 0.
       77 ws-eff-date                  pic 9(8)    value 0.
      *Extract control-trailer working fields
       77 ws-ext-trl-found             pic x       value "N".
       77 ws-ext-in-count              pic 9(7)    value 0.
       77 ws-ext-in-old-sal            pic 9(11)   value 0.
       77 ws-ext-in-raise              pic 9(11)   value 0.
       77 ws-ext-in-lump-count         pic 9(7)    value 0.
       77 ws-ext-in-lump-total         pic 9(11)   value 0.
      *Mapping-table working fields
       77 ws-map-count                 pic 9(3)    value 0.
       77 ws-map-sub                   pic 9(3)    value 0.
       77 ws-map-found                 pic x       value "N".
       77 ws-lookup-dept               pic x(4)    value spaces.
      *Debit-table working fields
       77 ws-debit-count               pic 9(3)    value 0.
       77 ws-debit-sub                 pic 9(3)    value 0.
       77 ws-debit-found               pic x       value "N".
       77 ws-lookup-center             pic x(6)    value spaces.
       77 ws-lookup-account            pic x(10)   value spaces.
       77 ws-lookup-kind               pic x(1)    value space.
      *Unmapped-table working fields
       77 ws-unmapped-count            pic 9(3)    value 0.
       77 ws-unmapped-sub              pic 9(3)    value 0.
       77 ws-unmapped-found            pic x       value "N".
      *The amount being journaled for one extract record
       77 ws-line-amount               pic 9(7)    value 0.
      *The same amount signed the way it posts - negative when the
      *extract record carries a "-" in its sign byte
       77 ws-line-net                  pic s9(7)   value 0.
      *Journal totals - both sides in cents, the net expense the
      *debit table carries, and the net the extract sent, which
      *the net expense must equal
       77 ws-debit-total               pic 9(11)v99
                                                   value 0.
       77 ws-credit-total              pic 9(11)v99
                                                   value 0.
       77 ws-net-expense               pic s9(11)v99
                                                   value 0.
       77 ws-extract-total             pic s9(11)v99
                                                   value 0.
       77 ws-jrnl-line-count           pic 9(7)    value 0.
      *
      *Run-control register record - program id, stamp, phase
      *(S start / E end), cycle year, record count, return code
       01 ws-runlog-detail.
         05 rl-program-id              pic x(14).
         05 rl-run-date                pic 9(8).
         05 rl-run-time                pic 9(6).
         05 rl-phase                   pic x.
         05 rl-cycle-year              pic 9(4).
         05 rl-rec-count               pic 9(7).
         05 rl-return-code             pic 9(2).
         05 filler                     pic x(8)    value spaces.

      *Run-control register working fields
       77 ws-rlog-status               pic xx      value "00".
       77 ws-rlog-date                 pic 9(8)    value 0.
       77 ws-rlog-time                 pic 9(8)    value 0.
      *
       procedure division.
       000-main.
           perform 900-log-start.
           accept ws-run-date           from date yyyymmdd.
           perform 010-read-parm.
           perform 030-load-map.
           open input teacher-master.
           if (ws-mst-status is not equal "00")
               display "T2-01-P2-GLJR ABEND - TEACHER MASTER OPEN "
               "FAILED, STATUS " ws-mst-status
               move 16                 to return-code
               stop run
           end-if.
      *Summarizing the extract into the debit accumulators
           open input extract-file.
           read extract-file
               at end
                   move "y"            to ws-eof-flag.
           perform 100-process-one-ext
             until ws-eof-flag = "y".
           close extract-file, teacher-master.
      *Proving the extract read complete before a single journal
      *line is written
           perform 200-verify-extract.
           open output journal-file, print-file.
           move ws-run-date            to ws-h1-run-date.
           move ws-eff-date            to ws-h1-eff-date.
           write print-line            from ws-heading1
             after advancing 1 line.
           write print-line            from ws-heading2
             after advancing 2 lines.
      *An unmapped department stops the posting - the listing says
      *which, and the journal is left empty and unsealed
           if (ws-unmapped-count > 0)
               move 0                  to ws-unmapped-sub
               perform 310-print-one-unmapped
                 ws-unmapped-count times
               move "** UNMAPPED DEPARTMENTS - NOT POSTED **"
                                       to ws-st-status
               write print-line        from ws-status-line
                 after advancing 2 lines
               close journal-file, print-file
               move 8                  to return-code
           else
               perform 300-write-journal
               close journal-file, print-file
               move 0                  to return-code
           end-if.
           move ws-jrnl-line-count     to rl-rec-count.
           move return-code            to rl-return-code.
           perform 901-log-end.
      *
           stop run.
      *
      ******************************************************************

       010-read-parm.
      * the accrued-payroll account every journal credits - a
      * journal with nowhere to put its credit cannot balance
           open input parm-file.
           if (ws-parm-status is not equal "00")
               display "T2-01-P2-GLJR ABEND - PARAMETER FILE OPEN "
               "FAILED, STATUS " ws-parm-status
               move 16                 to return-code
               stop run
           end-if.
           read parm-file
               at end
                   move "y"            to ws-parm-eof-flag.
           close parm-file.
           if (ws-parm-eof-flag is equal "y") or
             (parm-credit-account is equal spaces) or
             (parm-credit-center is equal spaces)
               display "T2-01-P2-GLJR ABEND - BAD JOURNAL "
               "PARAMETER RECORD"
               move 16                 to return-code
               stop run
           end-if.
      *
      ******************************************************************

       030-load-map.
      * load the account-mapping file and seed the debit table in
      * its order - a run without the mapping cannot place a
      * dollar, so it stops cold
           open input map-file.
           if (ws-map-status is not equal "00")
               display "T2-01-P2-GLJR ABEND - ACCOUNT MAPPING FILE "
               "OPEN FAILED, STATUS " ws-map-status
               move 16                 to return-code
               stop run
           end-if.
           move "n"                    to ws-map-eof-flag.
           read map-file
               at end
                   move "y"            to ws-map-eof-flag.
           perform 031-load-one-map
             until ws-map-eof-flag = "y".
           close map-file.
           if (ws-map-count is equal 0)
               display "T2-01-P2-GLJR ABEND - ACCOUNT MAPPING FILE "
               "HOLDS NO RECORDS"
               move 16                 to return-code
               stop run
           end-if.
      *
      ******************************************************************

       031-load-one-map.
           if (ws-map-count >= 50)
               display "T2-01-P2-GLJR ABEND - MORE THAN 50 ACCOUNT "
               "MAPPING RECORDS"
               move 16                 to return-code
               stop run
           end-if.
      *a mapping with no cost center or expense account is no
      *mapping at all
           if (mp-cost-center is equal spaces) or
             (mp-expense-account is equal spaces) or
             (mp-lump-account is equal spaces)
               display "T2-01-P2-GLJR ABEND - INCOMPLETE ACCOUNT "
               "MAPPING FOR DEPT " mp-dept-code
               move 16                 to return-code
               stop run
           end-if.
           add 1                       to ws-map-count.
           move mp-dept-code           to mpt-dept-code(ws-map-count).
           move mp-cost-center         to
                               mpt-cost-center(ws-map-count).
           move mp-expense-account     to
                               mpt-expense-account(ws-map-count).
           move mp-lump-account        to
                               mpt-lump-account(ws-map-count).
           move mp-cost-center         to ws-lookup-center.
           move mp-expense-account     to ws-lookup-account.
           move "R"                    to ws-lookup-kind.
           perform 040-find-debit.
           move mp-lump-account        to ws-lookup-account.
           move "L"                    to ws-lookup-kind.
           perform 040-find-debit.
           read map-file
               at end
                   move "y"            to ws-map-eof-flag.
      *
      ******************************************************************

       032-find-map.
      * serial search of the mapping table for ws-lookup-dept
           move "N"                    to ws-map-found.
           move 0                      to ws-map-sub.
           perform 033-check-one-map
             until ws-map-found = "Y"
             or ws-map-sub >= ws-map-count.
      *
      ******************************************************************

       033-check-one-map.
           add 1                       to ws-map-sub.
           if (ws-lookup-dept is equal mpt-dept-code(ws-map-sub))
               move "Y"                to ws-map-found
           end-if.
      *
      ******************************************************************

       040-find-debit.
      * find the debit accumulator for ws-lookup-center /
      * ws-lookup-account, adding it on first sight - two
      * departments sharing a cost center and account share a line
           move "N"                    to ws-debit-found.
           move 0                      to ws-debit-sub.
           perform 041-check-one-debit
             until ws-debit-found = "Y"
             or ws-debit-sub >= ws-debit-count.
           if (ws-debit-found is equal "N")
               if (ws-debit-count >= 100)
                   display "T2-01-P2-GLJR ABEND - MORE THAN 100 "
                   "JOURNAL DEBIT LINES"
                   move 16             to return-code
                   stop run
               end-if
               add 1                   to ws-debit-count
               move ws-debit-count     to ws-debit-sub
               move ws-lookup-center   to dbt-cost-center(ws-debit-sub)
               move ws-lookup-account  to dbt-account(ws-debit-sub)
               move ws-lookup-kind     to dbt-kind(ws-debit-sub)
               move zeros              to dbt-amount(ws-debit-sub)
           end-if.
      *
      ******************************************************************

       041-check-one-debit.
           add 1                       to ws-debit-sub.
           if (ws-lookup-center is equal dbt-cost-center(ws-debit-sub))
             and (ws-lookup-account is equal
               dbt-account(ws-debit-sub))
               move "Y"                to ws-debit-found
           end-if.
      *
      ******************************************************************

       100-process-one-ext.
      *  main logic paragraph - one extract record into the
      *  control totals and its cost center's debit
      *
           if (extract-line(1:6) is equal "999999")
               move extract-line       to ws-ext-trailer
               move "Y"                to ws-ext-trl-found
           else
               move extract-line       to ws-extract-detail
               move zeros              to ws-line-amount
               if (ext-act-raise is numeric)
                   move ext-act-raise  to ws-line-amount
               end-if
      *the trailer hashes are unsigned, the money is not
               if (ext-sign is equal "-")
                   compute ws-line-net = ws-line-amount * -1
               else
                   move ws-line-amount to ws-line-net
               end-if
               add ws-line-net         to ws-extract-total
               if (ext-rec-type is equal "L")
                   add 1               to ws-ext-in-lump-count
                   add ws-line-amount  to ws-ext-in-lump-total
               else
                   add 1               to ws-ext-in-count
                   if (ext-old-salary is numeric)
                       add ext-old-salary
                                       to ws-ext-in-old-sal
                   end-if
                   add ws-line-amount  to ws-ext-in-raise
                   if (ws-eff-date is equal 0) and
                     (ext-eff-date is numeric)
                       move ext-eff-date
                                       to ws-eff-date
                   end-if
               end-if
               perform 110-map-teacher
           end-if.
           read extract-file
               at end
                   move "y"            to ws-eof-flag.
      *
      ******************************************************************

       110-map-teacher.
      * the teacher's department off the master, the department's
      * accounts off the mapping - either missing and the amount
      * goes on the unmapped list instead of a debit
           move ext-employee-id        to tm-employee-id.
           read teacher-master
               invalid key
                   move spaces         to ws-lookup-dept
                   perform 120-add-unmapped
               not invalid key
                   move tm-dept-code   to ws-lookup-dept
                   perform 032-find-map
                   if (ws-map-found is equal "N")
                       perform 120-add-unmapped
                   else
                       move mpt-cost-center(ws-map-sub)
                                       to ws-lookup-center
                       if (ext-rec-type is equal "L")
                           move mpt-lump-account(ws-map-sub)
                                       to ws-lookup-account
                           move "L"    to ws-lookup-kind
                       else
                           move mpt-expense-account(ws-map-sub)
                                       to ws-lookup-account
                           move "R"    to ws-lookup-kind
                       end-if
                       perform 040-find-debit
                       add ws-line-net to dbt-amount(ws-debit-sub)
                   end-if
           end-read.
      *
      ******************************************************************

       120-add-unmapped.
      * one more teacher whose department the mapping cannot place
      * - spaces stand for a teacher no longer on the master
           move "N"                    to ws-unmapped-found.
           move 0                      to ws-unmapped-sub.
           perform 125-check-one-unmapped
             until ws-unmapped-found = "Y"
             or ws-unmapped-sub >= ws-unmapped-count.
           if (ws-unmapped-found is equal "N")
               if (ws-unmapped-count >= 50)
                   display "T2-01-P2-GLJR ABEND - MORE THAN 50 "
                   "UNMAPPED DEPARTMENTS"
                   move 16             to return-code
                   stop run
               end-if
               add 1                   to ws-unmapped-count
               move ws-unmapped-count  to ws-unmapped-sub
               move ws-lookup-dept     to unm-dept-code(ws-unmapped-sub)
               move zeros              to unm-count(ws-unmapped-sub)
                                           unm-amount(ws-unmapped-sub)
           end-if.
           add 1                       to unm-count(ws-unmapped-sub).
           add ws-line-amount          to unm-amount(ws-unmapped-sub).
      *
      ******************************************************************

       125-check-one-unmapped.
           add 1                       to ws-unmapped-sub.
           if (ws-lookup-dept is equal unm-dept-code(ws-unmapped-sub))
               move "Y"                to ws-unmapped-found
           end-if.
      *
      ******************************************************************

       200-verify-extract.
      * the extract must prove against its trailer - raises and
      * lump sums each on their own count and hash - or the
      * journal would post a truncated transfer
           if (ws-ext-trl-found is equal "N")
               display "T2-01-P2-GLJR ABEND - NO CONTROL TRAILER "
               "ON EXTRACT"
               move 16                 to return-code
               stop run
           end-if.
           if (etr-lump-count is not numeric) or
             (etr-lump-total is not numeric)
               move zeros              to etr-lump-count
                                           etr-lump-total
           end-if.
           if (ws-ext-in-count is not equal etr-count) or
             (ws-ext-in-old-sal is not equal etr-old-sal-total) or
             (ws-ext-in-raise is not equal etr-raise-total) or
             (ws-ext-in-lump-count is not equal etr-lump-count) or
             (ws-ext-in-lump-total is not equal etr-lump-total)
               display "T2-01-P2-GLJR ABEND - EXTRACT FAILS "
               "CONTROL TRAILER"
               display "  TRAILER COUNT  " etr-count
                       "  READ COUNT  " ws-ext-in-count
               move 16                 to return-code
               stop run
           end-if.
      *
      ******************************************************************

       300-write-journal.
      * one line per cost center and account that carries money -
      * a debit, or a credit reversal where the adjustments drove
      * it below zero - and one accrued-payroll line for the net,
      * proven to balance and to equal what the extract sent
      * before the trailer seals it
           move 0                      to ws-debit-sub.
           perform 305-write-one-debit ws-debit-count times.
           move parm-credit-center     to jrn-cost-center.
           move parm-credit-account    to jrn-account.
           move ws-eff-date            to jrn-date.
           move "ACCRUED PAYROLL"      to jrn-description.
           if (ws-net-expense > 0)
               move "C"                to jrn-line-type
               move "CREDIT"           to ws-jp-type
               move ws-net-expense     to jrn-amount
               add ws-net-expense      to ws-credit-total
               perform 320-put-journal-line
           else
               if (ws-net-expense < 0)
                   move "D"            to jrn-line-type
                   move "DEBIT"        to ws-jp-type
                   compute jrn-amount = ws-net-expense * -1
                   add jrn-amount      to ws-debit-total
                   perform 320-put-journal-line
               end-if
           end-if.
           if (ws-debit-total is not equal ws-credit-total) or
             (ws-net-expense is not equal ws-extract-total)
               display "T2-01-P2-GLJR ABEND - JOURNAL DOES NOT "
               "BALANCE TO THE EXTRACT"
               display "  DEBITS  " ws-debit-total
                       "  CREDITS  " ws-credit-total
                       "  EXTRACT  " ws-extract-total
               move 16                 to return-code
               stop run
           end-if.
           move ws-jrnl-line-count     to jtr-line-count.
           move ws-debit-total         to jtr-debit-total.
           move ws-credit-total        to jtr-credit-total.
           write journal-line          from ws-journal-trailer.
           move ws-debit-total         to ws-dt-amount.
           write print-line            from ws-debit-total-line
             after advancing 2 lines.
           move ws-credit-total        to ws-ct-amount.
           write print-line            from ws-credit-total-line
             after advancing 1 line.
           move ws-extract-total       to ws-et-amount.
           write print-line            from ws-extract-total-line
             after advancing 1 line.
           move "BALANCED - SEALED FOR POSTING"
                                       to ws-st-status.
           write print-line            from ws-status-line
             after advancing 1 line.
      *
      ******************************************************************

       305-write-one-debit.
           add 1                       to ws-debit-sub.
           add dbt-amount(ws-debit-sub)
                                       to ws-net-expense.
           move dbt-cost-center(ws-debit-sub)
                                       to jrn-cost-center.
           move dbt-account(ws-debit-sub)
                                       to jrn-account.
           move ws-eff-date            to jrn-date.
           if (dbt-amount(ws-debit-sub) > 0)
               move "D"                to jrn-line-type
               move "DEBIT"            to ws-jp-type
               move dbt-amount(ws-debit-sub)
                                       to jrn-amount
               add jrn-amount          to ws-debit-total
               if (dbt-kind(ws-debit-sub) is equal "L")
                   move "LUMP SUM IN LIEU OF RAISE"
                                       to jrn-description
               else
                   move "SALARY RAISE EXPENSE"
                                       to jrn-description
               end-if
               perform 320-put-journal-line
           else
      *a line the adjustments drove below zero gives the expense
      *back - a credit to the same account
               if (dbt-amount(ws-debit-sub) < 0)
                   move "C"            to jrn-line-type
                   move "CREDIT"       to ws-jp-type
                   compute jrn-amount =
                       dbt-amount(ws-debit-sub) * -1
                   add jrn-amount      to ws-credit-total
                   if (dbt-kind(ws-debit-sub) is equal "L")
                       move "LUMP SUM IN LIEU - REVERSAL"
                                       to jrn-description
                   else
                       move "SALARY RAISE EXPENSE REVERSAL"
                                       to jrn-description
                   end-if
                   perform 320-put-journal-line
               end-if
           end-if.
      *
      ******************************************************************

       310-print-one-unmapped.
           add 1                       to ws-unmapped-sub.
           if (unm-dept-code(ws-unmapped-sub) is equal spaces)
               move "NOT ON MASTER"    to ws-um-dept
           else
               move "DEPT "            to ws-um-dept
               move unm-dept-code(ws-unmapped-sub)
                                       to ws-um-dept(6:4)
           end-if.
           move unm-count(ws-unmapped-sub)
                                       to ws-um-count.
           move unm-amount(ws-unmapped-sub)
                                       to ws-um-amount.
           write print-line            from ws-unmapped-line
             after advancing 1 line.
      *
      ******************************************************************

       320-put-journal-line.
      * write the journal line built in ws-journal-detail and list
      * it under the type ws-jp-type names
           write journal-line          from ws-journal-detail.
           add 1                       to ws-jrnl-line-count.
           move jrn-cost-center        to ws-jp-cost-center.
           move jrn-account            to ws-jp-account.
           move jrn-amount             to ws-jp-amount.
           move jrn-description        to ws-jp-description.
           write print-line            from ws-journal-print
             after advancing 1 line.
      *
      ******************************************************************

       900-log-start.
      * stamp the run-control register on the way in - a start
      * with no matching end is how the schedule-status report
      * shows an abend
           accept ws-rlog-date         from date yyyymmdd.
           accept ws-rlog-time         from time.
           move "T2-01-P2-GLJR"   to rl-program-id.
           move ws-rlog-date           to rl-run-date.
           move ws-rlog-time(1:6)      to rl-run-time.
           move "S"                    to rl-phase.
           move ws-rlog-date(1:4)      to rl-cycle-year.
           move zeros                  to rl-rec-count
                                           rl-return-code.
           perform 905-write-run-log.
      *
      ******************************************************************

       901-log-end.
      * the matching end record - the caller has already put the
      * record count and return code on the register record
           accept ws-rlog-time         from time.
           move "E"                    to rl-phase.
           move ws-rlog-time(1:6)      to rl-run-time.
           perform 905-write-run-log.
      *
      ******************************************************************

       905-write-run-log.
      * the register accumulates across the whole schedule -
      * extend it, or create it on the first-ever run
           open extend run-log-file.
           if (ws-rlog-status is equal "35")
               open output run-log-file
           end-if.
           write run-log-line          from ws-runlog-detail.
           close run-log-file.
      *
      ******************************************************************
       end program T2-01-P2-GLJR.
