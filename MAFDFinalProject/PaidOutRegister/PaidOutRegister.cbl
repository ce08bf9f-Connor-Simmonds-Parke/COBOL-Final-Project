      ******************************************************************
      * Author:    Connor Simmonds-Parke, Nicholas Sturch-flint
      * Date:      2021-12-15
      * Purpose:   Lists the day's paid-outs (code 'P' - cash taken
      *            out of the till for store expenses) store by
      *            store, grouped by paid-out reason with reason and
      *            store subtotals, then totals every reason across
      *            the chain against the GL expense account it posts
      *            to. The same expense-account totals are written to
      *            PaidOutControlTotals.ctl for GLPostingExtract, so
      *            the expense is booked and the cash relieved without
      *            anyone re-keying the register.
      * Note:      Run after DataSplitAndCount has split the day's
      *            paid-outs off to PaidOutRecords.dat, and before
      *            GLPostingExtract. A paid-out whose reason has since
      *            been dropped from PaidOutReasons.dat is still
      *            listed and flagged, and its amount is carried to
      *            the paid-out suspense account so the journal
      *            still balances.
      * Tectonics: cobc
      ******************************************************************
       identification division.

       program-id. PaidOutRegister.
       author. Connor Simmonds-Parke, Nicholas Sturch-flint.
       date-written. 12-15-2021.
      *Description: Produces the paid-out register by store and
      *             reason and the paid-out GL control totals.

       environment division.
       configuration section.

       input-output section.
       file-control.

      *    Input Files - the paid-outs DataSplitAndCount routed off;
      *    no file at all just means no paid-outs for the day
           select input-file
               assign to "../../../../data/PaidOutRecords.dat"
               organization is line sequential
               file status is ws-input-status.

      *    Paid-Out Reason Table - the reasons Edit validates against,
      *    each with its description and the GL expense account the
      *    cash is charged to
           select reason-file
               assign to "../../../../data/PaidOutReasons.dat"
               organization is line sequential
               file status is ws-reason-status.

      *    Store Master - supplies the store names on the store
      *    group headings
           select store-file
               assign to "../../../../data/StoreMaster.dat"
               organization is line sequential
               file status is ws-store-status.

      *    Output Files
           select output-file
               assign to "../../../../data/PaidOutRegister.out"
               organization is line sequential.

      *    Control totals, picked up by GLPostingExtract - the day's
      *    paid-out total and the amount charged to each expense
      *    account
           select paid-out-control-file
               assign to "../../../../data/PaidOutControlTotals.ctl"
               organization is line sequential.

      *    Central Run Log - every batch program appends a record
      *    here at start and finish (program, date, time, counts,
      *    normal or abnormal end) so a day's run history can be
      *    proven after the fact
           select run-log-file
               assign to "../../../../data/RunLog.dat"
               organization is line sequential
               file status is ws-runlog-status.

      *    Business-Date Parameter - the day the business actually
      *    happened (Edit writes it from the batch header), used
      *    instead of the machine date for archive naming and report
      *    headers, so late processing posts under the right day
           select business-date-file
               assign to "../../../../data/BusinessDate.ctl"
               organization is line sequential
               file status is ws-busdate-status.

      *    Date-Stamped Archive Copies - generic text-line files whose
      *    assigned name is built at runtime so every run's output can
      *    be copied off to a dated file, not just overwritten
           select archive-read-file
               assign to dynamic ws-archive-read-path
               organization is line sequential.

           select archive-write-file
               assign to dynamic ws-archive-write-path
               organization is line sequential.


       data division.
       file section.

      *Input Records
       fd input-file
           data record is input-line
           record contains 100 characters.

       01 input-line.
           05 il-code                       pic x.
           05 il-amount                     pic 9(5)v99.
           05 il-type                       pic x(2).
           05 il-store-num                  pic 99.
           05 il-invoice-num                pic x(9).
           05 il-SKU                        pic x(15).
           05 il-trans-date                 pic 9(8).
           05 il-trans-time                 pic 9(6).
           05 il-tender-seq                 pic 9.
           05 il-trans-total                pic 9(5)v99.
           05 il-operator-id                pic 9(4).
           05 il-exempt-flag                pic x.
           05 il-exempt-cert                pic x(10).
           05 il-account-num                pic x(8).
           05 il-loyalty-num                pic x(10).
           05 il-paid-out-reason            pic x(2).
           05 filler                        pic x(7).

      *Paid-Out Reason Table Records
       fd reason-file
           data record is reason-line
           record contains 40 characters.

       01 reason-line.
           05 por-reason-code               pic x(2).
           05 por-description               pic x(20).
           05 por-gl-account                pic 9(4).
           05 por-limit                     pic 9(5)v99.
           05 por-status                    pic x.
           05 filler                        pic x(6).

       fd store-file
           data record is store-line
           record contains 38 characters.

       01 store-line.
           05 sm-store-num                  pic 99.
           05 sm-name                       pic x(20).
           05 sm-region                     pic x(12).
           05 sm-tax-rate                   pic 9v99.
           05 sm-active                     pic x.

      *Output Records
       fd output-file
           data record is output-line
           record contains 110 characters.

       01 output-line                       pic x(110).

      *Paid-Out Control Totals - the batch date, the day's count and
      *total, and one entry per GL expense account charged
       fd paid-out-control-file
           data record is paid-out-control-line
           record contains 1779 characters.

       01 paid-out-control-line.
           05 pct-batch-date                pic 9(8).
           05 pct-paid-out-count            pic 9(7).
           05 pct-paid-out-amt              pic 9(9)v99.
           05 pct-account-count             pic 9(3).
           05 pct-account-entry             occurs 50 times.
               10 pct-gl-account            pic 9(4).
               10 pct-gl-name               pic x(20).
               10 pct-gl-amt                pic 9(9)v99.

       fd run-log-file
           data record is run-log-line
           record contains 60 characters.

       01 run-log-line.
           05 rl-program-id                 pic x(30).
           05 rl-date                       pic 9(8).
           05 rl-time                       pic 9(6).
           05 rl-event                      pic x.
           05 rl-in-count                   pic 9(7).
           05 rl-out-count                  pic 9(7).
           05 rl-status                     pic x.

       fd business-date-file
           data record is business-date-line
           record contains 8 characters.

       01 business-date-line.
           05 bdl-business-date             pic 9(8).

       fd archive-read-file
           data record is archive-read-line
           record contains 200 characters.

       01 archive-read-line                 pic x(200).

       fd archive-write-file
           data record is archive-write-line
           record contains 200 characters.

       01 archive-write-line                pic x(200).


       working-storage section.

      *Report Headings
       01 ws-header1-main.
           05 filler                        pic x(33)
               value spaces.
           05 filler                        pic x(20)
               value "PAID-OUT REGISTER".
           05 filler                        pic x(11)
               value "BATCH DATE ".
           05 ws-header-busdate             pic 9(8).
           05 filler                        pic x(38)
               value spaces.

       01 ws-header2-headings.
           05 filler                        pic x(8)
               value "Reason".
           05 filler                        pic x(22)
               value "Description".
           05 filler                        pic x(12)
               value "Invoice".
           05 filler                        pic x(11)
               value "Time".
           05 filler                        pic x(10)
               value "Operator".
           05 filler                        pic x(8)
               value "Tender".
           05 filler                        pic x(12)
               value "Amount".
           05 filler                        pic x(27)
               value "Exception".

       01 ws-header3-underlines.
           05 filler                        pic x(8)
               value "------".
           05 filler                        pic x(22)
               value "--------------------".
           05 filler                        pic x(12)
               value "---------".
           05 filler                        pic x(11)
               value "--------".
           05 filler                        pic x(10)
               value "--------".
           05 filler                        pic x(8)
               value "------".
           05 filler                        pic x(12)
               value "----------".
           05 filler                        pic x(27)
               value "---------".

      *Store Group Heading - opens each store's paid-outs
       01 ws-store-group-line.
           05 filler                        pic x(6)
               value "STORE ".
           05 ws-sg-store-num               pic 99.
           05 filler                        pic x(3)
               value " - ".
           05 ws-sg-store-name              pic x(20).
           05 filler                        pic x(79)
               value spaces.

      *Detail Line - one per paid-out
       01 ws-detail-line.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-reason                  pic x(2).
           05 filler                        pic x(4)
               value spaces.
           05 ws-dl-description             pic x(20).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-invoice-num             pic x(9).
           05 filler                        pic x(3)
               value spaces.
           05 ws-dl-time.
               10 ws-dl-time-hh             pic 99.
               10 filler                    pic x
                   value ":".
               10 ws-dl-time-mm             pic 99.
               10 filler                    pic x
                   value ":".
               10 ws-dl-time-ss             pic 99.
           05 filler                        pic x(3)
               value spaces.
           05 ws-dl-operator                pic 9(4).
           05 filler                        pic x(6)
               value spaces.
           05 ws-dl-tender                  pic x(2).
           05 filler                        pic x(4)
               value spaces.
           05 ws-dl-amount                  pic $zz,zz9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-message                 pic x(29).

      *Reason Subtotal Line - closes each reason within a store
       01 ws-reason-total-line.
           05 filler                        pic x(8)
               value spaces.
           05 filler                        pic x(7)
               value "REASON ".
           05 ws-rt-reason                  pic x(2).
           05 filler                        pic x(13)
               value " SUBTOTAL    ".
           05 ws-rt-count                   pic zzzz9.
           05 filler                        pic x(12)
               value " PAID-OUTS  ".
           05 filler                        pic x(18)
               value spaces.
           05 ws-rt-amount                  pic $zzz,zzz,zz9.99.
           05 filler                        pic x(30)
               value spaces.

      *Store Total Line - closes each store
       01 ws-store-total-line.
           05 filler                        pic x(8)
               value spaces.
           05 filler                        pic x(6)
               value "STORE ".
           05 ws-stl-store-num              pic 99.
           05 filler                        pic x(14)
               value " TOTAL        ".
           05 ws-stl-count                  pic zzzz9.
           05 filler                        pic x(12)
               value " PAID-OUTS  ".
           05 filler                        pic x(18)
               value spaces.
           05 ws-stl-amount                 pic $zzz,zzz,zz9.99.
           05 filler                        pic x(30)
               value spaces.

      *Printed instead of the detail section when the day had no
      *paid-outs at all
       01 ws-no-paid-outs-line.
           05 filler                        pic x(40)
               value "No paid-outs for this batch".
           05 filler                        pic x(70)
               value spaces.

      *Reason Summary - every reason across all stores, with the GL
      *account it is charged to
       01 ws-summary1-main.
           05 filler                        pic x(30)
               value spaces.
           05 filler                        pic x(37)
               value "PAID-OUTS BY REASON - ALL STORES".
           05 filler                        pic x(43)
               value spaces.

       01 ws-summary2-headings.
           05 filler                        pic x(8)
               value "Reason".
           05 filler                        pic x(22)
               value "Description".
           05 filler                        pic x(12)
               value "GL Account".
           05 filler                        pic x(12)
               value "Paid-Outs".
           05 filler                        pic x(56)
               value "Amount".

       01 ws-summary3-underlines.
           05 filler                        pic x(8)
               value "------".
           05 filler                        pic x(22)
               value "--------------------".
           05 filler                        pic x(12)
               value "----------".
           05 filler                        pic x(12)
               value "---------".
           05 filler                        pic x(56)
               value "---------------".

       01 ws-summary-reason-line.
           05 filler                        pic x(2)
               value spaces.
           05 ws-sr-reason                  pic x(2).
           05 filler                        pic x(4)
               value spaces.
           05 ws-sr-description             pic x(20).
           05 filler                        pic x(5)
               value spaces.
           05 ws-sr-gl-account              pic 9(4).
           05 filler                        pic x(5)
               value spaces.
           05 ws-sr-count                   pic zzzzzz9.
           05 filler                        pic x(3)
               value spaces.
           05 ws-sr-amount                  pic $zzz,zzz,zz9.99.
           05 filler                        pic x(43)
               value spaces.

       01 ws-summary-total-line.
           05 filler                        pic x(25)
               value "TOTAL PAID OUT         : ".
           05 ws-st-count                   pic zzzzzz9.
           05 filler                        pic x(12)
               value " PAID-OUTS  ".
           05 ws-st-amount                  pic $zzz,zzz,zz9.99.
           05 filler                        pic x(51)
               value spaces.

       01 ws-summary-exception-line.
           05 filler                        pic x(25)
               value "REASONS NOT ON TABLE   : ".
           05 ws-se-count                   pic zzzzzz9.
           05 filler                        pic x(40)
               value " PAID-OUTS CHARGED TO PAID-OUT SUSPENSE".
           05 filler                        pic x(38)
               value spaces.

      *Paid-Out Reason Table - loaded once from PaidOutReasons.dat;
      *the entry after the last loaded reason collects paid-outs
      *whose reason is no longer on the table
       01 ws-reason-table.
           05 ws-rs-entry                   occurs 101 times.
               10 ws-rs-code                pic x(2).
               10 ws-rs-description         pic x(20).
               10 ws-rs-gl-account          pic 9(4).
               10 ws-rs-count               pic 9(7).
               10 ws-rs-amount              pic 9(9)v99.
       77 ws-reason-count                   pic 999   value 0.
       77 ws-unlisted-sub                   pic 999   value 0.
       77 ws-rs-sub                         pic 999   value 0.
       77 ws-rs-found                       pic 999   value 0.
       77 ws-reason-status                  pic xx    value spaces.

      *Paid-out suspense - where a paid-out lands when its reason (or
      *the reason's GL account) can't be found
       77 ws-suspense-account               pic 9(4)  value 6990.
       77 ws-suspense-name                  pic x(20)
           value "PAID-OUT SUSPENSE".

      *Paid-Out Table - the day's paid-outs, loaded once so they can
      *be listed store by store and reason by reason
       01 ws-paid-out-table.
           05 ws-po-entry                   occurs 20000 times.
               10 ws-po-store               pic 99.
               10 ws-po-reason-sub          pic 999.
               10 ws-po-invoice-num         pic x(9).
               10 ws-po-time                pic 9(6).
               10 ws-po-operator            pic 9(4).
               10 ws-po-tender              pic x(2).
               10 ws-po-amount              pic 9(5)v99.
       77 ws-paid-out-count                 pic 9(5)  value 0.
       77 ws-po-sub                         pic 9(5)  value 0.
       77 ws-po-full-warned                 pic x     value 'n'.
       77 ws-input-status                   pic xx    value spaces.
       01 ws-time-work                      pic 9(6)  value 0.
       01 ws-time-parts redefines ws-time-work.
           05 ws-tw-hh                      pic 99.
           05 ws-tw-mm                      pic 99.
           05 ws-tw-ss                      pic 99.

      *Per-Store Totals, subscripted directly by store number
       01 ws-store-total-table.
           05 ws-store-entry                occurs 99 times.
               10 ws-store-count            pic 9(5).
               10 ws-store-amount           pic 9(9)v99.
       77 ws-store-sub                      pic 999   value 0.

      *Reason-within-Store Subtotal Work Fields
       77 ws-group-count                    pic 9(5)  value 0.
       77 ws-group-amount                   pic 9(9)v99 value 0.

      *Store Master Table, subscripted directly by store number;
      *defaults filled in at startup cover a missing master file
       01 ws-store-master-table.
           05 ws-sm-entry                   occurs 99 times.
               10 ws-sm-name                pic x(20).
       77 ws-store-status                   pic xx    value spaces.
       77 ws-sm-sub                         pic 999   value 0.

      *GL Expense Account Totals - one entry per account charged;
      *entry one is always the paid-out suspense account
       01 ws-gl-table.
           05 ws-gl-entry                   occurs 50 times.
               10 ws-gl-account             pic 9(4).
               10 ws-gl-name                pic x(20).
               10 ws-gl-amount              pic 9(9)v99.
       77 ws-gl-count                       pic 99    value 0.
       77 ws-gl-sub                         pic 99    value 0.
       77 ws-gl-found                       pic 99    value 0.
       77 ws-gl-full-warned                 pic x     value 'n'.

      *Grand Totals
       77 ws-total-amount                   pic 9(9)v99 value 0.
       77 ws-unlisted-count                 pic 9(7)  value 0.

      *Central Run Log fields - what this run will stamp into
      *RunLog.dat at start ('S') and end ('E', normal 'N' or
      *abnormal 'A')
       77 ws-runlog-status                  pic xx    value spaces.
       77 ws-rl-event                       pic x     value space.
       77 ws-rl-end-status                  pic x     value space.
       77 ws-runlog-in                      pic 9(7)  value 0.
       77 ws-runlog-out                     pic 9(7)  value 0.

      *General Constants
       77 ws-eof-flag                       pic x     value 'n'.

      *Business Date - falls back to the machine date when Edit has
      *not published one
       77 ws-busdate-status                 pic xx    value spaces.
       77 ws-business-date                  pic 9(8)  value 0.

      *Date-Stamped Archive Copies
       77 ws-archive-date                   pic x(8)  value spaces.
       77 ws-archive-read-path              pic x(100) value spaces.
       77 ws-archive-write-path             pic x(100) value spaces.
       77 ws-archive-eof-flag               pic x     value 'n'.


       procedure division.
       000-main.

           perform 090-load-business-date.
           perform 091-log-run-start.

           perform 100-load-reason-table.
           perform 105-load-store-master.
           perform 110-load-paid-outs.

           open output output-file.

           move ws-business-date            to ws-header-busdate.
           write output-line from ws-header1-main
               after advancing 1 line.
           write output-line from ws-header2-headings
               after advancing 2 lines.
           write output-line from ws-header3-underlines
               after advancing 1 line.

      *    List each store's paid-outs reason by reason, or say
      *    plainly that there were none
           if ws-paid-out-count = 0 then
               write output-line from ws-no-paid-outs-line
                   after advancing 1 line
           else
               perform 200-print-store
                   varying ws-store-sub from 1 by 1
                   until ws-store-sub > 99
           end-if.

      *    Every reason across the chain, and the grand total
           perform 300-print-reason-summary.

           close output-file.

      *    Hand the expense-account totals on to GLPostingExtract
           perform 400-write-control-totals.

      *    Keep a date-stamped copy of today's output so a later run
      *    doesn't erase the only record of it
           perform 700-archive-output-files.

      *    Stamp the central run log with this run's counts
           move ws-paid-out-count           to ws-runlog-in.
           move ws-paid-out-count           to ws-runlog-out.
           perform 092-log-run-end.

      *    End of 000-main (end of PaidOutRegister program)
           stop run.



       090-load-business-date.
           move function current-date(1:8)  to ws-business-date.
           open input business-date-file.
           if ws-busdate-status = "00" then
               read business-date-file
                   at end
                       continue
                   not at end
                       if bdl-business-date is numeric
                               and bdl-business-date > 0
                           move bdl-business-date
                               to ws-business-date
                       end-if
               end-read
               close business-date-file
           end-if.

      *    Append one record to the shared run log - the log is
      *    created on first use and only ever extended
       093-write-run-log.
           open extend run-log-file.
           if ws-runlog-status = "35" then
               open output run-log-file
           end-if.
           if ws-runlog-status = "00" then
               move "PaidOutRegister"
                   to rl-program-id
               move function current-date(1:8)
                   to rl-date
               move function current-date(9:6)
                   to rl-time
               move ws-rl-event             to rl-event
               move ws-runlog-in            to rl-in-count
               move ws-runlog-out           to rl-out-count
               move ws-rl-end-status        to rl-status
               write run-log-line
               close run-log-file
           end-if.

       091-log-run-start.
           move 'S'                         to ws-rl-event.
           move space                       to ws-rl-end-status.
           move 0                           to ws-runlog-in.
           move 0                           to ws-runlog-out.
           perform 093-write-run-log.

       092-log-run-end.
           move 'E'                         to ws-rl-event.
           move 'N'                         to ws-rl-end-status.
           perform 093-write-run-log.


      *    Load the reason table; the entry after the last reason is
      *    set up to collect paid-outs whose reason isn't on it
       100-load-reason-table.
           open input reason-file.
           if ws-reason-status = "00" then
               perform until ws-reason-status not = "00"
                   read reason-file
                       at end
                           move "10"        to ws-reason-status
                       not at end
                           if ws-reason-count < 100 then
                               add 1        to ws-reason-count
                               move por-reason-code
                                   to ws-rs-code(ws-reason-count)
                               move por-description
                                   to ws-rs-description
                                       (ws-reason-count)
                               move por-gl-account
                                   to ws-rs-gl-account
                                       (ws-reason-count)
                               move 0
                                   to ws-rs-count(ws-reason-count)
                               move 0
                                   to ws-rs-amount(ws-reason-count)
                           end-if
                   end-read
               end-perform
               close reason-file
           else
               display "PAID-OUT REGISTER: NO PaidOutReasons.dat ON"
               display "HAND - EVERY PAID-OUT GOES TO SUSPENSE"
           end-if.

           compute ws-unlisted-sub = ws-reason-count + 1.
           move "??"                        to
               ws-rs-code(ws-unlisted-sub).
           move "REASON NOT ON TABLE"       to
               ws-rs-description(ws-unlisted-sub).
           move ws-suspense-account         to
               ws-rs-gl-account(ws-unlisted-sub).
           move 0                           to
               ws-rs-count(ws-unlisted-sub).
           move 0                           to
               ws-rs-amount(ws-unlisted-sub).

           move 1                           to ws-gl-count.
           move ws-suspense-account         to ws-gl-account(1).
           move ws-suspense-name            to ws-gl-name(1).
           move 0                           to ws-gl-amount(1).


       105-load-store-master.
           perform varying ws-sm-sub from 1 by 1
               until ws-sm-sub > 99
               move spaces                  to ws-sm-name(ws-sm-sub)
               string "STORE " ws-sm-sub delimited by size
                   into ws-sm-name(ws-sm-sub)
               end-string
               move 0                       to
                   ws-store-count(ws-sm-sub)
               move 0                       to
                   ws-store-amount(ws-sm-sub)
           end-perform.

           open input store-file.
           if ws-store-status = "00" then
               perform until ws-store-status not = "00"
                   read store-file
                       at end
                           move "10"        to ws-store-status
                       not at end
                           if sm-store-num > 0 then
                               move sm-name
                                   to ws-sm-name(sm-store-num)
                           end-if
                   end-read
               end-perform
               close store-file
           end-if.


      *    Load every paid-out, tying each to its reason table entry
      *    and adding it into the store, reason and account totals
       110-load-paid-outs.
           open input input-file.
           if ws-input-status = "00" then
               move 'n'                     to ws-eof-flag
               perform until ws-eof-flag = 'y'
                   read input-file
                       at end
                           move 'y'         to ws-eof-flag
                       not at end
                           if il-store-num > 0 then
                               perform 120-add-paid-out
                           end-if
                   end-read
               end-perform
               close input-file
           end-if.


       120-add-paid-out.
           if ws-paid-out-count >= 20000 then
               if ws-po-full-warned = 'n' then
                   move 'y'                 to ws-po-full-warned
                   display "WARNING: PAID-OUT TABLE FULL - SOME"
                   display "PAID-OUTS ARE MISSING FROM THE REGISTER"
               end-if
               exit paragraph
           end-if.

           move ws-unlisted-sub             to ws-rs-found.
           perform varying ws-rs-sub from 1 by 1
               until ws-rs-sub > ws-reason-count
               if ws-rs-code(ws-rs-sub) = il-paid-out-reason
                   move ws-rs-sub           to ws-rs-found
               end-if
           end-perform.

           add 1                            to ws-paid-out-count.
           move il-store-num                to
               ws-po-store(ws-paid-out-count).
           move ws-rs-found                 to
               ws-po-reason-sub(ws-paid-out-count).
           move il-invoice-num              to
               ws-po-invoice-num(ws-paid-out-count).
           move il-trans-time               to
               ws-po-time(ws-paid-out-count).
           move il-operator-id              to
               ws-po-operator(ws-paid-out-count).
           move il-type                     to
               ws-po-tender(ws-paid-out-count).
           move il-amount                   to
               ws-po-amount(ws-paid-out-count).

           add 1                            to
               ws-rs-count(ws-rs-found).
           add il-amount                    to
               ws-rs-amount(ws-rs-found).
           add 1                            to
               ws-store-count(il-store-num).
           add il-amount                    to
               ws-store-amount(il-store-num).
           add il-amount                    to ws-total-amount.
           if ws-rs-found = ws-unlisted-sub then
               add 1                        to ws-unlisted-count
           end-if.

           perform 130-post-gl-account.


      *    Find (or open) the GL account entry for the reason on
      *    hand; an account of zero, or a full table, goes to the
      *    paid-out suspense entry
       130-post-gl-account.
           move 1                           to ws-gl-found.
           if ws-rs-gl-account(ws-rs-found) > 0 then
               move 0                       to ws-gl-found
               perform varying ws-gl-sub from 1 by 1
                   until ws-gl-sub > ws-gl-count
                   if ws-gl-account(ws-gl-sub)
                           = ws-rs-gl-account(ws-rs-found)
                       move ws-gl-sub       to ws-gl-found
                   end-if
               end-perform
               if ws-gl-found = 0 then
                   if ws-gl-count < 50 then
                       add 1                to ws-gl-count
                       move ws-gl-count     to ws-gl-found
                       move ws-rs-gl-account(ws-rs-found)
                           to ws-gl-account(ws-gl-found)
                       move ws-rs-description(ws-rs-found)
                           to ws-gl-name(ws-gl-found)
                       move 0               to ws-gl-amount(ws-gl-found)
                   else
                       move 1               to ws-gl-found
                       if ws-gl-full-warned = 'n' then
                           move 'y'         to ws-gl-full-warned
                           display "WARNING: GL ACCOUNT TABLE FULL -"
                           display "SOME PAID-OUTS GO TO SUSPENSE"
                       end-if
                   end-if
               end-if
           end-if.
           add il-amount                    to
               ws-gl-amount(ws-gl-found).


      *    One store: its heading, each reason it paid out under with
      *    that reason's paid-outs and subtotal, then the store total
       200-print-store.
           if ws-store-count(ws-store-sub) = 0 then
               exit paragraph
           end-if.

           move ws-store-sub                to ws-sg-store-num.
           move ws-sm-name(ws-store-sub)    to ws-sg-store-name.
           write output-line from ws-store-group-line
               after advancing 2 lines.

           perform 210-print-reason-group
               varying ws-rs-sub from 1 by 1
               until ws-rs-sub > ws-unlisted-sub.

           move ws-store-sub                to ws-stl-store-num.
           move ws-store-count(ws-store-sub) to ws-stl-count.
           move ws-store-amount(ws-store-sub) to ws-stl-amount.
           write output-line from ws-store-total-line
               after advancing 1 line.


       210-print-reason-group.
           if ws-rs-count(ws-rs-sub) = 0 then
               exit paragraph
           end-if.

           move 0                           to ws-group-count.
           move 0                           to ws-group-amount.
           perform varying ws-po-sub from 1 by 1
               until ws-po-sub > ws-paid-out-count
               if ws-po-store(ws-po-sub) = ws-store-sub
                       and ws-po-reason-sub(ws-po-sub) = ws-rs-sub
                   perform 220-print-detail
               end-if
           end-perform.

           if ws-group-count > 0 then
               move ws-rs-code(ws-rs-sub)   to ws-rt-reason
               move ws-group-count          to ws-rt-count
               move ws-group-amount         to ws-rt-amount
               write output-line from ws-reason-total-line
                   after advancing 1 line
           end-if.


       220-print-detail.
           add 1                            to ws-group-count.
           add ws-po-amount(ws-po-sub)      to ws-group-amount.

           move spaces                      to ws-dl-message.
           if ws-rs-sub = ws-unlisted-sub then
               move "*** REASON NOT ON TABLE ***"
                   to ws-dl-message
           end-if.

           move ws-rs-code(ws-rs-sub)       to ws-dl-reason.
           move ws-rs-description(ws-rs-sub) to ws-dl-description.
           move ws-po-invoice-num(ws-po-sub) to ws-dl-invoice-num.
           move ws-po-time(ws-po-sub)       to ws-time-work.
           move ws-tw-hh                    to ws-dl-time-hh.
           move ws-tw-mm                    to ws-dl-time-mm.
           move ws-tw-ss                    to ws-dl-time-ss.
           move ws-po-operator(ws-po-sub)   to ws-dl-operator.
           move ws-po-tender(ws-po-sub)     to ws-dl-tender.
           move ws-po-amount(ws-po-sub)     to ws-dl-amount.
           write output-line from ws-detail-line
               after advancing 1 line.


       300-print-reason-summary.
           write output-line from ws-summary1-main
               after advancing 3 lines.
           write output-line from ws-summary2-headings
               after advancing 2 lines.
           write output-line from ws-summary3-underlines
               after advancing 1 line.

           perform varying ws-rs-sub from 1 by 1
               until ws-rs-sub > ws-unlisted-sub
               if ws-rs-count(ws-rs-sub) > 0
                       or ws-rs-sub not = ws-unlisted-sub
                   move ws-rs-code(ws-rs-sub)
                       to ws-sr-reason
                   move ws-rs-description(ws-rs-sub)
                       to ws-sr-description
                   move ws-rs-gl-account(ws-rs-sub)
                       to ws-sr-gl-account
                   if ws-rs-gl-account(ws-rs-sub) = 0
                       move ws-suspense-account
                           to ws-sr-gl-account
                   end-if
                   move ws-rs-count(ws-rs-sub)
                       to ws-sr-count
                   move ws-rs-amount(ws-rs-sub)
                       to ws-sr-amount
                   write output-line from ws-summary-reason-line
                       after advancing 1 line
               end-if
           end-perform.

           move ws-paid-out-count           to ws-st-count.
           move ws-total-amount             to ws-st-amount.
           write output-line from ws-summary-total-line
               after advancing 2 lines.

           if ws-unlisted-count > 0 then
               move ws-unlisted-count       to ws-se-count
               write output-line from ws-summary-exception-line
                   after advancing 1 line
           end-if.


      *    One record: the day's totals and each expense account's
      *    share, for GLPostingExtract to post against cash on hand
       400-write-control-totals.
           move spaces                      to paid-out-control-line.
           move ws-business-date            to pct-batch-date.
           move ws-paid-out-count           to pct-paid-out-count.
           move ws-total-amount             to pct-paid-out-amt.
           move ws-gl-count                 to pct-account-count.
           perform varying ws-gl-sub from 1 by 1
               until ws-gl-sub > 50
               if ws-gl-sub > ws-gl-count
                   move 0                   to pct-gl-account(ws-gl-sub)
                   move spaces              to pct-gl-name(ws-gl-sub)
                   move 0                   to pct-gl-amt(ws-gl-sub)
               else
                   move ws-gl-account(ws-gl-sub)
                       to pct-gl-account(ws-gl-sub)
                   move ws-gl-name(ws-gl-sub)
                       to pct-gl-name(ws-gl-sub)
                   move ws-gl-amount(ws-gl-sub)
                       to pct-gl-amt(ws-gl-sub)
               end-if
           end-perform.

           open output paid-out-control-file.
           write paid-out-control-line.
           close paid-out-control-file.


       700-archive-output-files.
           move ws-business-date            to ws-archive-date.

           move "../../../../data/PaidOutRegister.out"
               to ws-archive-read-path.
           string "../../../../data/PaidOutRegister_" delimited by size
                  ws-archive-date             delimited by size
                  ".out"                      delimited by size
                  into ws-archive-write-path
           end-string.
           perform 710-copy-archive-file.

       710-copy-archive-file.
           open input archive-read-file.
           open output archive-write-file.
           move 'n'                         to ws-archive-eof-flag.
           perform until ws-archive-eof-flag = 'y'
               read archive-read-file
                   at end
                       move 'y'             to ws-archive-eof-flag
                   not at end
                       write archive-write-line from archive-read-line
               end-read
           end-perform.
           close archive-read-file.
           close archive-write-file.


       end program PaidOutRegister.
