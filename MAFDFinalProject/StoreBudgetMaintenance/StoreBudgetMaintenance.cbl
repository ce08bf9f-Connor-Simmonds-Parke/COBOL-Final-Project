      ******************************************************************
      * Author:    Connor Simmonds-Parke, Nicholas Sturch-flint
      * Date:      2021-12-01
      * Purpose:   Applies finance's add/change/delete requests to the
      *            store sales budget in StoreBudget.dat - one budgeted
      *            net sales figure per store per month - under program
      *            control instead of a spreadsheet, rejecting bad
      *            requests (a store not on the store master, a month
      *            outside 01-12, a duplicate add, a change or delete of
      *            a budget not on file) and printing a before/after
      *            audit report of every request.
      * Tectonics: cobc
      ******************************************************************
       identification division.

       program-id. StoreBudgetMaintenance.
       author. Connor Simmonds-Parke, Nicholas Sturch-flint.
       date-written. 12-01-2021.
      *Description: Batch maintenance for the store sales budget with
      *             a full audit trail of what changed.

       environment division.
       configuration section.

       input-output section.
       file-control.

      *    Input Files
           select budget-file
               assign to "../../../../data/StoreBudget.dat"
               organization is line sequential
               file status is ws-budget-status.

      *    Maintenance requests - one per line: action A/C/D, the
      *    store, year and month, and the budgeted net sales
           select maint-trans-file
               assign to "../../../../data/StoreBudgetTrans.dat"
               organization is line sequential
               file status is ws-trans-status.

      *    Store Master - a budget can only be set for a store on it;
      *    a missing master falls back to any store 01-99
           select store-file
               assign to "../../../../data/StoreMaster.dat"
               organization is line sequential
               file status is ws-store-status.

      *    Output Files
           select new-budget-file
               assign to "../../../../data/StoreBudget.dat"
               organization is line sequential.

           select audit-file
               assign to "../../../../data/StoreBudgetAudit.out"
               organization is line sequential.

      *    Business-Date Parameter - the day the business actually
      *    happened (Edit writes it from the batch header), used
      *    instead of the machine date for archive naming
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

      *Store Budget Records
       fd budget-file
           data record is budget-line
           record contains 19 characters.

       01 budget-line.
           05 sb-store-num                  pic 99.
           05 sb-year                       pic 9(4).
           05 sb-month                      pic 99.
           05 sb-budget-amt                 pic 9(9)v99.

      *Maintenance Request Records
       fd maint-trans-file
           data record is maint-trans-line
           record contains 20 characters.

       01 maint-trans-line.
           05 mt-action                     pic x.
               88 mt-action-add             value 'A'.
               88 mt-action-change          value 'C'.
               88 mt-action-delete          value 'D'.
           05 mt-store-num                  pic 99.
           05 mt-year                       pic 9(4).
           05 mt-month                      pic 99.
           05 mt-budget-amt                 pic 9(9)v99.

       fd store-file
           data record is store-line
           record contains 38 characters.

       01 store-line.
           05 sm-store-num                  pic 99.
           05 sm-name                       pic x(20).
           05 sm-region                     pic x(12).
           05 sm-tax-rate                   pic 9v99.
           05 sm-active                     pic x.

      *Rewritten Store Budget
       fd new-budget-file
           data record is new-budget-line
           record contains 19 characters.

       01 new-budget-line.
           05 nb-store-num                  pic 99.
           05 nb-year                       pic 9(4).
           05 nb-month                      pic 99.
           05 nb-budget-amt                 pic 9(9)v99.

       fd business-date-file
           data record is business-date-line
           record contains 8 characters.

       01 business-date-line.
           05 bdl-business-date             pic 9(8).

      *Audit Report
       fd audit-file
           data record is audit-line
           record contains 110 characters.

       01 audit-line                        pic x(110).

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
           05 filler                        pic x(25)
               value spaces.
           05 filler                        pic x(32)
               value "STORE BUDGET MAINTENANCE AUDIT".
           05 filler                        pic x(53)
               value spaces.

       01 ws-header2-headings.
           05 filler                        pic x(8)
               value "Action".
           05 filler                        pic x(7)
               value "Store".
           05 filler                        pic x(10)
               value "Period".
           05 filler                        pic x(19)
               value "         Before".
           05 filler                        pic x(19)
               value "          After".
           05 filler                        pic x(47)
               value "Result".

       01 ws-header3-underlines.
           05 filler                        pic x(8)
               value "------".
           05 filler                        pic x(7)
               value "-----".
           05 filler                        pic x(10)
               value "-------".
           05 filler                        pic x(19)
               value "  ---------------".
           05 filler                        pic x(19)
               value "  ---------------".
           05 filler                        pic x(47)
               value "------".

      *Detail Line - the budget before and after the request was
      *applied, side by side, with how the request was disposed of
       01 ws-detail-line.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-action                  pic x.
           05 filler                        pic x(5)
               value spaces.
           05 ws-dl-store                   pic 99.
           05 filler                        pic x(5)
               value spaces.
           05 ws-dl-year                    pic 9(4).
           05 filler                        pic x
               value "-".
           05 ws-dl-month                   pic 99.
           05 filler                        pic x(3)
               value spaces.
           05 ws-dl-before                  pic $zzz,zzz,zz9.99
               blank when zero.
           05 filler                        pic x(4)
               value spaces.
           05 ws-dl-after                   pic $zzz,zzz,zz9.99
               blank when zero.
           05 filler                        pic x(4)
               value spaces.
           05 ws-dl-result                  pic x(47).

      *Printed instead of the detail section when there were no
      *maintenance requests this run
       01 ws-no-trans-line.
           05 filler                        pic x(42)
               value "No maintenance requests for this run".
           05 filler                        pic x(68)
               value spaces.

      *Summary Lines
       01 ws-summary1-main.
           05 filler                        pic x(29)
               value spaces.
           05 filler                        pic x(27)
               value "MAINTENANCE SUMMARY REPORT".
           05 filler                        pic x(54)
               value spaces.

       01 ws-summary2-counts.
           05 filler                        pic x(19)
               value "Adds Applied     : ".
           05 ws-sum-add-cnt                pic zz9.
           05 filler                        pic x(10)
               value spaces.
           05 filler                        pic x(19)
               value "Changes Applied  : ".
           05 ws-sum-chg-cnt                pic zz9.
           05 filler                        pic x(10)
               value spaces.
           05 filler                        pic x(19)
               value "Deletes Applied  : ".
           05 ws-sum-del-cnt                pic zz9.
           05 filler                        pic x(24)
               value spaces.

       01 ws-summary3-counts.
           05 filler                        pic x(19)
               value "Requests Rejected: ".
           05 ws-sum-rej-cnt                pic zz9.
           05 filler                        pic x(10)
               value spaces.
           05 filler                        pic x(19)
               value "Budgets Before   : ".
           05 ws-sum-before-cnt             pic zzz9.
           05 filler                        pic x(9)
               value spaces.
           05 filler                        pic x(19)
               value "Budgets After    : ".
           05 ws-sum-after-cnt              pic zzz9.
           05 filler                        pic x(23)
               value spaces.

      *Store Budget Table - the whole file is loaded, maintained in
      *place, and rewritten at end of run; deletes only mark the
      *entry so the audit line can still show the before image
       01 ws-budget-table.
           05 ws-sb-entry                   occurs 5000 times
                                             indexed by ws-sb-idx.
               10 ws-sb-store               pic 99.
               10 ws-sb-year                pic 9(4).
               10 ws-sb-month               pic 99.
               10 ws-sb-amount              pic 9(9)v99.
               10 ws-sb-deleted             pic x.
       77 ws-budget-count                   pic 9(4)  value 0.
       77 ws-budget-status                  pic xx    value spaces.

      *Store Master Table, subscripted directly by store number
       01 ws-store-master-table.
           05 ws-sm-onfile                  pic x
               occurs 99 times.
       77 ws-store-status                   pic xx    value spaces.
       77 ws-store-master-flag              pic x     value 'n'.
       77 ws-sm-sub                         pic 999   value 0.

      *Maintenance Request Variables
       77 ws-trans-status                   pic xx    value spaces.
       77 ws-trans-eof-flag                 pic x     value 'n'.
       77 ws-trans-count                    pic 9(4)  value 0.
       77 ws-request-valid-flag             pic x     value 'n'.

      *Where 350-find-budget left its answer - 0 when the store and
      *month aren't on the budget (or are marked deleted)
       77 ws-found-entry                    pic 9(4)  value 0.
       77 ws-search-idx                     pic 9(4)  value 0.

      *Disposition Counters
       77 ws-add-count                      pic 999   value 0.
       77 ws-change-count                   pic 999   value 0.
       77 ws-delete-count                   pic 999   value 0.
       77 ws-reject-count                   pic 999   value 0.
       77 ws-before-count                   pic 9(4)  value 0.
       77 ws-after-count                    pic 9(4)  value 0.

      *Date-Stamped Archive Copies
       77 ws-archive-date                   pic x(8)  value spaces.
      *Business Date - falls back to the machine date when Edit has
      *not published one
       77 ws-busdate-status                 pic xx    value spaces.
       77 ws-business-date                  pic 9(8)  value 0.

       77 ws-archive-read-path              pic x(100) value spaces.
       77 ws-archive-write-path             pic x(100) value spaces.
       77 ws-archive-eof-flag               pic x     value 'n'.


       procedure division.
       000-main.

           perform 090-load-business-date.

      *    Load the whole budget into the table, and the store master
      *    the requests are checked against
           perform 100-load-budget.
           move ws-budget-count             to ws-before-count.
           perform 110-load-store-master.

      *    Open the audit report and print its headings
           open output audit-file.
           perform 150-print-headings.

      *    Apply every maintenance request against the table - a
      *    missing request file is tolerated the same way a missing
      *    control/accumulator file is elsewhere in this system
           perform 200-process-transactions.

      *    Rewrite the budget from the maintained table, then print
      *    the summary counts
           perform 400-rewrite-budget.
           perform 500-print-summary.

           close audit-file.

      *    Keep a date-stamped copy of today's output so a later run
      *    doesn't erase the only record of it
           perform 700-archive-output-files.

      *    End of 000-main (end of StoreBudgetMaintenance program)
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

       100-load-budget.
           open input budget-file.
           if ws-budget-status = "00" then
               perform until ws-budget-status not = "00"
                   read budget-file
                       at end
                           move "10"        to ws-budget-status
                       not at end
                           if ws-budget-count < 5000 then
                               add 1            to ws-budget-count
                               move sb-store-num
                                   to ws-sb-store(ws-budget-count)
                               move sb-year
                                   to ws-sb-year(ws-budget-count)
                               move sb-month
                                   to ws-sb-month(ws-budget-count)
                               move sb-budget-amt
                                   to ws-sb-amount(ws-budget-count)
                               move 'n'
                                   to ws-sb-deleted(ws-budget-count)
                           end-if
                   end-read
               end-perform
               close budget-file
           end-if.

       110-load-store-master.
           perform varying ws-sm-sub from 1 by 1
               until ws-sm-sub > 99
               move 'n'                     to ws-sm-onfile(ws-sm-sub)
           end-perform.

           open input store-file.
           if ws-store-status = "00" then
               move 'y'                     to ws-store-master-flag
               perform until ws-store-status not = "00"
                   read store-file
                       at end
                           move "10"        to ws-store-status
                       not at end
                           if sm-store-num > 0 then
                               move 'y'
                                   to ws-sm-onfile(sm-store-num)
                           end-if
                   end-read
               end-perform
               close store-file
           end-if.


       150-print-headings.
           write audit-line from ws-header1-main
               after advancing 1 line.
           write audit-line from ws-header2-headings
               after advancing 2 lines.
           write audit-line from ws-header3-underlines
               after advancing 1 line.


       200-process-transactions.
           open input maint-trans-file.
           if ws-trans-status = "00" then
               read maint-trans-file
                   at end move 'y'          to ws-trans-eof-flag
               end-read
               perform until ws-trans-eof-flag = 'y'
                   add 1                    to ws-trans-count
                   perform 300-apply-transaction
                   read maint-trans-file
                       at end move 'y'      to ws-trans-eof-flag
                   end-read
               end-perform
               close maint-trans-file
           end-if.

           if ws-trans-count = 0 then
               write audit-line from ws-no-trans-line
                   after advancing 1 line
           end-if.


       300-apply-transaction.

      *    Every request gets an audit line; start it from the raw
      *    request, then let the apply paragraphs fill in the before/
      *    after amounts and the disposition
           move spaces                      to ws-dl-result.
           move mt-action                   to ws-dl-action.
           move mt-store-num                to ws-dl-store.
           move mt-year                     to ws-dl-year.
           move mt-month                    to ws-dl-month.
           move 0                           to ws-dl-before.
           move 0                           to ws-dl-after.

           perform 305-validate-request.

           if ws-request-valid-flag = 'y' then
               perform 350-find-budget
               if mt-action-add then
                   perform 310-apply-add
               else if mt-action-change then
                   perform 320-apply-change
               else if mt-action-delete then
                   perform 330-apply-delete
               else
                   add 1                    to ws-reject-count
                   move "REJECTED - ACTION NOT 'A', 'C', OR 'D'"
                       to ws-dl-result
               end-if
           end-if.

           write audit-line from ws-detail-line
               after advancing 1 line.


      *    The store, year and month must make sense before the
      *    request is looked up at all; an amount is only needed for
      *    an add or a change
       305-validate-request.
           move 'n'                         to ws-request-valid-flag.
           if mt-store-num is not numeric or mt-store-num = 0 then
               add 1                        to ws-reject-count
               move "REJECTED - STORE NUMBER NOT 01-99"
                   to ws-dl-result
               exit paragraph
           end-if.
           if ws-store-master-flag = 'y'
                   and ws-sm-onfile(mt-store-num) not = 'y' then
               add 1                        to ws-reject-count
               move "REJECTED - STORE NOT ON STORE MASTER"
                   to ws-dl-result
               exit paragraph
           end-if.
           if mt-year is not numeric or mt-year < 1900 then
               add 1                        to ws-reject-count
               move "REJECTED - YEAR NOT NUMERIC (YYYY)"
                   to ws-dl-result
               exit paragraph
           end-if.
           if mt-month is not numeric
                   or mt-month < 1 or mt-month > 12 then
               add 1                        to ws-reject-count
               move "REJECTED - MONTH NOT 01-12"
                   to ws-dl-result
               exit paragraph
           end-if.
           if not mt-action-delete
                   and mt-budget-amt is not numeric then
               add 1                        to ws-reject-count
               move "REJECTED - BUDGET AMOUNT NOT NUMERIC"
                   to ws-dl-result
               exit paragraph
           end-if.
           move 'y'                         to ws-request-valid-flag.


       310-apply-add.
           if ws-found-entry > 0 then
               add 1                        to ws-reject-count
               move ws-sb-amount(ws-found-entry) to ws-dl-before
               move "REJECTED - BUDGET ALREADY ON FILE"
                   to ws-dl-result
           else if ws-budget-count >= 5000 then
               add 1                        to ws-reject-count
               move "REJECTED - STORE BUDGET TABLE FULL"
                   to ws-dl-result
           else
               add 1                        to ws-budget-count
               move mt-store-num
                   to ws-sb-store(ws-budget-count)
               move mt-year
                   to ws-sb-year(ws-budget-count)
               move mt-month
                   to ws-sb-month(ws-budget-count)
               move mt-budget-amt
                   to ws-sb-amount(ws-budget-count)
               move 'n'
                   to ws-sb-deleted(ws-budget-count)
               add 1                        to ws-add-count
               move mt-budget-amt           to ws-dl-after
               move "APPLIED - BUDGET ADDED" to ws-dl-result
           end-if.


       320-apply-change.
           if ws-found-entry = 0 then
               add 1                        to ws-reject-count
               move "REJECTED - BUDGET NOT ON FILE"
                   to ws-dl-result
           else
               move ws-sb-amount(ws-found-entry) to ws-dl-before
               move mt-budget-amt
                   to ws-sb-amount(ws-found-entry)
               add 1                        to ws-change-count
               move mt-budget-amt           to ws-dl-after
               move "APPLIED - BUDGET CHANGED" to ws-dl-result
           end-if.


       330-apply-delete.
           if ws-found-entry = 0 then
               add 1                        to ws-reject-count
               move "REJECTED - BUDGET NOT ON FILE"
                   to ws-dl-result
           else
               move ws-sb-amount(ws-found-entry) to ws-dl-before
               move 'y'
                   to ws-sb-deleted(ws-found-entry)
               add 1                        to ws-delete-count
               move "APPLIED - BUDGET DELETED" to ws-dl-result
           end-if.


       350-find-budget.

      *    Search the table for the request's store and month -
      *    entries already deleted this run don't count as on file,
      *    so a delete followed by an add works in one batch
           move 0                           to ws-found-entry.
           perform varying ws-search-idx from 1 by 1
               until ws-search-idx > ws-budget-count
               if ws-sb-store(ws-search-idx) = mt-store-num
                       and ws-sb-year(ws-search-idx) = mt-year
                       and ws-sb-month(ws-search-idx) = mt-month
                       and ws-sb-deleted(ws-search-idx) = 'n'
                   move ws-search-idx       to ws-found-entry
               end-if
           end-perform.


       400-rewrite-budget.
           open output new-budget-file.
           perform varying ws-sb-idx from 1 by 1
               until ws-sb-idx > ws-budget-count
               if ws-sb-deleted(ws-sb-idx) = 'n'
                   move ws-sb-store(ws-sb-idx)  to nb-store-num
                   move ws-sb-year(ws-sb-idx)   to nb-year
                   move ws-sb-month(ws-sb-idx)  to nb-month
                   move ws-sb-amount(ws-sb-idx) to nb-budget-amt
                   write new-budget-line
                   add 1                        to ws-after-count
               end-if
           end-perform.
           close new-budget-file.


       500-print-summary.
           write audit-line from ws-summary1-main
               after advancing 2 lines.
           write audit-line from spaces
               after advancing 1 line.

           move ws-add-count                to ws-sum-add-cnt.
           move ws-change-count             to ws-sum-chg-cnt.
           move ws-delete-count             to ws-sum-del-cnt.
           write audit-line from ws-summary2-counts
               after advancing 1 line.

           move ws-reject-count             to ws-sum-rej-cnt.
           move ws-before-count             to ws-sum-before-cnt.
           move ws-after-count              to ws-sum-after-cnt.
           write audit-line from ws-summary3-counts
               after advancing 1 line.


       700-archive-output-files.
           move ws-business-date            to ws-archive-date.

           move "../../../../data/StoreBudgetAudit.out"
               to ws-archive-read-path.
           string "../../../../data/StoreBudgetAudit_"
                  delimited by size
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


       end program StoreBudgetMaintenance.
