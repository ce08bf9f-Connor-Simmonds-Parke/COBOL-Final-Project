      ******************************************************************
      * Author:    Connor Simmonds-Parke, Nicholas Sturch-flint
      * Date:      2022-01-05
      * Purpose:   Applies the operations team's add/change/delete
      *            requests to the store trading calendar in
      *            TradingCalendar.dat - each store's opening and
      *            closing times by day of the week, its holiday
      *            closures and its special-hours days - rejecting
      *            bad requests (a store not on the store master, a
      *            day or date or time that can't be right, a
      *            duplicate add, a change or delete of an entry not
      *            on file) and printing a before/after audit report
      *            of every request.
      * Note:      Store 00 entries are the chain's default; a store
      *            with its own entry for a weekday or date uses that
      *            instead. A weekly entry with opening and closing
      *            both 0000 means closed on that weekday.
      * Tectonics: cobc
      ******************************************************************
       identification division.

       program-id. TradingCalendarMaintenance.
       author. Connor Simmonds-Parke, Nicholas Sturch-flint.
       date-written. 01-05-2022.
      *Description: Batch maintenance for the store trading calendar
      *             with a full audit trail of what changed.

       environment division.
       configuration section.

       input-output section.
       file-control.

      *    Input Files
           select calendar-file
               assign to "../../../../data/TradingCalendar.dat"
               organization is line sequential
               file status is ws-calendar-status.

      *    Maintenance requests - one per line: action A/C/D and the
      *    calendar entry to add, change to or delete
           select maint-trans-file
               assign to "../../../../data/TradingCalendarTrans.dat"
               organization is line sequential
               file status is ws-trans-status.

      *    Store Master - an entry can only be set for a store on it
      *    (or for store 00, the chain default); a missing master
      *    falls back to any store 01-99
           select store-file
               assign to "../../../../data/StoreMaster.dat"
               organization is line sequential
               file status is ws-store-status.

      *    Output Files
           select new-calendar-file
               assign to "../../../../data/TradingCalendar.dat"
               organization is line sequential.

           select audit-file
               assign to "../../../../data/TradingCalendarAudit.out"
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

      *Trading Calendar Records - 'W' weekly hours for a day of the
      *week (1 Monday to 7 Sunday), 'H' a holiday closure on a date,
      *'S' special opening hours on a date
       fd calendar-file
           data record is calendar-line
           record contains 40 characters.

       01 calendar-line.
           05 tc-entry-type                 pic x.
           05 tc-store-num                  pic 99.
           05 tc-day-of-week                pic 9.
           05 tc-date                       pic 9(8).
           05 tc-open-time                  pic 9(4).
           05 tc-close-time                 pic 9(4).
           05 tc-description                pic x(20).

      *Maintenance Request Records
       fd maint-trans-file
           data record is maint-trans-line
           record contains 41 characters.

       01 maint-trans-line.
           05 mt-action                     pic x.
               88 mt-action-add             value 'A'.
               88 mt-action-change          value 'C'.
               88 mt-action-delete          value 'D'.
           05 mt-entry-type                 pic x.
               88 mt-weekly-hours           value 'W'.
               88 mt-holiday-closure        value 'H'.
               88 mt-special-hours          value 'S'.
           05 mt-store-num                  pic 99.
           05 mt-day-of-week                pic 9.
           05 mt-date                       pic 9(8).
           05 mt-open-time                  pic 9(4).
           05 filler redefines mt-open-time.
               10 mt-open-hh                pic 99.
               10 mt-open-mm                pic 99.
           05 mt-close-time                 pic 9(4).
           05 filler redefines mt-close-time.
               10 mt-close-hh               pic 99.
               10 mt-close-mm               pic 99.
           05 mt-description                pic x(20).

       fd store-file
           data record is store-line
           record contains 38 characters.

       01 store-line.
           05 sm-store-num                  pic 99.
           05 sm-name                       pic x(20).
           05 sm-region                     pic x(12).
           05 sm-tax-rate                   pic 9v99.
           05 sm-active                     pic x.

      *Rewritten Trading Calendar
       fd new-calendar-file
           data record is new-calendar-line
           record contains 40 characters.

       01 new-calendar-line.
           05 nc-entry-type                 pic x.
           05 nc-store-num                  pic 99.
           05 nc-day-of-week                pic 9.
           05 nc-date                       pic 9(8).
           05 nc-open-time                  pic 9(4).
           05 nc-close-time                 pic 9(4).
           05 nc-description                pic x(20).

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
           05 filler                        pic x(35)
               value "TRADING CALENDAR MAINTENANCE AUDIT".
           05 filler                        pic x(50)
               value spaces.

       01 ws-header2-headings.
           05 filler                        pic x(5)
               value "Act".
           05 filler                        pic x(5)
               value "Type".
           05 filler                        pic x(7)
               value "Store".
           05 filler                        pic x(11)
               value "Day/Date".
           05 filler                        pic x(11)
               value "Before".
           05 filler                        pic x(11)
               value "After".
           05 filler                        pic x(22)
               value "Description".
           05 filler                        pic x(38)
               value "Result".

       01 ws-header3-underlines.
           05 filler                        pic x(5)
               value "---".
           05 filler                        pic x(5)
               value "----".
           05 filler                        pic x(7)
               value "-----".
           05 filler                        pic x(11)
               value "--------".
           05 filler                        pic x(11)
               value "---------".
           05 filler                        pic x(11)
               value "---------".
           05 filler                        pic x(22)
               value "--------------------".
           05 filler                        pic x(38)
               value "------".

      *Detail Line - the hours before and after the request was
      *applied, side by side, with how the request was disposed of
       01 ws-detail-line.
           05 filler                        pic x
               value space.
           05 ws-dl-action                  pic x.
           05 filler                        pic x(4)
               value spaces.
           05 ws-dl-type                    pic x.
           05 filler                        pic x(3)
               value spaces.
           05 ws-dl-store                   pic 99.
           05 filler                        pic x(5)
               value spaces.
           05 ws-dl-day-date                pic x(8).
           05 filler                        pic x(3)
               value spaces.
           05 ws-dl-before                  pic x(9).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-after                   pic x(9).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-description             pic x(20).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-result                  pic x(38).

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
               value "Entries Before   : ".
           05 ws-sum-before-cnt             pic zzz9.
           05 filler                        pic x(9)
               value spaces.
           05 filler                        pic x(19)
               value "Entries After    : ".
           05 ws-sum-after-cnt              pic zzz9.
           05 filler                        pic x(23)
               value spaces.

      *Trading Calendar Table - the whole file is loaded, maintained
      *in place, and rewritten at end of run; deletes only mark the
      *entry so the audit line can still show the before image
       01 ws-calendar-table.
           05 ws-tc-entry                   occurs 3000 times
                                             indexed by ws-tc-idx.
               10 ws-tc-type                pic x.
               10 ws-tc-store               pic 99.
               10 ws-tc-dow                 pic 9.
               10 ws-tc-date                pic 9(8).
               10 ws-tc-open                pic 9(4).
               10 ws-tc-close               pic 9(4).
               10 ws-tc-desc                pic x(20).
               10 ws-tc-deleted             pic x.
       77 ws-calendar-count                 pic 9(4)  value 0.
       77 ws-calendar-status                pic xx    value spaces.

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

      *Where 350-find-entry left its answer - 0 when the entry isn't
      *on the calendar (or is marked deleted)
       77 ws-found-entry                    pic 9(4)  value 0.
       77 ws-search-idx                     pic 9(4)  value 0.

      *Hours shown on the audit line - "0900-2100" or "CLOSED"
       77 ws-hours-open                     pic 9(4)  value 0.
       77 ws-hours-close                    pic 9(4)  value 0.
       77 ws-hours-type                     pic x     value space.
       77 ws-hours-text                     pic x(9)  value spaces.

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

      *    Load the whole calendar into the table, and the store
      *    master the requests are checked against
           perform 100-load-calendar.
           move ws-calendar-count           to ws-before-count.
           perform 110-load-store-master.

      *    Open the audit report and print its headings
           open output audit-file.
           perform 150-print-headings.

      *    Apply every maintenance request against the table - a
      *    missing request file is tolerated the same way a missing
      *    control/accumulator file is elsewhere in this system
           perform 200-process-transactions.

      *    Rewrite the calendar from the maintained table, then print
      *    the summary counts
           perform 400-rewrite-calendar.
           perform 500-print-summary.

           close audit-file.

      *    Keep a date-stamped copy of today's output so a later run
      *    doesn't erase the only record of it
           perform 700-archive-output-files.

      *    End of 000-main (end of TradingCalendarMaintenance program)
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

       100-load-calendar.
           open input calendar-file.
           if ws-calendar-status = "00" then
               perform until ws-calendar-status not = "00"
                   read calendar-file
                       at end
                           move "10"        to ws-calendar-status
                       not at end
                           if ws-calendar-count < 3000 then
                               add 1            to ws-calendar-count
                               move tc-entry-type
                                   to ws-tc-type(ws-calendar-count)
                               move tc-store-num
                                   to ws-tc-store(ws-calendar-count)
                               move tc-day-of-week
                                   to ws-tc-dow(ws-calendar-count)
                               move tc-date
                                   to ws-tc-date(ws-calendar-count)
                               move tc-open-time
                                   to ws-tc-open(ws-calendar-count)
                               move tc-close-time
                                   to ws-tc-close(ws-calendar-count)
                               move tc-description
                                   to ws-tc-desc(ws-calendar-count)
                               move 'n'
                                   to ws-tc-deleted(ws-calendar-count)
                           end-if
                   end-read
               end-perform
               close calendar-file
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
      *    after hours and the disposition
           move spaces                      to ws-dl-result.
           move mt-action                   to ws-dl-action.
           move mt-entry-type               to ws-dl-type.
           move mt-store-num                to ws-dl-store.
           move spaces                      to ws-dl-day-date.
           if mt-weekly-hours then
               move mt-day-of-week          to ws-dl-day-date
           else
               move mt-date                 to ws-dl-day-date
           end-if.
           move spaces                      to ws-dl-before.
           move spaces                      to ws-dl-after.
           move mt-description              to ws-dl-description.

           perform 305-validate-request.

           if ws-request-valid-flag = 'y' then
               perform 350-find-entry
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


      *    The entry type, store and day or date must make sense
      *    before the request is looked up at all; the hours are
      *    only needed on an add or a change, and a holiday closure
      *    carries none. The unused key field is zeroed so every
      *    entry for the same day keys the same way.
       305-validate-request.
           move 'n'                         to ws-request-valid-flag.
           if not mt-weekly-hours
                   and not mt-holiday-closure
                   and not mt-special-hours then
               add 1                        to ws-reject-count
               move "REJECTED - ENTRY TYPE NOT 'W', 'H' OR 'S'"
                   to ws-dl-result
               exit paragraph
           end-if.
           if mt-store-num is not numeric then
               add 1                        to ws-reject-count
               move "REJECTED - STORE NUMBER NOT 00-99"
                   to ws-dl-result
               exit paragraph
           end-if.
           if mt-store-num > 0
                   and ws-store-master-flag = 'y'
                   and ws-sm-onfile(mt-store-num) not = 'y' then
               add 1                        to ws-reject-count
               move "REJECTED - STORE NOT ON STORE MASTER"
                   to ws-dl-result
               exit paragraph
           end-if.

           if mt-weekly-hours then
               if mt-day-of-week is not numeric
                       or mt-day-of-week < 1
                       or mt-day-of-week > 7 then
                   add 1                    to ws-reject-count
                   move "REJECTED - DAY OF WEEK NOT 1-7"
                       to ws-dl-result
                   exit paragraph
               end-if
               move 0                       to mt-date
           else
               if mt-date is not numeric
                       or mt-date < 19000101
                       or function test-date-yyyymmdd(mt-date)
                           not = 0 then
                   add 1                    to ws-reject-count
                   move "REJECTED - DATE NOT A VALID YYYYMMDD"
                       to ws-dl-result
                   exit paragraph
               end-if
               move 0                       to mt-day-of-week
           end-if.

           if mt-action-delete then
               move 'y'                     to ws-request-valid-flag
               exit paragraph
           end-if.

           if mt-holiday-closure then
               move 0                       to mt-open-time
               move 0                       to mt-close-time
               move 'y'                     to ws-request-valid-flag
               exit paragraph
           end-if.

           if mt-open-time is not numeric
                   or mt-close-time is not numeric
                   or mt-open-mm > 59 or mt-close-mm > 59
                   or mt-open-time > 2400 or mt-close-time > 2400 then
               add 1                        to ws-reject-count
               move "REJECTED - TIMES NOT VALID HHMM"
                   to ws-dl-result
               exit paragraph
           end-if.
           if mt-weekly-hours
                   and mt-open-time = 0 and mt-close-time = 0 then
               move 'y'                     to ws-request-valid-flag
               exit paragraph
           end-if.
           if mt-close-time not > mt-open-time then
               add 1                        to ws-reject-count
               move "REJECTED - CLOSING NOT AFTER OPENING"
                   to ws-dl-result
               exit paragraph
           end-if.
           move 'y'                         to ws-request-valid-flag.


       310-apply-add.
           if ws-found-entry > 0 then
               add 1                        to ws-reject-count
               perform 360-show-before
               move "REJECTED - ENTRY ALREADY ON FILE"
                   to ws-dl-result
           else if ws-calendar-count >= 3000 then
               add 1                        to ws-reject-count
               move "REJECTED - CALENDAR TABLE FULL"
                   to ws-dl-result
           else
               add 1                        to ws-calendar-count
               move mt-entry-type
                   to ws-tc-type(ws-calendar-count)
               move mt-store-num
                   to ws-tc-store(ws-calendar-count)
               move mt-day-of-week
                   to ws-tc-dow(ws-calendar-count)
               move mt-date
                   to ws-tc-date(ws-calendar-count)
               move mt-open-time
                   to ws-tc-open(ws-calendar-count)
               move mt-close-time
                   to ws-tc-close(ws-calendar-count)
               move mt-description
                   to ws-tc-desc(ws-calendar-count)
               move 'n'
                   to ws-tc-deleted(ws-calendar-count)
               add 1                        to ws-add-count
               perform 365-show-after
               move "APPLIED - ENTRY ADDED" to ws-dl-result
           end-if.


       320-apply-change.
           if ws-found-entry = 0 then
               add 1                        to ws-reject-count
               move "REJECTED - ENTRY NOT ON FILE"
                   to ws-dl-result
           else
               perform 360-show-before
               move mt-open-time
                   to ws-tc-open(ws-found-entry)
               move mt-close-time
                   to ws-tc-close(ws-found-entry)
               move mt-description
                   to ws-tc-desc(ws-found-entry)
               add 1                        to ws-change-count
               perform 365-show-after
               move "APPLIED - ENTRY CHANGED" to ws-dl-result
           end-if.


       330-apply-delete.
           if ws-found-entry = 0 then
               add 1                        to ws-reject-count
               move "REJECTED - ENTRY NOT ON FILE"
                   to ws-dl-result
           else
               perform 360-show-before
               move ws-tc-desc(ws-found-entry) to ws-dl-description
               move 'y'
                   to ws-tc-deleted(ws-found-entry)
               add 1                        to ws-delete-count
               move "APPLIED - ENTRY DELETED" to ws-dl-result
           end-if.


       350-find-entry.

      *    Search the table for the request's type, store and day or
      *    date - entries already deleted this run don't count as on
      *    file, so a delete followed by an add works in one batch
           move 0                           to ws-found-entry.
           perform varying ws-search-idx from 1 by 1
               until ws-search-idx > ws-calendar-count
               if ws-tc-type(ws-search-idx) = mt-entry-type
                       and ws-tc-store(ws-search-idx) = mt-store-num
                       and ws-tc-dow(ws-search-idx) = mt-day-of-week
                       and ws-tc-date(ws-search-idx) = mt-date
                       and ws-tc-deleted(ws-search-idx) = 'n'
                   move ws-search-idx       to ws-found-entry
               end-if
           end-perform.


      *    The found entry's hours before the request touched them
       360-show-before.
           move ws-tc-type(ws-found-entry)  to ws-hours-type.
           move ws-tc-open(ws-found-entry)  to ws-hours-open.
           move ws-tc-close(ws-found-entry) to ws-hours-close.
           perform 370-format-hours.
           move ws-hours-text               to ws-dl-before.

      *    The request's hours, as they now stand on the calendar
       365-show-after.
           move mt-entry-type               to ws-hours-type.
           move mt-open-time                to ws-hours-open.
           move mt-close-time               to ws-hours-close.
           perform 370-format-hours.
           move ws-hours-text               to ws-dl-after.

       370-format-hours.
           move spaces                      to ws-hours-text.
           if ws-hours-type = 'H'
                   or (ws-hours-open = 0 and ws-hours-close = 0) then
               move "CLOSED"                to ws-hours-text
           else
               string ws-hours-open  delimited by size
                      "-"            delimited by size
                      ws-hours-close delimited by size
                      into ws-hours-text
               end-string
           end-if.


       400-rewrite-calendar.
           open output new-calendar-file.
           perform varying ws-tc-idx from 1 by 1
               until ws-tc-idx > ws-calendar-count
               if ws-tc-deleted(ws-tc-idx) = 'n'
                   move ws-tc-type(ws-tc-idx)   to nc-entry-type
                   move ws-tc-store(ws-tc-idx)  to nc-store-num
                   move ws-tc-dow(ws-tc-idx)    to nc-day-of-week
                   move ws-tc-date(ws-tc-idx)   to nc-date
                   move ws-tc-open(ws-tc-idx)   to nc-open-time
                   move ws-tc-close(ws-tc-idx)  to nc-close-time
                   move ws-tc-desc(ws-tc-idx)   to nc-description
                   write new-calendar-line
                   add 1                        to ws-after-count
               end-if
           end-perform.
           close new-calendar-file.


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

           move "../../../../data/TradingCalendarAudit.out"
               to ws-archive-read-path.
           string "../../../../data/TradingCalendarAudit_"
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


       end program TradingCalendarMaintenance.
