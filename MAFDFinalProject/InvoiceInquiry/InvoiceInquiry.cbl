      ******************************************************************
      * Author:    Connor Simmonds-Parke, Nicholas Sturch-flint
      * Date:      2021-12-08
      * Purpose:   When a customer calls about a receipt, customer
      *            service had to search the sales history, the
      *            layaway, gift card and chargeback ledgers and the
      *            dated register archives by hand. This is an
      *            interactive inquiry: key an invoice number (or a
      *            store and a range of dates to find one) and it
      *            shows everything the system knows about that
      *            invoice - the sale, whether it was refunded, every
      *            register line and tender, the layaway balance and
      *            its payments, the gift card balance, and any
      *            chargeback against it.
      * Note:      The operator signs on with their operator number,
      *            checked against OperatorMaster.dat when it is on
      *            hand, and every lookup is written to RunLog.dat
      *            under that number. A sale aged out of
      *            SalesHistory.dat is looked for in the yearly
      *            SalesHistoryArchive_YYYY.dat files going back
      *            INQUIRY-ARCHIVE-YEARS (parameter master, default
      *            7); a store lookup may span at most
      *            INQUIRY-MAX-DAYS (default 31) days. Read-only -
      *            nothing it looks at is changed.
      * Tectonics: cobc
      ******************************************************************
       identification division.

       program-id. InvoiceInquiry.
       author. Connor Simmonds-Parke, Nicholas Sturch-flint.
       date-written. 12-08-2021.
      *Description: Interactive customer-service lookup of everything
      *             on file for one invoice.

       environment division.
       configuration section.

       input-output section.
       file-control.

      *    Historical Sales Record - keyed lookups by invoice
           select sales-history-file
               assign to "../../../../data/SalesHistory.dat"
               organization is indexed
               access mode is dynamic
               record key is hist-invoice-num
               file status is ws-hist-status.

      *    Yearly History Archive - the assigned name is built at
      *    runtime from the year being searched
           select history-archive-file
               assign to dynamic ws-history-archive-path
               organization is line sequential
               file status is ws-harchive-status.

      *    Layaway Ledger - keyed lookups by invoice
           select layaway-ledger-file
               assign to "../../../../data/LayawayLedger.dat"
               organization is indexed
               access mode is dynamic
               record key is ledg-invoice-num
               file status is ws-ledger-status.

      *    Gift Card Ledger - keyed lookups by invoice
           select gift-card-ledger-file
               assign to "../../../../data/GiftCardLedger.dat"
               organization is indexed
               access mode is dynamic
               record key is gcl-invoice-num
               file status is ws-gc-ledger-status.

      *    Chargeback Ledger - read through for the invoice
           select chargeback-ledger-file
               assign to "../../../../data/ChargebackLedger.dat"
               organization is line sequential
               file status is ws-cb-ledger-status.

      *    Dated Valid-Records Archives - the assigned name is built
      *    at runtime for each day searched
           select valid-archive-file
               assign to dynamic ws-valid-archive-path
               organization is line sequential
               file status is ws-varchive-status.

      *    Operator Master - who may sign on
           select operator-file
               assign to "../../../../data/OperatorMaster.dat"
               organization is line sequential
               file status is ws-operator-status.

      *    Central Parameter Master - archive years and day limit
           select parameter-master-file
               assign to "../../../../data/ParameterMaster.dat"
               organization is line sequential
               file status is ws-parameter-status.

      *    Business-Date Parameter - the day the business actually
      *    happened (Edit writes it from the batch header), used
      *    instead of the machine date as the latest day searched
           select business-date-file
               assign to "../../../../data/BusinessDate.ctl"
               organization is line sequential
               file status is ws-busdate-status.

      *    Output Files
           select run-log-file
               assign to "../../../../data/RunLog.dat"
               organization is line sequential
               file status is ws-runlog-status.


       data division.
       file section.

       fd sales-history-file
           data record is hist-record.

       01 hist-record.
           05 hist-invoice-num              pic x(9).
           05 hist-amount                   pic 9(5)v99.
           05 hist-sku                      pic x(15).
           05 hist-store-num                pic 99.
           05 hist-refunded-flag            pic x.
           05 hist-trans-date               pic 9(8).
           05 hist-trans-time               pic 9(6).
           05 hist-loyalty-num              pic x(10).
           05 hist-operator-id              pic 9(4).
           05 hist-refund-date              pic 9(8).

       fd history-archive-file
           data record is history-archive-line
           record contains 70 characters.

       01 history-archive-line.
           05 har-invoice-num               pic x(9).
           05 har-amount                    pic 9(5)v99.
           05 har-sku                       pic x(15).
           05 har-store-num                 pic 99.
           05 har-refunded-flag             pic x.
           05 har-trans-date                pic 9(8).
           05 har-trans-time                pic 9(6).
           05 har-loyalty-num               pic x(10).
           05 har-operator-id               pic 9(4).
           05 har-refund-date               pic 9(8).

       fd layaway-ledger-file
           data record is ledger-record.

       01 ledger-record.
           05 ledg-invoice-num              pic x(9).
           05 ledg-total-price              pic 9(5)v99.
           05 ledg-paid-to-date             pic 9(5)v99.
           05 ledg-balance                  pic 9(5)v99.
           05 ledg-store-num                pic 99.
           05 ledg-opened-date              pic 9(8).
           05 ledg-last-paid-date           pic 9(8).
           05 ledg-cancelled-flag           pic x.

       fd gift-card-ledger-file
           data record is gift-card-record.

       01 gift-card-record.
           05 gcl-invoice-num               pic x(9).
           05 gcl-issued-amt                pic 9(5)v99.
           05 gcl-redeemed-amt              pic 9(5)v99.
           05 gcl-store-num                 pic 99.
           05 gcl-last-date                 pic 9(8).

       fd chargeback-ledger-file
           data record is chargeback-ledger-line
           record contains 28 characters.

       01 chargeback-ledger-line.
           05 cbl-invoice-num               pic x(9).
           05 cbl-amount                    pic 9(5)v99.
           05 cbl-reason                    pic x(2).
           05 cbl-first-date                pic 9(8).
           05 cbl-status                    pic x.
               88 cbl-open                  value 'O'.
               88 cbl-cleared               value 'C'.
           05 filler                        pic x.

       fd valid-archive-file
           data record is archive-input-line
           record contains 100 characters.

       01 archive-input-line.
           05 il-code                       pic x.
               88 il-code-S                 value 'S'.
               88 il-code-R                 value 'R'.
               88 il-code-L                 value 'L'.
               88 il-code-X                 value 'X'.
               88 il-code-C                 value 'C'.
               88 il-code-V                 value 'V'.
               88 il-code-P                 value 'P'.
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

       fd operator-file
           data record is operator-line
           record contains 50 characters.

       01 operator-line.
           05 opm-operator-id               pic 9(4).
           05 opm-name                      pic x(30).
           05 opm-home-store                pic 99.
           05 opm-plan-code                 pic x(4).
           05 opm-status                    pic x.
           05 filler                        pic x(9).

       fd parameter-master-file
           data record is parameter-master-line
           record contains 32 characters.

       01 parameter-master-line.
           05 prm-name                      pic x(20).
           05 prm-value                     pic x(12).

       fd business-date-file
           data record is business-date-line
           record contains 8 characters.

       01 business-date-line.
           05 bdl-business-date             pic 9(8).

      *Run Log - an inquiry entry carries the operator who asked and
      *what they looked up
       fd run-log-file
           data record is run-log-line
           record contains 90 characters.

       01 run-log-line.
           05 rl-program-id                 pic x(30).
           05 rl-date                       pic 9(8).
           05 rl-time                       pic 9(6).
           05 rl-event                      pic x.
           05 rl-in-count                   pic 9(7).
           05 rl-out-count                  pic 9(7).
           05 rl-status                     pic x.
           05 rl-operator-id                pic x(4).
           05 rl-reference                  pic x(21).
           05 filler                        pic x(5).


       working-storage section.

      *Keyed Entries - what the operator types, checked before use
       77 ws-menu-choice                    pic x     value space.
       77 ws-operator-entry                 pic x(4)  value spaces.
       77 ws-invoice-entry                  pic x(9)  value spaces.
       01 ws-store-entry                    pic x(2)  value spaces.
       01 filler redefines ws-store-entry.
           05 ws-store-entry-num            pic 99.
       01 ws-from-entry                     pic x(8)  value spaces.
       01 filler redefines ws-from-entry.
           05 ws-from-entry-date            pic 9(8).
       01 ws-to-entry                       pic x(8)  value spaces.
       01 filler redefines ws-to-entry.
           05 ws-to-entry-date              pic 9(8).

      *Session Switches
       77 ws-signed-on-flag                 pic x     value 'n'.
       77 ws-done-flag                      pic x     value 'n'.
       77 ws-detail-done-flag               pic x     value 'n'.
       77 ws-operator-id                    pic 9(4)  value 0.
       77 ws-lookup-count                   pic 9(7)  value 0.

      *Operator Master Table, subscripted directly by operator
      *number - the status of each operator on file
       01 ws-operator-table.
           05 ws-om-status                  pic x
               occurs 9999 times.
       77 ws-operator-status                pic xx    value spaces.
       77 ws-operator-master-flag           pic x     value 'n'.
       77 ws-om-sub                         pic 9(5)  value 0.

      *File Status and Open Switches - the keyed files stay open
      *for the whole session
       77 ws-hist-status                    pic xx    value spaces.
       77 ws-harchive-status                pic xx    value spaces.
       77 ws-ledger-status                  pic xx    value spaces.
       77 ws-gc-ledger-status               pic xx    value spaces.
       77 ws-cb-ledger-status               pic xx    value spaces.
       77 ws-varchive-status                pic xx    value spaces.
       77 ws-runlog-status                  pic xx    value spaces.
       77 ws-hist-open-flag                 pic x     value 'n'.
       77 ws-ledger-open-flag               pic x     value 'n'.
       77 ws-gc-open-flag                   pic x     value 'n'.
       77 ws-eof-flag                       pic x     value 'n'.

      *What one invoice lookup turned up, and the span of days its
      *register lines can fall in
       77 ws-items-found                    pic 9(7)  value 0.
       77 ws-first-date                     pic 9(8)  value 0.
       77 ws-last-date                      pic 9(8)  value 0.
       77 ws-note-date                      pic 9(8)  value 0.
       77 ws-archive-found-flag             pic x     value 'n'.

      *Day-by-day archive scan
       77 ws-scan-mode                      pic x     value space.
           88 ws-scan-invoice               value 'I'.
           88 ws-scan-store                 value 'S'.
       77 ws-day-int                        pic 9(7)  value 0.
       77 ws-from-int                       pic 9(7)  value 0.
       77 ws-to-int                         pic 9(7)  value 0.
       77 ws-day-date                       pic 9(8)  value 0.
       77 ws-archives-missing               pic 9(5)  value 0.
       77 ws-range-days                     pic 9(7)  value 0.
       77 ws-valid-archive-path             pic x(100) value spaces.

      *Yearly history archive search
       77 ws-history-archive-path           pic x(100) value spaces.
       77 ws-archive-year                   pic 9(4)  value 0.
       77 ws-oldest-year                    pic 9(4)  value 0.

      *Invoices found by a store lookup, in the order first seen
       01 ws-invoice-list.
           05 ws-il-entry                   occurs 300 times.
               10 ws-il-invoice             pic x(9).
               10 ws-il-date                pic 9(8).
               10 ws-il-time                pic 9(6).
               10 ws-il-code                pic x.
               10 ws-il-lines               pic 99.
               10 ws-il-total               pic 9(5)v99.
       77 ws-list-count                     pic 999   value 0.
       77 ws-list-overflow                  pic 9(5)  value 0.
       77 ws-list-sub                       pic 999   value 0.
       77 ws-list-found                     pic 999   value 0.

      *Central Parameter Master lookup - the wanted name goes in,
      *the raw value comes out with the digit shapes each knob needs
       77 ws-parameter-status               pic xx    value spaces.
       77 ws-param-name                     pic x(20) value spaces.
       77 ws-param-found-flag               pic x     value 'n'.
       01 ws-param-value-area.
           05 ws-param-value                pic x(12).
           05 filler redefines ws-param-value.
               10 ws-param-years            pic 99.
               10 filler                    pic x(10).
           05 filler redefines ws-param-value.
               10 ws-param-days             pic 9(3).
               10 filler                    pic x(9).
       77 ws-archive-years                  pic 99    value 7.
       77 ws-max-days                       pic 9(3)  value 31.

      *Business Date - falls back to the machine date when Edit has
      *not published one
       77 ws-busdate-status                 pic xx    value spaces.
       01 ws-business-date                  pic 9(8)  value 0.
       01 filler redefines ws-business-date.
           05 ws-bus-year                   pic 9(4).
           05 filler                        pic 9(4).

      *Run Log entry being written
       77 ws-rl-event                       pic x     value space.
       77 ws-rl-end-status                  pic x     value space.
       77 ws-runlog-in                      pic 9(7)  value 0.
       77 ws-runlog-out                     pic 9(7)  value 0.
       77 ws-rl-reference                   pic x(21) value spaces.

      *Screen Lines
       01 ws-rule-line                      pic x(78) value all "-".

       01 ws-sale-display.
           05 filler                        pic x(16)
               value "  SALE     DATE ".
           05 ws-sd-date                    pic 9(8).
           05 filler                        pic x(6)
               value "  TIME".
           05 filler                        pic x
               value space.
           05 ws-sd-time                    pic 9(6).
           05 filler                        pic x(8)
               value "  STORE ".
           05 ws-sd-store                   pic 99.
           05 filler                        pic x(11)
               value "  OPERATOR ".
           05 ws-sd-operator                pic x(4).

       01 ws-sale-display2.
           05 filler                        pic x(16)
               value "           SKU ".
           05 ws-sd-sku                     pic x(15).
           05 filler                        pic x(9)
               value "  AMOUNT ".
           05 ws-sd-amount                  pic zz,zz9.99.
           05 filler                        pic x(10)
               value "  LOYALTY ".
           05 ws-sd-loyalty                 pic x(10).

       01 ws-sale-display3.
           05 filler                        pic x(11)
               value spaces.
           05 ws-sd-refund-text             pic x(40).

       01 ws-layaway-display.
           05 filler                        pic x(16)
               value "  LAYAWAY  TOTAL".
           05 ws-ld-total                   pic zz,zz9.99.
           05 filler                        pic x(7)
               value "  PAID ".
           05 ws-ld-paid                    pic zz,zz9.99.
           05 filler                        pic x(10)
               value "  BALANCE ".
           05 ws-ld-balance                 pic zz,zz9.99.
           05 filler                        pic x(8)
               value "  STORE ".
           05 ws-ld-store                   pic 99.

       01 ws-layaway-display2.
           05 filler                        pic x(16)
               value "           OPEN ".
           05 ws-ld-opened                  pic 9(8).
           05 filler                        pic x(12)
               value "  LAST PAID ".
           05 ws-ld-last-paid               pic 9(8).
           05 filler                        pic x(2)
               value spaces.
           05 ws-ld-status                  pic x(20).

       01 ws-gift-card-display.
           05 filler                        pic x(16)
               value "  GIFT CARD ISS ".
           05 ws-gd-issued                  pic zz,zz9.99.
           05 filler                        pic x(11)
               value "  REDEEMED ".
           05 ws-gd-redeemed                pic zz,zz9.99.
           05 filler                        pic x(10)
               value "  BALANCE ".
           05 ws-gd-balance                 pic zz,zz9.99-.
           05 filler                        pic x(7)
               value "  LAST ".
           05 ws-gd-last                    pic 9(8).

       01 ws-chargeback-display.
           05 filler                        pic x(16)
               value "  CHARGEBACK   ".
           05 ws-cd-amount                  pic zz,zz9.99.
           05 filler                        pic x(9)
               value "  REASON ".
           05 ws-cd-reason                  pic x(2).
           05 filler                        pic x(9)
               value "  FIRST ".
           05 ws-cd-first                   pic 9(8).
           05 filler                        pic x(2)
               value spaces.
           05 ws-cd-status                  pic x(8).

       01 ws-register-heading.
           05 filler                        pic x(29)
               value "  REGISTER LINES DATES FROM ".
           05 ws-rh-from                    pic 9(8).
           05 filler                        pic x(4)
               value " TO ".
           05 ws-rh-to                      pic 9(8).

       01 ws-register-columns.
           05 filler                        pic x(40)
               value "  DATE     TIME    ST TYPE     SKU      ".
           05 filler                        pic x(34)
               value "           AMOUNT TND # OPER".

       01 ws-register-display.
           05 filler                        pic x(2)
               value spaces.
           05 ws-rd-date                    pic 9(8).
           05 filler                        pic x
               value space.
           05 ws-rd-time                    pic 9(6).
           05 filler                        pic x(2)
               value spaces.
           05 ws-rd-store                   pic 99.
           05 filler                        pic x
               value space.
           05 ws-rd-type                    pic x(9).
           05 ws-rd-sku                     pic x(15).
           05 filler                        pic x
               value space.
           05 ws-rd-amount                  pic zz,zz9.99.
           05 filler                        pic x
               value space.
           05 ws-rd-tender                  pic x(2).
           05 filler                        pic x(2)
               value spaces.
           05 ws-rd-tender-seq              pic 9.
           05 filler                        pic x
               value space.
           05 ws-rd-operator                pic 9(4).

       01 ws-list-columns.
           05 filler                        pic x(40)
               value "  DATE     TIME   INVOICE   TYPE      LI".
           05 filler                        pic x(20)
               value "NES      TOTAL".

       01 ws-list-display.
           05 filler                        pic x(2)
               value spaces.
           05 ws-ls-date                    pic 9(8).
           05 filler                        pic x
               value space.
           05 ws-ls-time                    pic 9(6).
           05 filler                        pic x
               value space.
           05 ws-ls-invoice                 pic x(9).
           05 filler                        pic x
               value space.
           05 ws-ls-type                    pic x(9).
           05 filler                        pic x(2)
               value spaces.
           05 ws-ls-lines                   pic z9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-ls-total                   pic zz,zz9.99.

       77 ws-type-text                      pic x(9)  value spaces.
       77 ws-count-edit                     pic zzzz9.


       procedure division.
       000-main.

           perform 090-load-business-date.
           perform 095-load-parameters.
           perform 100-load-operator-master.

      *    Nobody gets a lookup without signing on - a blank entry at
      *    the sign-on prompt leaves without logging anything
           perform 110-sign-on
               until ws-signed-on-flag = 'y' or ws-done-flag = 'y'.
           if ws-done-flag = 'y' then
               stop run
           end-if.

           perform 091-log-run-start.
           perform 120-open-keyed-files.

           perform 200-inquiry-menu until ws-done-flag = 'y'.

           perform 130-close-keyed-files.
           move ws-lookup-count             to ws-runlog-in.
           perform 092-log-run-end.

      *    End of 000-main (end of InvoiceInquiry program)
           stop run.


      *    Append one record to the shared run log - the log is
      *    created on first use and only ever extended
       093-write-run-log.
           open extend run-log-file.
           if ws-runlog-status = "35" then
               open output run-log-file
           end-if.
           if ws-runlog-status = "00" then
               move spaces                  to run-log-line
               move "InvoiceInquiry"
                   to rl-program-id
               move function current-date(1:8)
                   to rl-date
               move function current-date(9:6)
                   to rl-time
               move ws-rl-event             to rl-event
               move ws-runlog-in            to rl-in-count
               move ws-runlog-out           to rl-out-count
               move ws-rl-end-status        to rl-status
               move ws-operator-id          to rl-operator-id
               move ws-rl-reference         to rl-reference
               write run-log-line
               close run-log-file
           end-if.

       091-log-run-start.
           move 'S'                         to ws-rl-event.
           move space                       to ws-rl-end-status.
           move 0                           to ws-runlog-in.
           move 0                           to ws-runlog-out.
           move spaces                      to ws-rl-reference.
           perform 093-write-run-log.

       092-log-run-end.
           move 'E'                         to ws-rl-event.
           move 'N'                         to ws-rl-end-status.
           move spaces                      to ws-rl-reference.
           perform 093-write-run-log.

      *    One entry per lookup - the count is what was found
       094-log-lookup.
           add 1                            to ws-lookup-count.
           move 'Q'                         to ws-rl-event.
           move 'N'                         to ws-rl-end-status.
           move 0                           to ws-runlog-out.
           perform 093-write-run-log.


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


       095-load-parameters.
           move "INQUIRY-ARCHIVE-YEARS"     to ws-param-name.
           perform 128-find-parameter.
           if ws-param-found-flag = 'y' and ws-param-years is numeric
                   and ws-param-years > 0 then
               move ws-param-years          to ws-archive-years
           end-if.
           move "INQUIRY-MAX-DAYS"          to ws-param-name.
           perform 128-find-parameter.
           if ws-param-found-flag = 'y' and ws-param-days is numeric
                   and ws-param-days > 0 then
               move ws-param-days           to ws-max-days
           end-if.


      *    Look the wanted name up on the parameter master - a
      *    missing master (or name) leaves the built-in default
       128-find-parameter.
           move 'n'                         to ws-param-found-flag.
           move spaces                      to ws-param-value.
           open input parameter-master-file.
           if ws-parameter-status = "00" then
               perform until ws-parameter-status not = "00"
                   read parameter-master-file
                       at end
                           move "10"        to ws-parameter-status
                       not at end
                           if prm-name = ws-param-name
                               move prm-value to ws-param-value
                               move 'y'     to ws-param-found-flag
                           end-if
                   end-read
               end-perform
               close parameter-master-file
               move spaces                  to ws-parameter-status
           end-if.


       100-load-operator-master.
           move spaces                      to ws-operator-table.
           open input operator-file.
           if ws-operator-status = "00" then
               move 'y'                     to ws-operator-master-flag
               perform until ws-operator-status not = "00"
                   read operator-file
                       at end
                           move "10"        to ws-operator-status
                       not at end
                           if opm-operator-id is numeric
                                   and opm-operator-id > 0
                               move opm-status
                                   to ws-om-status(opm-operator-id)
                           end-if
                   end-read
               end-perform
               close operator-file
           end-if.


      *    The operator number must be four digits and, when the
      *    operator master is on hand, an active operator on it
       110-sign-on.
           display " ".
           display "INVOICE INQUIRY - BUSINESS DATE " ws-business-date.
           display "OPERATOR NUMBER (4 DIGITS, BLANK TO QUIT): "
               with no advancing.
           move spaces                      to ws-operator-entry.
           accept ws-operator-entry.
           if ws-operator-entry = spaces then
               move 'y'                     to ws-done-flag
               exit paragraph
           end-if.
           if ws-operator-entry is not numeric
                   or ws-operator-entry = "0000" then
               display "  OPERATOR NUMBER MUST BE 4 DIGITS"
               exit paragraph
           end-if.
           move ws-operator-entry           to ws-operator-id.
           if ws-operator-master-flag = 'y'
                   and ws-om-status(ws-operator-id) not = 'A' then
               display "  OPERATOR NOT ON OPERATOR MASTER/INACTIVE"
               exit paragraph
           end-if.
           move 'y'                         to ws-signed-on-flag.


       120-open-keyed-files.
           open input sales-history-file.
           if ws-hist-status = "00" then
               move 'y'                     to ws-hist-open-flag
           end-if.
           open input layaway-ledger-file.
           if ws-ledger-status = "00" then
               move 'y'                     to ws-ledger-open-flag
           end-if.
           open input gift-card-ledger-file.
           if ws-gc-ledger-status = "00" then
               move 'y'                     to ws-gc-open-flag
           end-if.


       130-close-keyed-files.
           if ws-hist-open-flag = 'y' then
               close sales-history-file
           end-if.
           if ws-ledger-open-flag = 'y' then
               close layaway-ledger-file
           end-if.
           if ws-gc-open-flag = 'y' then
               close gift-card-ledger-file
           end-if.


       200-inquiry-menu.
           display " ".
           display "I = INVOICE  S = STORE AND DATES  X = EXIT: "
               with no advancing.
           move space                       to ws-menu-choice.
           accept ws-menu-choice.
           if ws-menu-choice = 'I' or ws-menu-choice = 'i' then
               perform 300-invoice-lookup
           else if ws-menu-choice = 'S' or ws-menu-choice = 's' then
               perform 500-store-lookup
           else if ws-menu-choice = 'X' or ws-menu-choice = 'x'
                   or ws-menu-choice = space then
               move 'y'                     to ws-done-flag
           else
               display "  ENTER I, S OR X"
           end-if.


       300-invoice-lookup.
           display "INVOICE NUMBER: " with no advancing.
           move spaces                      to ws-invoice-entry.
           accept ws-invoice-entry.
           if ws-invoice-entry = spaces then
               exit paragraph
           end-if.
           perform 310-show-invoice.


      *    Everything on file for ws-invoice-entry, then the lookup
      *    goes on the run log
       310-show-invoice.
           move 0                           to ws-items-found.
           move 0                           to ws-first-date.
           move 0                           to ws-last-date.

           display ws-rule-line.
           display "INVOICE " ws-invoice-entry.

           perform 320-show-history.
           perform 340-show-layaway.
           perform 350-show-gift-card.
           perform 360-show-chargebacks.
           perform 370-show-register-lines.

           if ws-items-found = 0 then
               display "  NOTHING ON FILE FOR THIS INVOICE"
           end-if.
           display ws-rule-line.

           move ws-items-found              to ws-runlog-in.
           move ws-invoice-entry            to ws-rl-reference.
           perform 094-log-lookup.


      *    The live history first; a sale aged out of it is looked
      *    for in the yearly archives, newest year first
       320-show-history.
           if ws-hist-open-flag = 'y' then
               move ws-invoice-entry        to hist-invoice-num
               read sales-history-file
                   invalid key
                       continue
                   not invalid key
                       add 1                to ws-items-found
                       move hist-trans-date to ws-sd-date
                       move hist-trans-time to ws-sd-time
                       move hist-store-num  to ws-sd-store
                       move hist-operator-id to ws-sd-operator
                       move hist-sku        to ws-sd-sku
                       move hist-amount     to ws-sd-amount
                       move hist-loyalty-num to ws-sd-loyalty
                       move hist-refunded-flag to ws-sd-refund-text
                       move hist-refund-date to ws-note-date
                       perform 325-display-sale
                       exit paragraph
               end-read
           end-if.

           move 'n'                         to ws-archive-found-flag.
           move ws-bus-year                 to ws-archive-year.
           compute ws-oldest-year = ws-bus-year - ws-archive-years + 1.
           perform until ws-archive-year < ws-oldest-year
                   or ws-archive-found-flag = 'y'
               perform 330-search-history-archive
               subtract 1                   from ws-archive-year
           end-perform.
           if ws-archive-found-flag = 'n' then
               display "  SALE     NOT IN SALES HISTORY"
           end-if.


      *    The refunded flag is carried in ws-sd-refund-text and the
      *    refund date in ws-note-date until the line is built
       325-display-sale.
           if ws-sd-refund-text(1:1) = 'Y' then
               move spaces                  to ws-sd-refund-text
               if ws-note-date is numeric and ws-note-date > 0
                   string "REFUNDED ON " ws-note-date
                       delimited by size into ws-sd-refund-text
                   end-string
                   perform 380-note-date
               else
                   move "REFUNDED"          to ws-sd-refund-text
               end-if
           else
               move "NOT REFUNDED"          to ws-sd-refund-text
           end-if.
           display ws-sale-display.
           display ws-sale-display2.
           display ws-sale-display3.
           move ws-sd-date                  to ws-note-date.
           perform 380-note-date.


       330-search-history-archive.
           move spaces                      to ws-history-archive-path.
           string "../../../../data/SalesHistoryArchive_"
                  delimited by size
                  ws-archive-year             delimited by size
                  ".dat"                      delimited by size
                  into ws-history-archive-path
           end-string.
           open input history-archive-file.
           if ws-harchive-status not = "00" then
               exit paragraph
           end-if.
           move 'n'                         to ws-eof-flag.
           perform until ws-eof-flag = 'y'
               read history-archive-file
                   at end
                       move 'y'             to ws-eof-flag
                   not at end
                       if har-invoice-num = ws-invoice-entry
                           move 'y'         to ws-archive-found-flag
                           move 'y'         to ws-eof-flag
                       end-if
               end-read
           end-perform.
           close history-archive-file.
           if ws-archive-found-flag = 'y' then
               add 1                        to ws-items-found
               display "  (AGED OUT - FROM SALES HISTORY ARCHIVE "
                   ws-archive-year ")"
               move har-trans-date          to ws-sd-date
               move har-trans-time          to ws-sd-time
               move har-store-num           to ws-sd-store
               move har-operator-id         to ws-sd-operator
               move har-sku                 to ws-sd-sku
               move har-amount              to ws-sd-amount
               move har-loyalty-num         to ws-sd-loyalty
               move har-refunded-flag       to ws-sd-refund-text
               move har-refund-date         to ws-note-date
               perform 325-display-sale
           end-if.


       340-show-layaway.
           if ws-ledger-open-flag = 'n' then
               exit paragraph
           end-if.
           move ws-invoice-entry            to ledg-invoice-num.
           read layaway-ledger-file
               invalid key
                   exit paragraph
           end-read.
           add 1                            to ws-items-found.
           move ledg-total-price            to ws-ld-total.
           move ledg-paid-to-date           to ws-ld-paid.
           move ledg-balance                to ws-ld-balance.
           move ledg-store-num              to ws-ld-store.
           move ledg-opened-date            to ws-ld-opened.
           move ledg-last-paid-date         to ws-ld-last-paid.
           if ledg-cancelled-flag = 'Y' then
               move "CANCELLED"             to ws-ld-status
           else if ledg-balance = 0 then
               move "PAID IN FULL"          to ws-ld-status
           else
               move "OPEN"                  to ws-ld-status
           end-if.
           display ws-layaway-display.
           display ws-layaway-display2.
           move ledg-opened-date            to ws-note-date.
           perform 380-note-date.
           move ledg-last-paid-date         to ws-note-date.
           perform 380-note-date.


       350-show-gift-card.
           if ws-gc-open-flag = 'n' then
               exit paragraph
           end-if.
           move ws-invoice-entry            to gcl-invoice-num.
           read gift-card-ledger-file
               invalid key
                   exit paragraph
           end-read.
           add 1                            to ws-items-found.
           move gcl-issued-amt              to ws-gd-issued.
           move gcl-redeemed-amt            to ws-gd-redeemed.
           compute ws-gd-balance = gcl-issued-amt - gcl-redeemed-amt.
           move gcl-last-date               to ws-gd-last.
           display ws-gift-card-display.
           move gcl-last-date               to ws-note-date.
           perform 380-note-date.


      *    Every dispute against the invoice, open or cleared
       360-show-chargebacks.
           open input chargeback-ledger-file.
           if ws-cb-ledger-status not = "00" then
               exit paragraph
           end-if.
           move 'n'                         to ws-eof-flag.
           perform until ws-eof-flag = 'y'
               read chargeback-ledger-file
                   at end
                       move 'y'             to ws-eof-flag
                   not at end
                       if cbl-invoice-num = ws-invoice-entry
                           perform 365-display-chargeback
                       end-if
               end-read
           end-perform.
           close chargeback-ledger-file.


       365-display-chargeback.
           add 1                            to ws-items-found.
           move cbl-amount                  to ws-cd-amount.
           move cbl-reason                  to ws-cd-reason.
           move cbl-first-date              to ws-cd-first.
           if cbl-open then
               move "OPEN"                  to ws-cd-status
           else
               move "CLEARED"               to ws-cd-status
           end-if.
           display ws-chargeback-display.
           move cbl-first-date              to ws-note-date.
           perform 380-note-date.


      *    The register lines - sale legs, tenders, layaway payments,
      *    returns and voids - sit in the day archives between the
      *    earliest and latest day anything above was dated
       370-show-register-lines.
           if ws-first-date = 0 then
               if ws-items-found > 0 then
                   display "  NO DATES ON FILE - REGISTER LINES NOT"
                       " SEARCHED"
               end-if
               exit paragraph
           end-if.
           if ws-last-date > ws-business-date then
               move ws-business-date        to ws-last-date
           end-if.
           move ws-first-date               to ws-rh-from.
           move ws-last-date                to ws-rh-to.
           display ws-register-heading.
           display ws-register-columns.

           move 'I'                         to ws-scan-mode.
           compute ws-from-int =
               function integer-of-date(ws-first-date).
           compute ws-to-int =
               function integer-of-date(ws-last-date).
           perform 600-scan-archive-days.


      *    Widen the span of days to take in ws-note-date
       380-note-date.
           if ws-note-date is not numeric or ws-note-date = 0 then
               exit paragraph
           end-if.
           if ws-first-date = 0 or ws-note-date < ws-first-date then
               move ws-note-date            to ws-first-date
           end-if.
           if ws-note-date > ws-last-date then
               move ws-note-date            to ws-last-date
           end-if.


      *    A store and a range of days lists the invoices rung there;
      *    any of them can then be looked up in full
       500-store-lookup.
           display "STORE NUMBER (2 DIGITS): " with no advancing.
           move spaces                      to ws-store-entry.
           accept ws-store-entry.
           display "FROM DATE (YYYYMMDD): " with no advancing.
           move spaces                      to ws-from-entry.
           accept ws-from-entry.
           display "TO DATE   (YYYYMMDD): " with no advancing.
           move spaces                      to ws-to-entry.
           accept ws-to-entry.

           if ws-store-entry is not numeric
                   or ws-store-entry-num = 0 then
               display "  STORE MUST BE 01-99"
               exit paragraph
           end-if.
           if ws-from-entry is not numeric
                   or ws-to-entry is not numeric then
               display "  DATES MUST BE YYYYMMDD"
               exit paragraph
           end-if.
           compute ws-from-int =
               function integer-of-date(ws-from-entry-date).
           compute ws-to-int =
               function integer-of-date(ws-to-entry-date).
           if ws-from-int = 0 or ws-to-int = 0 then
               display "  DATES MUST BE YYYYMMDD"
               exit paragraph
           end-if.
           if ws-from-int > ws-to-int then
               display "  FROM DATE IS AFTER TO DATE"
               exit paragraph
           end-if.
           compute ws-range-days = ws-to-int - ws-from-int + 1.
           if ws-range-days > ws-max-days then
               display "  RANGE OVER " ws-max-days " DAYS - NARROW IT"
               exit paragraph
           end-if.

           move 0                           to ws-list-count.
           move 0                           to ws-list-overflow.
           move 'S'                         to ws-scan-mode.
           perform 600-scan-archive-days.

           display ws-rule-line.
           display "STORE " ws-store-entry " FROM " ws-from-entry
               " TO " ws-to-entry.
           if ws-list-count = 0 then
               display "  NO INVOICES FOUND"
           else
               display ws-list-columns
               perform varying ws-list-sub from 1 by 1
                   until ws-list-sub > ws-list-count
                   perform 520-display-list-line
               end-perform
           end-if.
           if ws-list-overflow > 0 then
               move ws-list-overflow        to ws-count-edit
               display "  " ws-count-edit
                   " MORE INVOICES NOT LISTED - NARROW THE RANGE"
           end-if.
           display ws-rule-line.

           move ws-list-count               to ws-runlog-in.
           move spaces                      to ws-rl-reference.
           string "S" ws-store-entry " " ws-from-entry "-"
                  ws-to-entry delimited by size
                  into ws-rl-reference
           end-string.
           perform 094-log-lookup.

           move 'n'                         to ws-detail-done-flag.
           perform 530-pick-from-list
               until ws-detail-done-flag = 'y'.


       520-display-list-line.
           move ws-il-date(ws-list-sub)     to ws-ls-date.
           move ws-il-time(ws-list-sub)     to ws-ls-time.
           move ws-il-invoice(ws-list-sub)  to ws-ls-invoice.
           move ws-il-code(ws-list-sub)     to il-code.
           perform 690-describe-code.
           move ws-type-text                to ws-ls-type.
           move ws-il-lines(ws-list-sub)    to ws-ls-lines.
           move ws-il-total(ws-list-sub)    to ws-ls-total.
           display ws-list-display.


       530-pick-from-list.
           display "INVOICE FOR DETAIL (BLANK FOR MENU): "
               with no advancing.
           move spaces                      to ws-invoice-entry.
           accept ws-invoice-entry.
           if ws-invoice-entry = spaces then
               move 'y'                     to ws-detail-done-flag
           else
               perform 310-show-invoice
           end-if.


      *    Read each day's archive from ws-from-int through
      *    ws-to-int, a missing day being counted and skipped
       600-scan-archive-days.
           move 0                           to ws-archives-missing.
           perform varying ws-day-int from ws-from-int by 1
               until ws-day-int > ws-to-int
               perform 610-scan-one-day
           end-perform.
           if ws-archives-missing > 0 then
               move ws-archives-missing     to ws-count-edit
               display "  " ws-count-edit
                   " DAY(S) WITH NO REGISTER ARCHIVE ON HAND"
           end-if.


       610-scan-one-day.
           compute ws-day-date =
               function date-of-integer(ws-day-int).
           move spaces                      to ws-valid-archive-path.
           string "../../../../data/ValidRecords_"
                  delimited by size
                  ws-day-date                 delimited by size
                  ".dat"                      delimited by size
                  into ws-valid-archive-path
           end-string.
           open input valid-archive-file.
           if ws-varchive-status not = "00" then
               add 1                        to ws-archives-missing
               exit paragraph
           end-if.
           move 'n'                         to ws-eof-flag.
           perform until ws-eof-flag = 'y'
               read valid-archive-file
                   at end
                       move 'y'             to ws-eof-flag
                   not at end
                       if ws-scan-invoice
                           and il-invoice-num = ws-invoice-entry
                           perform 620-display-register-line
                       end-if
                       if ws-scan-store
                           and il-store-num = ws-store-entry-num
                           perform 630-list-invoice
                       end-if
               end-read
           end-perform.
           close valid-archive-file.


       620-display-register-line.
           add 1                            to ws-items-found.
           move il-trans-date               to ws-rd-date.
           move il-trans-time               to ws-rd-time.
           move il-store-num                to ws-rd-store.
           perform 690-describe-code.
           move ws-type-text                to ws-rd-type.
           move il-SKU                      to ws-rd-sku.
           move il-amount                   to ws-rd-amount.
           move il-type                     to ws-rd-tender.
           move il-tender-seq               to ws-rd-tender-seq.
           move il-operator-id              to ws-rd-operator.
           display ws-register-display.


      *    One list entry per invoice - later lines of the same
      *    invoice only add to its line count
       630-list-invoice.
           move 0                           to ws-list-found.
           perform varying ws-list-sub from 1 by 1
               until ws-list-sub > ws-list-count
               if ws-il-invoice(ws-list-sub) = il-invoice-num
                   move ws-list-sub         to ws-list-found
               end-if
           end-perform.
           if ws-list-found > 0 then
               add 1                        to
                   ws-il-lines(ws-list-found)
               exit paragraph
           end-if.
           if ws-list-count >= 300 then
               add 1                        to ws-list-overflow
               exit paragraph
           end-if.
           add 1                            to ws-list-count.
           move il-invoice-num              to
               ws-il-invoice(ws-list-count).
           move il-trans-date               to
               ws-il-date(ws-list-count).
           move il-trans-time               to
               ws-il-time(ws-list-count).
           move il-code                     to
               ws-il-code(ws-list-count).
           move 1                           to
               ws-il-lines(ws-list-count).
           move il-trans-total              to
               ws-il-total(ws-list-count).


       690-describe-code.
           if il-code-S then
               move "SALE"                  to ws-type-text
           else if il-code-R then
               move "RETURN"                to ws-type-text
           else if il-code-L then
               move "LAYAWAY"               to ws-type-text
           else if il-code-X then
               move "EXCHANGE"              to ws-type-text
           else if il-code-C then
               move "LAY CANCL"             to ws-type-text
           else if il-code-V then
               move "POST-VOID"             to ws-type-text
           else if il-code-P then
               move "PAID-OUT"              to ws-type-text
           else
               move il-code                 to ws-type-text
           end-if.


       end program InvoiceInquiry.
