      ******************************************************************
      * Author:    Connor Simmonds-Parke, Nicholas Sturch-flint
      * Date:      2021-10-13
      * Purpose:   Month-end paperwork for the house charge accounts.
      *            Every customer with a balance or with activity in
      *            the month gets a statement - the balance brought
      *            forward, each charge, refund and payment posted in
      *            the month with a running balance, and the balance
      *            now due. Alongside the statements the office gets
      *            the receivables aging: each account's balance split
      *            current / 31-60 / 61-90 / over 90 days, so the
      *            collections calls start with the oldest money.
      * Note:      Run at month end after the month's final batch has
      *            been through HouseAccountPosting. Payments and
      *            refund credits are applied to the oldest charges
      *            first; what is left of each charge is aged from the
      *            day it was rung.
      * Tectonics: cobc
      ******************************************************************
       identification division.

       program-id. HouseAccountStatements.
       author. Connor Simmonds-Parke, Nicholas Sturch-flint.
       date-written. 10-13-2021.
      *Description: Prints the month's house account customer
      *             statements and the 30/60/90 receivables aging.

       environment division.
       configuration section.

       input-output section.
       file-control.

      *    Customer Account Master - names and addresses for the
      *    statements, credit limit and status for the aging
           select customer-file
               assign to "../../../../data/CustomerMaster.dat"
               organization is line sequential
               file status is ws-customer-status.

      *    Accounts Receivable Ledger - read-only here; maintained by
      *    HouseAccountPosting
           select ar-ledger-file
               assign to "../../../../data/ARLedger.dat"
               organization is indexed
               access mode is dynamic
               record key is ar-key
               file status is ws-ar-ledger-status.

      *    Output Files
           select statement-file
               assign to "../../../../data/CustomerStatements.out"
               organization is line sequential.

           select aging-file
               assign to "../../../../data/ARAging.out"
               organization is line sequential.

      *    Business-Date Parameter - the day the business actually
      *    happened (Edit writes it from the batch header); its month
      *    is the statement period and the aging is counted to it
           select business-date-file
               assign to "../../../../data/BusinessDate.ctl"
               organization is line sequential
               file status is ws-busdate-status.

      *    Date-Stamped Archive Copies - generic text-line files whose
      *    assigned name is built at runtime so every month's
      *    statements are kept under their period, not just overwritten
           select archive-read-file
               assign to dynamic ws-archive-read-path
               organization is line sequential.

           select archive-write-file
               assign to dynamic ws-archive-write-path
               organization is line sequential.


       data division.
       file section.

       fd customer-file
           data record is customer-line
           record contains 125 characters.

       01 customer-line.
           05 cm-account-num                pic x(8).
           05 cm-name                       pic x(30).
           05 cm-address-1                  pic x(30).
           05 cm-address-2                  pic x(30).
           05 cm-credit-limit               pic 9(7)v99.
           05 cm-status                     pic x.
               88 cm-account-open           value 'A'.
               88 cm-account-closed         value 'C'.
           05 cm-balance                    pic s9(7)v99.
           05 cm-last-posted-date           pic 9(8).

       fd ar-ledger-file
           data record is ar-ledger-record.

       01 ar-ledger-record.
           05 ar-key.
               10 ar-account-num            pic x(8).
               10 ar-post-date              pic 9(8).
               10 ar-tran-type              pic x.
                   88 ar-type-charge        value 'C'.
                   88 ar-type-credit        value 'R'.
                   88 ar-type-payment       value 'P'.
               10 ar-reference              pic x(10).
           05 ar-store-num                  pic 99.
           05 ar-amount                     pic 9(7)v99.
           05 ar-detail                     pic x(15).
           05 ar-trans-date                 pic 9(8).

       fd statement-file
           data record is statement-line
           record contains 110 characters.

       01 statement-line                    pic x(110).

       fd aging-file
           data record is aging-line
           record contains 110 characters.

       01 aging-line                        pic x(110).

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

      *Statement Lines - one block per customer
       01 ws-st-title-line.
           05 filler                        pic x(30)
               value "STATEMENT OF ACCOUNT".
           05 filler                        pic x(9)
               value "ACCOUNT ".
           05 ws-st-account                 pic x(8).
           05 filler                        pic x(5)
               value spaces.
           05 filler                        pic x(7)
               value "PERIOD ".
           05 ws-st-period                  pic 9(6).
           05 filler                        pic x(5)
               value spaces.
           05 filler                        pic x(15)
               value "STATEMENT DATE ".
           05 ws-st-date                    pic 9(8).
           05 filler                        pic x(17)
               value spaces.

       01 ws-st-address-line.
           05 filler                        pic x(4)
               value spaces.
           05 ws-st-address                 pic x(30).
           05 filler                        pic x(76)
               value spaces.

       01 ws-st-limit-line.
           05 filler                        pic x(4)
               value spaces.
           05 filler                        pic x(15)
               value "CREDIT LIMIT : ".
           05 ws-st-limit                   pic $z,zzz,zz9.99.
           05 filler                        pic x(5)
               value spaces.
           05 ws-st-status-note             pic x(30).
           05 filler                        pic x(43)
               value spaces.

       01 ws-st-headings.
           05 filler                        pic x(10)
               value "Posted".
           05 filler                        pic x(10)
               value "Rung".
           05 filler                        pic x(9)
               value "Type".
           05 filler                        pic x(12)
               value "Reference".
           05 filler                        pic x(7)
               value "Store".
           05 filler                        pic x(17)
               value "Detail".
           05 filler                        pic x(14)
               value "Charges".
           05 filler                        pic x(14)
               value "Credits".
           05 filler                        pic x(17)
               value "Balance".

       01 ws-st-underlines.
           05 filler                        pic x(10)
               value "--------".
           05 filler                        pic x(10)
               value "--------".
           05 filler                        pic x(9)
               value "-------".
           05 filler                        pic x(12)
               value "----------".
           05 filler                        pic x(7)
               value "-----".
           05 filler                        pic x(17)
               value "---------------".
           05 filler                        pic x(14)
               value "------------".
           05 filler                        pic x(14)
               value "------------".
           05 filler                        pic x(17)
               value "-------------".

       01 ws-st-forward-line.
           05 filler                        pic x(85)
               value "    BALANCE BROUGHT FORWARD".
           05 ws-st-forward                 pic $zzz,zz9.99-.
           05 filler                        pic x(13)
               value spaces.

       01 ws-st-item-line.
           05 ws-si-post-date               pic 9(8).
           05 filler                        pic x(2)
               value spaces.
           05 ws-si-trans-date              pic 9(8).
           05 filler                        pic x(2)
               value spaces.
           05 ws-si-type                    pic x(7).
           05 filler                        pic x(2)
               value spaces.
           05 ws-si-reference               pic x(10).
           05 filler                        pic x(2)
               value spaces.
           05 ws-si-store                   pic z9.
           05 filler                        pic x(5)
               value spaces.
           05 ws-si-detail                  pic x(15).
           05 filler                        pic x(2)
               value spaces.
           05 ws-si-charge                  pic $zzz,zz9.99
               blank when zero.
           05 filler                        pic x(3)
               value spaces.
           05 ws-si-credit                  pic $zzz,zz9.99
               blank when zero.
           05 filler                        pic x(3)
               value spaces.
           05 ws-si-balance                 pic $zzz,zz9.99-.
           05 filler                        pic x(5)
               value spaces.

       01 ws-st-due-line.
           05 filler                        pic x(85)
               value "    BALANCE NOW DUE".
           05 ws-st-due                     pic $zzz,zz9.99-.
           05 filler                        pic x(13)
               value spaces.

       01 ws-st-aging-line.
           05 filler                        pic x(12)
               value "    CURRENT ".
           05 ws-sa-current                 pic $zzz,zz9.99.
           05 filler                        pic x(9)
               value "  31-60 ".
           05 ws-sa-31-60                   pic $zzz,zz9.99.
           05 filler                        pic x(9)
               value "  61-90 ".
           05 ws-sa-61-90                   pic $zzz,zz9.99.
           05 filler                        pic x(11)
               value "  OVER 90 ".
           05 ws-sa-over-90                 pic $zzz,zz9.99.
           05 filler                        pic x(25)
               value spaces.

       01 ws-st-separator-line.
           05 filler                        pic x(110)
               value all "=".

       01 ws-no-statements-line.
           05 filler                        pic x(46)
               value "No house account balances or activity to bill.".
           05 filler                        pic x(64)
               value spaces.

      *Aging Report Lines
       01 ws-ag-header1.
           05 filler                        pic x(25)
               value spaces.
           05 filler                        pic x(33)
               value "ACCOUNTS RECEIVABLE AGING".
           05 filler                        pic x(11)
               value "AS OF DATE ".
           05 ws-ag-header-date             pic 9(8).
           05 filler                        pic x(33)
               value spaces.

       01 ws-ag-header2.
           05 filler                        pic x(10)
               value "Account".
           05 filler                        pic x(22)
               value "Customer".
           05 filler                        pic x(13)
               value "Current".
           05 filler                        pic x(13)
               value "31-60".
           05 filler                        pic x(13)
               value "61-90".
           05 filler                        pic x(13)
               value "Over 90".
           05 filler                        pic x(14)
               value "Balance".
           05 filler                        pic x(12)
               value "Note".

       01 ws-ag-header3.
           05 filler                        pic x(10)
               value "--------".
           05 filler                        pic x(22)
               value "--------------------".
           05 filler                        pic x(13)
               value "-----------".
           05 filler                        pic x(13)
               value "-----------".
           05 filler                        pic x(13)
               value "-----------".
           05 filler                        pic x(13)
               value "-----------".
           05 filler                        pic x(14)
               value "------------".
           05 filler                        pic x(12)
               value "----".

       01 ws-ag-detail-line.
           05 ws-ad-account                 pic x(8).
           05 filler                        pic x(2)
               value spaces.
           05 ws-ad-name                    pic x(20).
           05 filler                        pic x(2)
               value spaces.
           05 ws-ad-current                 pic $zzz,zz9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-ad-31-60                   pic $zzz,zz9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-ad-61-90                   pic $zzz,zz9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-ad-over-90                 pic $zzz,zz9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-ad-balance                 pic $zzz,zz9.99-.
           05 filler                        pic x(2)
               value spaces.
           05 ws-ad-note                    pic x(12).

       01 ws-ag-total-line.
           05 filler                        pic x(10)
               value spaces.
           05 filler                        pic x(20)
               value "TOTALS".
           05 ws-at-current                 pic $$$,$$$,$$9.99.
           05 ws-at-31-60                   pic $$$,$$$,$$9.99.
           05 ws-at-61-90                   pic $$$,$$$,$$9.99.
           05 ws-at-over-90                 pic $$$,$$$,$$9.99.
           05 ws-at-balance                 pic $$$,$$$,$$9.99-.
           05 filler                        pic x(9)
               value spaces.

       01 ws-ag-count-line.
           05 filler                        pic x(25)
               value "ACCOUNTS WITH BALANCES : ".
           05 ws-ac-count                   pic zzzz9.
           05 filler                        pic x(5)
               value spaces.
           05 filler                        pic x(25)
               value "STATEMENTS PRINTED     : ".
           05 ws-ac-statements              pic zzzz9.
           05 filler                        pic x(45)
               value spaces.

       01 ws-no-balances-line.
           05 filler                        pic x(40)
               value "No house account balances outstanding.".
           05 filler                        pic x(70)
               value spaces.

      *Open Charges - the account's charges up to the period end in
      *the order they were posted, each with the amount still unpaid
      *once the account's credits have been applied oldest first
       01 ws-open-charge-table.
           05 ws-oc-entry                   occurs 1000 times.
               10 ws-oc-trans-date          pic 9(8).
               10 ws-oc-remaining           pic 9(7)v99.
       77 ws-oc-count                       pic 9(4)  value 0.
       77 ws-oc-sub                         pic 9(4)  value 0.
       77 ws-oc-full-warned                 pic x     value 'n'.

      *Per-Account Figures
       77 ws-period                         pic 9(6)  value 0.
       77 ws-opening-balance                pic s9(7)v99 value 0.
       77 ws-running-balance                pic s9(7)v99 value 0.
       77 ws-closing-balance                pic s9(7)v99 value 0.
       77 ws-credit-pool                    pic 9(9)v99 value 0.
       77 ws-period-items                   pic 9(5)  value 0.
       77 ws-printed-heading                pic x     value 'n'.
       77 ws-age-current                    pic 9(7)v99 value 0.
       77 ws-age-31-60                      pic 9(7)v99 value 0.
       77 ws-age-61-90                      pic 9(7)v99 value 0.
       77 ws-age-over-90                    pic 9(7)v99 value 0.

      *Aging Arithmetic
       77 ws-today-int                      pic 9(8)  value 0.
       77 ws-charge-int                     pic 9(8)  value 0.
       77 ws-days-out                       pic s9(5) value 0.

      *Report Totals
       77 ws-tot-current                    pic 9(9)v99 value 0.
       77 ws-tot-31-60                      pic 9(9)v99 value 0.
       77 ws-tot-61-90                      pic 9(9)v99 value 0.
       77 ws-tot-over-90                    pic 9(9)v99 value 0.
       77 ws-tot-balance                    pic s9(9)v99 value 0.
       77 ws-balance-count                  pic 9(5)  value 0.
       77 ws-statement-count                pic 9(5)  value 0.

      *General Constants
       77 ws-customer-status                pic xx    value spaces.
       77 ws-ar-ledger-status               pic xx    value spaces.
       77 ws-ledger-open-flag               pic x     value 'n'.
       77 ws-eof-flag                       pic x     value 'n'.
       77 ws-ledger-done-flag               pic x     value 'n'.

      *Date-Stamped Archive Copies
       77 ws-period-print                   pic x(6)  value spaces.
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
           move ws-business-date(1:6)       to ws-period.
           compute ws-today-int =
               function integer-of-date(ws-business-date).

           open input ar-ledger-file.
           if ws-ar-ledger-status = "00" then
               move 'y'                     to ws-ledger-open-flag
           end-if.

           open output statement-file.
           open output aging-file.
           move ws-business-date            to ws-ag-header-date.
           write aging-line from ws-ag-header1
               after advancing 1 line.
           write aging-line from ws-ag-header2
               after advancing 2 lines.
           write aging-line from ws-ag-header3
               after advancing 1 line.

           perform 200-process-customers.

           if ws-statement-count = 0 then
               write statement-line from ws-no-statements-line
                   after advancing 1 line
           end-if.

           perform 400-print-aging-totals.

           close statement-file.
           close aging-file.
           if ws-ledger-open-flag = 'y' then
               close ar-ledger-file
           end-if.

      *    Keep a copy of the month's statements and aging under their
      *    period so next month's run doesn't erase them
           perform 700-archive-output-files.

      *    End of 000-main (end of HouseAccountStatements program)
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


       200-process-customers.
           open input customer-file.
           if ws-customer-status not = "00" then
               exit paragraph
           end-if.
           perform until ws-eof-flag = 'y'
               read customer-file
                   at end
                       move 'y'             to ws-eof-flag
                   not at end
                       perform 210-process-one-account
               end-read
           end-perform.
           close customer-file.


      *    Read the account's ledger once: items posted before the
      *    period make up the balance brought forward, the period's
      *    items are printed, and every charge to the period end is
      *    kept for the aging
       210-process-one-account.
           move 0                           to ws-opening-balance.
           move 0                           to ws-closing-balance.
           move 0                           to ws-credit-pool.
           move 0                           to ws-oc-count.
           move 0                           to ws-period-items.
           move 'n'                         to ws-printed-heading.

           if ws-ledger-open-flag = 'y' then
               perform 220-read-account-ledger
           end-if.

           move 0                           to ws-age-current.
           move 0                           to ws-age-31-60.
           move 0                           to ws-age-61-90.
           move 0                           to ws-age-over-90.
           if ws-closing-balance > 0 then
               perform 350-age-open-charges
           end-if.

           move ws-opening-balance          to ws-running-balance.
           if ws-period-items > 0 or ws-opening-balance not = 0 then
               perform 300-print-statement
           end-if.

           if ws-closing-balance not = 0 then
               perform 360-print-aging-line
           end-if.


       220-read-account-ledger.
           move 'n'                         to ws-ledger-done-flag.
           move cm-account-num              to ar-account-num.
           move 0                           to ar-post-date.
           move low-values                  to ar-tran-type.
           move low-values                  to ar-reference.
           start ar-ledger-file key is not less than ar-key
               invalid key
                   move 'y'                 to ws-ledger-done-flag
           end-start.
           perform until ws-ledger-done-flag = 'y'
               read ar-ledger-file next record
                   at end
                       move 'y'             to ws-ledger-done-flag
                   not at end
                       if ar-account-num not = cm-account-num
                               or ar-post-date(1:6) > ws-period
                           move 'y'         to ws-ledger-done-flag
                       else
                           perform 230-take-ledger-item
                       end-if
               end-read
           end-perform.


       230-take-ledger-item.
           if ar-type-charge then
               perform 240-keep-open-charge
               add ar-amount                to ws-closing-balance
           else
               add ar-amount                to ws-credit-pool
               subtract ar-amount           from ws-closing-balance
           end-if.

           if ar-post-date(1:6) < ws-period then
               if ar-type-charge then
                   add ar-amount            to ws-opening-balance
               else
                   subtract ar-amount       from ws-opening-balance
               end-if
           else
               add 1                        to ws-period-items
           end-if.


       240-keep-open-charge.
           if ws-oc-count < 1000 then
               add 1                        to ws-oc-count
               move ar-trans-date           to
                   ws-oc-trans-date(ws-oc-count)
               move ar-amount               to
                   ws-oc-remaining(ws-oc-count)
           else
               if ws-oc-full-warned = 'n' then
                   move 'y'                 to ws-oc-full-warned
                   display "WARNING: OPEN CHARGE TABLE FULL FOR "
                       "ACCOUNT " cm-account-num
                   display "AGING WILL UNDERSTATE THE OLDEST BUCKETS"
               end-if
           end-if.


      *    The statement itself - heading block, the balance brought
      *    forward, the period's items with the running balance, then
      *    the balance due and how old it is
       300-print-statement.
           add 1                            to ws-statement-count.
           move cm-account-num              to ws-st-account.
           move ws-period                   to ws-st-period.
           move ws-business-date            to ws-st-date.
           if ws-statement-count = 1 then
               write statement-line from ws-st-title-line
                   after advancing 1 line
           else
               write statement-line from ws-st-title-line
                   after advancing page
           end-if.
           move cm-name                     to ws-st-address.
           write statement-line from ws-st-address-line
               after advancing 2 lines.
           move cm-address-1                to ws-st-address.
           write statement-line from ws-st-address-line
               after advancing 1 line.
           move cm-address-2                to ws-st-address.
           write statement-line from ws-st-address-line
               after advancing 1 line.
           move cm-credit-limit             to ws-st-limit.
           move spaces                      to ws-st-status-note.
           if cm-account-closed then
               move "ACCOUNT CLOSED"        to ws-st-status-note
           end-if.
           write statement-line from ws-st-limit-line
               after advancing 1 line.

           write statement-line from ws-st-headings
               after advancing 2 lines.
           write statement-line from ws-st-underlines
               after advancing 1 line.
           move ws-opening-balance          to ws-st-forward.
           write statement-line from ws-st-forward-line
               after advancing 1 line.

           if ws-period-items > 0 then
               perform 310-print-period-items
           end-if.

           move ws-closing-balance          to ws-st-due.
           write statement-line from ws-st-due-line
               after advancing 2 lines.

           if ws-closing-balance > 0 then
               move ws-age-current          to ws-sa-current
               move ws-age-31-60            to ws-sa-31-60
               move ws-age-61-90            to ws-sa-61-90
               move ws-age-over-90          to ws-sa-over-90
               write statement-line from ws-st-aging-line
                   after advancing 1 line
           end-if.


      *    Second pass over the account, this time printing the
      *    period's items in posting order
       310-print-period-items.
           move 'n'                         to ws-ledger-done-flag.
           move cm-account-num              to ar-account-num.
           move ws-period                   to ar-post-date(1:6).
           move "01"                        to ar-post-date(7:2).
           move low-values                  to ar-tran-type.
           move low-values                  to ar-reference.
           start ar-ledger-file key is not less than ar-key
               invalid key
                   move 'y'                 to ws-ledger-done-flag
           end-start.
           perform until ws-ledger-done-flag = 'y'
               read ar-ledger-file next record
                   at end
                       move 'y'             to ws-ledger-done-flag
                   not at end
                       if ar-account-num not = cm-account-num
                               or ar-post-date(1:6) > ws-period
                           move 'y'         to ws-ledger-done-flag
                       else
                           perform 320-print-one-item
                       end-if
               end-read
           end-perform.


       320-print-one-item.
           move spaces                      to ws-st-item-line.
           move ar-post-date                to ws-si-post-date.
           move ar-trans-date               to ws-si-trans-date.
           move ar-reference                to ws-si-reference.
           move ar-store-num                to ws-si-store.
           move ar-detail                   to ws-si-detail.
           move 0                           to ws-si-charge.
           move 0                           to ws-si-credit.
           evaluate true
               when ar-type-charge
                   move "CHARGE"            to ws-si-type
                   move ar-amount           to ws-si-charge
                   add ar-amount            to ws-running-balance
               when ar-type-credit
                   move "REFUND"            to ws-si-type
                   move ar-amount           to ws-si-credit
                   subtract ar-amount       from ws-running-balance
               when ar-type-payment
                   move "PAYMENT"           to ws-si-type
                   move ar-amount           to ws-si-credit
                   subtract ar-amount       from ws-running-balance
           end-evaluate.
           move ws-running-balance          to ws-si-balance.
           write statement-line from ws-st-item-line
               after advancing 1 line.


      *    Apply the account's refunds and payments to its oldest
      *    charges first, then age what remains of each charge from
      *    the day it was rung
       350-age-open-charges.
           perform varying ws-oc-sub from 1 by 1
               until ws-oc-sub > ws-oc-count
               if ws-credit-pool >= ws-oc-remaining(ws-oc-sub)
                   subtract ws-oc-remaining(ws-oc-sub)
                       from ws-credit-pool
                   move 0
                       to ws-oc-remaining(ws-oc-sub)
               else
                   subtract ws-credit-pool
                       from ws-oc-remaining(ws-oc-sub)
                   move 0                   to ws-credit-pool
               end-if
               if ws-oc-remaining(ws-oc-sub) > 0
                   perform 355-bucket-one-charge
               end-if
           end-perform.


       355-bucket-one-charge.
           if ws-oc-trans-date(ws-oc-sub) is numeric
                   and ws-oc-trans-date(ws-oc-sub) > 19000101 then
               compute ws-charge-int =
                   function integer-of-date(ws-oc-trans-date(ws-oc-sub))
               compute ws-days-out = ws-today-int - ws-charge-int
           else
               move 0                       to ws-days-out
           end-if.
           evaluate true
               when ws-days-out <= 30
                   add ws-oc-remaining(ws-oc-sub) to ws-age-current
               when ws-days-out <= 60
                   add ws-oc-remaining(ws-oc-sub) to ws-age-31-60
               when ws-days-out <= 90
                   add ws-oc-remaining(ws-oc-sub) to ws-age-61-90
               when other
                   add ws-oc-remaining(ws-oc-sub) to ws-age-over-90
           end-evaluate.


       360-print-aging-line.
           add 1                            to ws-balance-count.
           move spaces                      to ws-ag-detail-line.
           move cm-account-num              to ws-ad-account.
           move cm-name                     to ws-ad-name.
           move ws-age-current              to ws-ad-current.
           move ws-age-31-60                to ws-ad-31-60.
           move ws-age-61-90                to ws-ad-61-90.
           move ws-age-over-90              to ws-ad-over-90.
           move ws-closing-balance          to ws-ad-balance.
           evaluate true
               when ws-closing-balance < 0
                   move "CREDIT BAL"        to ws-ad-note
               when cm-account-closed
                   move "CLOSED"            to ws-ad-note
               when ws-closing-balance > cm-credit-limit
                   move "OVER LIMIT"        to ws-ad-note
           end-evaluate.
           write aging-line from ws-ag-detail-line
               after advancing 1 line.

           add ws-age-current               to ws-tot-current.
           add ws-age-31-60                 to ws-tot-31-60.
           add ws-age-61-90                 to ws-tot-61-90.
           add ws-age-over-90               to ws-tot-over-90.
           add ws-closing-balance           to ws-tot-balance.


       400-print-aging-totals.
           if ws-balance-count = 0 then
               write aging-line from ws-no-balances-line
                   after advancing 1 line
           end-if.
           move ws-tot-current              to ws-at-current.
           move ws-tot-31-60                to ws-at-31-60.
           move ws-tot-61-90                to ws-at-61-90.
           move ws-tot-over-90              to ws-at-over-90.
           move ws-tot-balance              to ws-at-balance.
           write aging-line from ws-ag-total-line
               after advancing 2 lines.
           move ws-balance-count            to ws-ac-count.
           move ws-statement-count          to ws-ac-statements.
           write aging-line from ws-ag-count-line
               after advancing 1 line.


       700-archive-output-files.
           move ws-period                   to ws-period-print.

           move "../../../../data/CustomerStatements.out"
               to ws-archive-read-path.
           string "../../../../data/CustomerStatements_"
                  delimited by size
                  ws-period-print             delimited by size
                  ".out"                      delimited by size
                  into ws-archive-write-path
           end-string.
           perform 710-copy-archive-file.

           move "../../../../data/ARAging.out"
               to ws-archive-read-path.
           move spaces                      to ws-archive-write-path.
           string "../../../../data/ARAging_"
                  delimited by size
                  ws-period-print             delimited by size
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


       end program HouseAccountStatements.
