      ******************************************************************
      * Author:    Connor Simmonds-Parke, Nicholas Sturch-flint
      * Date:      2021-10-13
      * Purpose:   Trade customers (contractors, schools, the
      *            property managers) buy on a house charge account
      *            instead of paying at the till. This program keeps
      *            the accounts receivable ledger behind that tender:
      *            every house account charge in the day's sales and
      *            layaways is posted to the customer's account, every
      *            house account refund in the day's returns is
      *            credited back against the charge it reverses, and
      *            every payment on account the office has received
      *            is applied. The customer master's balances are
      *            brought up to date so Edit's credit limit check
      *            sees what each customer owes, and the day's AR
      *            totals are left for the GL posting extract.
      * Note:      Run after DataSplitAndCount has split the day's
      *            batch and after ReturnsProcessing has accepted the
      *            day's returns (and before GLPostingExtract), so
      *            only refunds the GL will credit reach the ledger -
      *            a return ReturnsProcessing rejected is never
      *            credited here. Payments on
      *            account are keyed by the office into ARPayments.dat
      *            - a missing file just means none were received.
      *            A refund is only credited when the account's
      *            ledger holds the house account charge it reverses
      *            and the credits already taken against that invoice,
      *            this one included, do not exceed the charge - so
      *            each leg of a split refund and each later partial
      *            return is credited in turn.
      * Tectonics: cobc
      ******************************************************************
       identification division.

       program-id. HouseAccountPosting.
       author. Connor Simmonds-Parke, Nicholas Sturch-flint.
       date-written. 10-13-2021.
      *Description: Posts the day's house account charges, refunds and
      *             payments on account to the AR ledger and updates
      *             the customer master balances.

       environment division.
       configuration section.

       input-output section.
       file-control.

      *    Input Files
           select s-l-file
               assign to "../../../../data/S&LRecords.dat"
               organization is line sequential.

      *    Accepted Returns - the return legs ReturnsProcessing
      *    accepted, the same legs GLPostingExtract credits
           select returns-file
               assign to "../../../../data/AcceptedReturns.dat"
               organization is line sequential.

      *    Payments On Account - keyed by the office as customers'
      *    cheques and counter payments come in; may not be present
      *    every run
           select payment-file
               assign to "../../../../data/ARPayments.dat"
               organization is line sequential
               file status is ws-payment-status.

      *    Customer Account Master - account number, name, address,
      *    credit limit, open/closed status and the running balance
      *    this program maintains
           select customer-file
               assign to "../../../../data/CustomerMaster.dat"
               organization is line sequential
               file status is ws-customer-status.

      *    Accounts Receivable Ledger - one record per charge, refund
      *    credit and payment, keyed account first so a customer's
      *    history reads back in date order for the statements
           select ar-ledger-file
               assign to "../../../../data/ARLedger.dat"
               organization is indexed
               access mode is dynamic
               record key is ar-key
               file status is ws-ar-ledger-status.

      *    AR Control Totals - the day's posted charges, credits and
      *    payments, for the GL posting extract
           select ar-control-file
               assign to "../../../../data/ARControlTotals.ctl"
               organization is line sequential.

      *    Output Files
           select output-file
               assign to "../../../../data/HouseAccountPosting.out"
               organization is line sequential.

      *    AR-Applied Control - records the batch date already posted
      *    to the ledger, so an accidental same-day rerun doesn't
      *    charge every customer twice
           select ar-applied-file
               assign to "../../../../data/ARApplied.ctl"
               organization is line sequential
               file status is ws-applied-status.

      *    Rerun Override - a repeat run on the same date skips the
      *    posting unless the operator creates this file
           select rerun-override-file
               assign to "../../../../data/RerunOverride.ctl"
               organization is line sequential
               file status is ws-override-status.

      *    Business-Date Parameter - the day the business actually
      *    happened (Edit writes it from the batch header)
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

      *Input Records - the shared register format
       fd s-l-file
           data record is sl-input-line
           record contains 100 characters.

       01 sl-input-line.
           05 sl-il-code                    pic x.
               88 sl-il-code-S              value 'S'.
               88 sl-il-code-L              value 'L'.
           05 sl-il-amount                  pic 9(5)v99.
           05 sl-il-type                    pic x(2).
               88 sl-il-type-HA             value "HA".
           05 sl-il-store-num               pic 99.
           05 sl-il-invoice-num             pic x(9).
           05 sl-il-SKU                     pic x(15).
           05 sl-il-trans-date              pic 9(8).
           05 sl-il-trans-time              pic 9(6).
           05 sl-il-tender-seq              pic 9.
           05 sl-il-trans-total             pic 9(5)v99.
           05 sl-il-operator-id             pic 9(4).
           05 sl-il-exempt-flag             pic x.
           05 sl-il-exempt-cert             pic x(10).
           05 sl-il-account-num             pic x(8).
           05 filler                        pic x(19).

       fd returns-file
           data record is returns-input-line
           record contains 100 characters.

       01 returns-input-line.
           05 rt-il-code                    pic x.
               88 rt-il-code-R              value 'R'.
           05 rt-il-amount                  pic 9(5)v99.
           05 rt-il-type                    pic x(2).
               88 rt-il-type-HA             value "HA".
           05 rt-il-store-num               pic 99.
           05 rt-il-invoice-num             pic x(9).
           05 rt-il-SKU                     pic x(15).
           05 rt-il-trans-date              pic 9(8).
           05 rt-il-trans-time              pic 9(6).
           05 rt-il-tender-seq              pic 9.
           05 rt-il-trans-total             pic 9(5)v99.
           05 rt-il-operator-id             pic 9(4).
           05 rt-il-exempt-flag             pic x.
           05 rt-il-exempt-cert             pic x(10).
           05 rt-il-account-num             pic x(8).
           05 filler                        pic x(19).

       fd payment-file
           data record is payment-line
           record contains 37 characters.

       01 payment-line.
           05 pay-account-num               pic x(8).
           05 pay-date                      pic 9(8).
           05 pay-amount                    pic 9(7)v99.
           05 pay-method                    pic x(2).
           05 pay-reference                 pic x(10).

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

      *AR Ledger Record - type 'C' a charge, 'R' a refund credited
      *back, 'P' a payment on account; the reference is the invoice
      *and tender leg for register items, the office's payment
      *reference for payments
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

       fd ar-control-file
           data record is ar-control-line
           record contains 69 characters.

       01 ar-control-line.
           05 arc-batch-date                pic 9(8).
           05 arc-charge-count              pic 9(7).
           05 arc-charge-amt                pic 9(9)v99.
           05 arc-credit-count              pic 9(7).
           05 arc-credit-amt                pic 9(9)v99.
           05 arc-payment-count             pic 9(7).
           05 arc-payment-amt               pic 9(9)v99.
           05 arc-exception-count           pic 9(7).

       fd output-file
           data record is output-line
           record contains 110 characters.

       01 output-line                       pic x(110).

       fd ar-applied-file
           data record is ar-applied-line
           record contains 8 characters.

       01 ar-applied-line.
           05 aal-batch-date                pic 9(8).

       fd rerun-override-file
           data record is rerun-override-line
           record contains 1 characters.

       01 rerun-override-line               pic x.

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
           05 filler                        pic x(25)
               value spaces.
           05 filler                        pic x(32)
               value "HOUSE ACCOUNT POSTING REGISTER".
           05 filler                        pic x(11)
               value "BATCH DATE ".
           05 ws-header-busdate             pic 9(8).
           05 filler                        pic x(34)
               value spaces.

       01 ws-header2-headings.
           05 filler                        pic x(10)
               value "Account".
           05 filler                        pic x(22)
               value "Customer".
           05 filler                        pic x(10)
               value "Type".
           05 filler                        pic x(12)
               value "Reference".
           05 filler                        pic x(10)
               value "Date".
           05 filler                        pic x(13)
               value "Amount".
           05 filler                        pic x(14)
               value "New Balance".
           05 filler                        pic x(19)
               value "Note".

       01 ws-header3-underlines.
           05 filler                        pic x(10)
               value "--------".
           05 filler                        pic x(22)
               value "--------------------".
           05 filler                        pic x(10)
               value "--------".
           05 filler                        pic x(12)
               value "----------".
           05 filler                        pic x(10)
               value "--------".
           05 filler                        pic x(13)
               value "-----------".
           05 filler                        pic x(14)
               value "------------".
           05 filler                        pic x(19)
               value "----".

      *Detail Line - one per posting or refused item
       01 ws-detail-line.
           05 ws-dl-account                 pic x(8).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-name                    pic x(20).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-type                    pic x(8).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-reference               pic x(10).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-date                    pic 9(8).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-amount                  pic $zzz,zz9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-balance                 pic $zzz,zz9.99-.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-note                    pic x(19).

       01 ws-no-activity-line.
           05 filler                        pic x(46)
               value "No house account activity for this batch.".
           05 filler                        pic x(64)
               value spaces.

       01 ws-rerun-line.
           05 filler                        pic x(50)
               value "*** RERUN - BATCH DATE ALREADY POSTED TO THE AR".
           05 filler                        pic x(40)
               value " LEDGER - NOTHING POSTED THIS RUN ***".
           05 filler                        pic x(20)
               value spaces.

      *Summary Lines
       01 ws-summary-line.
           05 ws-sum-label                  pic x(25).
           05 ws-sum-count                  pic zzzzz9.
           05 filler                        pic x(5)
               value spaces.
           05 filler                        pic x(9)
               value "AMOUNT = ".
           05 ws-sum-amount                 pic $zzz,zzz,zz9.99.
           05 filler                        pic x(50)
               value spaces.

       01 ws-exception-sum-line.
           05 filler                        pic x(25)
               value "ITEMS REFUSED          : ".
           05 ws-exc-count                  pic zzzzz9.
           05 filler                        pic x(79)
               value spaces.

      *Customer Account Table - the whole master, carried in memory
      *while the day's items post against it and written back out
      *with the new balances at the end
       01 ws-customer-table.
           05 ws-cu-entry                   occurs 5000 times.
               10 ws-cu-account-num         pic x(8).
               10 ws-cu-name                pic x(30).
               10 ws-cu-address-1           pic x(30).
               10 ws-cu-address-2           pic x(30).
               10 ws-cu-credit-limit        pic 9(7)v99.
               10 ws-cu-status              pic x.
               10 ws-cu-balance             pic s9(7)v99.
               10 ws-cu-last-posted         pic 9(8).
       77 ws-cu-count                       pic 9(4)  value 0.
       77 ws-cu-sub                         pic 9(4)  value 0.
       77 ws-cu-found                       pic 9(4)  value 0.
       77 ws-cu-full-warned                 pic x     value 'n'.

      *Posting Work Fields - loaded by each input pass, then posted
      *by 300-post-ledger-entry
       77 ws-post-account                   pic x(8)  value spaces.
       77 ws-post-date                      pic 9(8)  value 0.
       77 ws-post-type                      pic x     value space.
       77 ws-post-reference                 pic x(10) value spaces.
       77 ws-post-store                     pic 99    value 0.
       77 ws-post-amount                    pic 9(7)v99 value 0.
       77 ws-post-detail                    pic x(15) value spaces.
       77 ws-post-trans-date                pic 9(8)  value 0.
       77 ws-refuse-note                    pic x(19) value spaces.

      *Refund Verification - the charge a refund reverses must be on
      *the account's ledger, and the invoice's credits may not come
      *to more than its charges
       77 ws-match-invoice                  pic x(9)  value spaces.
       77 ws-charge-found-flag              pic x     value 'n'.
       77 ws-charged-amt                    pic 9(9)v99 value 0.
       77 ws-credited-amt                   pic 9(9)v99 value 0.
       77 ws-scan-done-flag                 pic x     value 'n'.

      *Day's Totals - posted items only
       77 ws-charge-count                   pic 9(7)  value 0.
       77 ws-charge-amt                     pic 9(9)v99 value 0.
       77 ws-credit-count                   pic 9(7)  value 0.
       77 ws-credit-amt                     pic 9(9)v99 value 0.
       77 ws-payment-count                  pic 9(7)  value 0.
       77 ws-payment-amt                    pic 9(9)v99 value 0.
       77 ws-exception-count                pic 9(7)  value 0.

      *Rerun Protection - set when the ledger already carries this
      *batch date and no operator override is on hand; nothing is
      *posted and the control totals from the first run stand
       77 ws-applied-status                 pic xx    value spaces.
       77 ws-override-status                pic xx    value spaces.
       77 ws-rerun-flag                     pic x     value 'n'.

      *General Constants
       77 ws-payment-status                 pic xx    value spaces.
       77 ws-customer-status                pic xx    value spaces.
       77 ws-ar-ledger-status               pic xx    value spaces.
       77 ws-eof-flag                       pic x     value 'n'.

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
           perform 095-check-ar-applied.
           perform 100-load-customer-master.

           open output output-file.
           move ws-business-date            to ws-header-busdate.
           write output-line from ws-header1-main
               after advancing 1 line.
           write output-line from ws-header2-headings
               after advancing 2 lines.
           write output-line from ws-header3-underlines
               after advancing 1 line.

      *    A detected rerun posts nothing - the first run already
      *    charged, credited and applied the day's items, and its
      *    control totals are left standing for the GL extract
           if ws-rerun-flag = 'y' then
               write output-line from ws-rerun-line
                   after advancing 1 line
           else
               open i-o ar-ledger-file
               if ws-ar-ledger-status = "35" then
                   open output ar-ledger-file
                   close ar-ledger-file
                   open i-o ar-ledger-file
               end-if

               perform 200-post-charges
               perform 210-post-refund-credits
               perform 220-post-payments

               close ar-ledger-file

               if ws-charge-count = 0 and ws-credit-count = 0
                       and ws-payment-count = 0
                       and ws-exception-count = 0 then
                   write output-line from ws-no-activity-line
                       after advancing 1 line
               end-if

               perform 400-print-summary
               perform 450-write-control-totals
               perform 500-rewrite-customer-master
               perform 510-stamp-ar-applied
           end-if.

           close output-file.

      *    Keep a date-stamped copy of today's output so a later run
      *    doesn't erase the only record of it
           perform 700-archive-output-files.

      *    End of 000-main (end of HouseAccountPosting program)
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

      *    The ledger records the batch date already posted - a
      *    repeat run on the same date skips the posting unless the
      *    operator has put the override file on hand
       095-check-ar-applied.
           open input ar-applied-file.
           if ws-applied-status = "00" then
               read ar-applied-file
                   at end
                       continue
                   not at end
                       if aal-batch-date = ws-business-date then
                           perform 096-check-rerun-override
                       end-if
               end-read
               close ar-applied-file
           end-if.

       096-check-rerun-override.
           open input rerun-override-file.
           if ws-override-status = "00" then
               close rerun-override-file
               display "RERUN OVERRIDE ON HAND - POSTING AGAIN"
           else
               move 'y'                     to ws-rerun-flag
               display "RERUN DETECTED - BATCH ALREADY POSTED TO"
               display "THE AR LEDGER - POSTING SKIPPED"
               display "(CREATE RerunOverride.ctl TO FORCE)"
           end-if.


       100-load-customer-master.
           open input customer-file.
           if ws-customer-status = "00" then
               move 'n'                     to ws-eof-flag
               perform until ws-eof-flag = 'y'
                   read customer-file
                       at end
                           move 'y'         to ws-eof-flag
                       not at end
                           if ws-cu-count < 5000
                               add 1        to ws-cu-count
                               move cm-account-num
                                   to ws-cu-account-num(ws-cu-count)
                               move cm-name
                                   to ws-cu-name(ws-cu-count)
                               move cm-address-1
                                   to ws-cu-address-1(ws-cu-count)
                               move cm-address-2
                                   to ws-cu-address-2(ws-cu-count)
                               move cm-credit-limit
                                   to ws-cu-credit-limit(ws-cu-count)
                               move cm-status
                                   to ws-cu-status(ws-cu-count)
                               move cm-balance
                                   to ws-cu-balance(ws-cu-count)
                               move cm-last-posted-date
                                   to ws-cu-last-posted(ws-cu-count)
                           else
                               perform 110-warn-table-full
                           end-if
                   end-read
               end-perform
               close customer-file
           end-if.

       110-warn-table-full.
           if ws-cu-full-warned = 'n' then
               move 'y'                     to ws-cu-full-warned
               display "WARNING: CUSTOMER TABLE FULL - SOME ACCOUNTS"
               display "WILL NOT POST OR BE WRITTEN BACK THIS RUN"
           end-if.


      *    Find the customer account named in ws-post-account - the
      *    entry comes back in ws-cu-found (0 = not on the master)
       120-find-customer.
           move 0                           to ws-cu-found.
           perform varying ws-cu-sub from 1 by 1
               until ws-cu-sub > ws-cu-count or ws-cu-found > 0
               if ws-cu-account-num(ws-cu-sub) = ws-post-account
                   move ws-cu-sub           to ws-cu-found
               end-if
           end-perform.


      *    Every house account leg of a sale or layaway payment is a
      *    charge to the customer's account
       200-post-charges.
           open input s-l-file.
           move 'n'                         to ws-eof-flag.
           read s-l-file
               at end move 'y'              to ws-eof-flag.
           perform until ws-eof-flag = 'y'
               if sl-il-type-HA and (sl-il-code-S or sl-il-code-L)
                   move sl-il-account-num   to ws-post-account
                   move ws-business-date    to ws-post-date
                   move 'C'                 to ws-post-type
                   move spaces              to ws-post-reference
                   string sl-il-invoice-num sl-il-tender-seq
                       delimited by size into ws-post-reference
                   end-string
                   move sl-il-store-num     to ws-post-store
                   move sl-il-amount        to ws-post-amount
                   move sl-il-SKU           to ws-post-detail
                   move sl-il-trans-date    to ws-post-trans-date
                   perform 300-post-ledger-entry
               end-if
               read s-l-file
                   at end move 'y'          to ws-eof-flag
           end-perform.
           close s-l-file.


      *    A refund put back on a house account credits it, once the
      *    charge it reverses is found on the account's ledger
       210-post-refund-credits.
           open input returns-file.
           move 'n'                         to ws-eof-flag.
           read returns-file
               at end move 'y'              to ws-eof-flag.
           perform until ws-eof-flag = 'y'
               if rt-il-type-HA and rt-il-code-R
                   move rt-il-account-num   to ws-post-account
                   move ws-business-date    to ws-post-date
                   move 'R'                 to ws-post-type
                   move spaces              to ws-post-reference
                   string rt-il-invoice-num rt-il-tender-seq
                       delimited by size into ws-post-reference
                   end-string
                   move rt-il-store-num     to ws-post-store
                   move rt-il-amount        to ws-post-amount
                   move rt-il-SKU           to ws-post-detail
                   move rt-il-trans-date    to ws-post-trans-date
                   move rt-il-invoice-num   to ws-match-invoice
                   perform 230-verify-refund-charge
                   if ws-charge-found-flag = 'n'
                       move "NO CHARGE TO CREDIT"
                           to ws-refuse-note
                       perform 310-print-refused-item
                   else if ws-credited-amt >= ws-charged-amt
                       move "ALREADY CREDITED"
                           to ws-refuse-note
                       perform 310-print-refused-item
                   else if ws-credited-amt + ws-post-amount >
                           ws-charged-amt
                       move "MORE THAN CHARGED"
                           to ws-refuse-note
                       perform 310-print-refused-item
                   else
                       perform 300-post-ledger-entry
                   end-if
               end-if
               read returns-file
                   at end move 'y'          to ws-eof-flag
           end-perform.
           close returns-file.


      *    Payments the office received on account - the payment's
      *    own date is kept, the posting date is the batch date
       220-post-payments.
           open input payment-file.
           if ws-payment-status not = "00" then
               exit paragraph
           end-if.
           move 'n'                         to ws-eof-flag.
           read payment-file
               at end move 'y'              to ws-eof-flag.
           perform until ws-eof-flag = 'y'
               move pay-account-num         to ws-post-account
               move ws-business-date        to ws-post-date
               move 'P'                     to ws-post-type
               move pay-reference           to ws-post-reference
               move 0                       to ws-post-store
               move spaces                  to ws-post-detail
               string "PAYMENT " pay-method
                   delimited by size into ws-post-detail
               end-string
               if pay-date is numeric
                   move pay-date            to ws-post-trans-date
               else
                   move ws-business-date    to ws-post-trans-date
               end-if
               if pay-amount is not numeric or pay-amount = 0
                   move 0                   to ws-post-amount
                   move "AMOUNT NOT VALID"  to ws-refuse-note
                   perform 310-print-refused-item
               else
                   move pay-amount          to ws-post-amount
                   perform 300-post-ledger-entry
               end-if
               read payment-file
                   at end move 'y'          to ws-eof-flag
           end-perform.
           close payment-file.


      *    Read the account's ledger from its first record, totalling
      *    the house account charges on ws-match-invoice and the
      *    credits already taken against them
       230-verify-refund-charge.
           move 'n'                         to ws-charge-found-flag.
           move 0                           to ws-charged-amt.
           move 0                           to ws-credited-amt.
           move 'n'                         to ws-scan-done-flag.
           move ws-post-account             to ar-account-num.
           move 0                           to ar-post-date.
           move low-values                  to ar-tran-type.
           move low-values                  to ar-reference.
           start ar-ledger-file key is not less than ar-key
               invalid key
                   move 'y'                 to ws-scan-done-flag
           end-start.
           perform until ws-scan-done-flag = 'y'
               read ar-ledger-file next record
                   at end
                       move 'y'             to ws-scan-done-flag
                   not at end
                       if ar-account-num not = ws-post-account
                           move 'y'         to ws-scan-done-flag
                       else
                           if ar-reference(1:9) = ws-match-invoice
                               if ar-type-charge
                                   move 'y' to ws-charge-found-flag
                                   add ar-amount
                                       to ws-charged-amt
                               end-if
                               if ar-type-credit
                                   add ar-amount
                                       to ws-credited-amt
                               end-if
                           end-if
                       end-if
               end-read
           end-perform.


      *    Write the item to the ledger and move the customer's
      *    balance - charges raise it, credits and payments lower it
       300-post-ledger-entry.
           perform 120-find-customer.
           if ws-cu-found = 0 then
               move "ACCOUNT NOT ON FILE"   to ws-refuse-note
               perform 310-print-refused-item
               exit paragraph
           end-if.

           move ws-post-account             to ar-account-num.
           move ws-post-date                to ar-post-date.
           move ws-post-type                to ar-tran-type.
           move ws-post-reference           to ar-reference.
           move ws-post-store               to ar-store-num.
           move ws-post-amount              to ar-amount.
           move ws-post-detail              to ar-detail.
           move ws-post-trans-date          to ar-trans-date.
           write ar-ledger-record
               invalid key
                   move "ALREADY ON LEDGER" to ws-refuse-note
                   perform 310-print-refused-item
                   exit paragraph
           end-write.

           evaluate ws-post-type
               when 'C'
                   add ws-post-amount       to
                       ws-cu-balance(ws-cu-found)
                   add 1                    to ws-charge-count
                   add ws-post-amount       to ws-charge-amt
                   move "CHARGE"            to ws-dl-type
               when 'R'
                   subtract ws-post-amount  from
                       ws-cu-balance(ws-cu-found)
                   add 1                    to ws-credit-count
                   add ws-post-amount       to ws-credit-amt
                   move "REFUND"            to ws-dl-type
               when 'P'
                   subtract ws-post-amount  from
                       ws-cu-balance(ws-cu-found)
                   add 1                    to ws-payment-count
                   add ws-post-amount       to ws-payment-amt
                   move "PAYMENT"           to ws-dl-type
           end-evaluate.
           move ws-business-date            to
               ws-cu-last-posted(ws-cu-found).

           move ws-post-account             to ws-dl-account.
           move ws-cu-name(ws-cu-found)     to ws-dl-name.
           move ws-post-reference           to ws-dl-reference.
           move ws-post-trans-date          to ws-dl-date.
           move ws-post-amount              to ws-dl-amount.
           move ws-cu-balance(ws-cu-found)  to ws-dl-balance.
           move spaces                      to ws-dl-note.
           if ws-cu-balance(ws-cu-found) >
                   ws-cu-credit-limit(ws-cu-found) then
               move "OVER CREDIT LIMIT"     to ws-dl-note
           end-if.
           write output-line from ws-detail-line
               after advancing 1 line.


       310-print-refused-item.
           add 1                            to ws-exception-count.
           move spaces                      to ws-detail-line.
           move ws-post-account             to ws-dl-account.
           move "*** REFUSED ***"           to ws-dl-name.
           evaluate ws-post-type
               when 'C'
                   move "CHARGE"            to ws-dl-type
               when 'R'
                   move "REFUND"            to ws-dl-type
               when 'P'
                   move "PAYMENT"           to ws-dl-type
           end-evaluate.
           move ws-post-reference           to ws-dl-reference.
           move ws-post-trans-date          to ws-dl-date.
           move ws-post-amount              to ws-dl-amount.
           move 0                           to ws-dl-balance.
           move ws-refuse-note              to ws-dl-note.
           write output-line from ws-detail-line
               after advancing 1 line.


       400-print-summary.
           move "CHARGES POSTED         : " to ws-sum-label.
           move ws-charge-count             to ws-sum-count.
           move ws-charge-amt               to ws-sum-amount.
           write output-line from ws-summary-line
               after advancing 2 lines.

           move "REFUNDS CREDITED       : " to ws-sum-label.
           move ws-credit-count             to ws-sum-count.
           move ws-credit-amt               to ws-sum-amount.
           write output-line from ws-summary-line
               after advancing 1 line.

           move "PAYMENTS APPLIED       : " to ws-sum-label.
           move ws-payment-count            to ws-sum-count.
           move ws-payment-amt              to ws-sum-amount.
           write output-line from ws-summary-line
               after advancing 1 line.

           move ws-exception-count          to ws-exc-count.
           write output-line from ws-exception-sum-line
               after advancing 1 line.


       450-write-control-totals.
           move ws-business-date            to arc-batch-date.
           move ws-charge-count             to arc-charge-count.
           move ws-charge-amt               to arc-charge-amt.
           move ws-credit-count             to arc-credit-count.
           move ws-credit-amt               to arc-credit-amt.
           move ws-payment-count            to arc-payment-count.
           move ws-payment-amt              to arc-payment-amt.
           move ws-exception-count          to arc-exception-count.
           open output ar-control-file.
           write ar-control-line.
           close ar-control-file.


       500-rewrite-customer-master.
           open output customer-file.
           perform varying ws-cu-sub from 1 by 1
               until ws-cu-sub > ws-cu-count
               move ws-cu-account-num(ws-cu-sub) to cm-account-num
               move ws-cu-name(ws-cu-sub)   to cm-name
               move ws-cu-address-1(ws-cu-sub) to cm-address-1
               move ws-cu-address-2(ws-cu-sub) to cm-address-2
               move ws-cu-credit-limit(ws-cu-sub) to cm-credit-limit
               move ws-cu-status(ws-cu-sub) to cm-status
               move ws-cu-balance(ws-cu-sub) to cm-balance
               move ws-cu-last-posted(ws-cu-sub)
                   to cm-last-posted-date
               write customer-line
           end-perform.
           close customer-file.

      *    Record that this batch date is posted to the ledger
       510-stamp-ar-applied.
           move ws-business-date            to aal-batch-date.
           open output ar-applied-file.
           write ar-applied-line.
           close ar-applied-file.


       700-archive-output-files.
           move ws-business-date            to ws-archive-date.

           move "../../../../data/HouseAccountPosting.out"
               to ws-archive-read-path.
           string "../../../../data/HouseAccountPosting_"
                  delimited by size
                  ws-archive-date             delimited by size
                  ".out"                      delimited by size
                  into ws-archive-write-path
           end-string.
           perform 710-copy-archive-file.

           if ws-rerun-flag = 'n' then
               move "../../../../data/ARPayments.dat"
                   to ws-archive-read-path
               move spaces                  to ws-archive-write-path
               string "../../../../data/ARPayments_"
                      delimited by size
                      ws-archive-date         delimited by size
                      ".dat"                  delimited by size
                      into ws-archive-write-path
               end-string
               open input payment-file
               if ws-payment-status = "00" then
                   close payment-file
                   perform 710-copy-archive-file
               end-if
           end-if.


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


       end program HouseAccountPosting.
