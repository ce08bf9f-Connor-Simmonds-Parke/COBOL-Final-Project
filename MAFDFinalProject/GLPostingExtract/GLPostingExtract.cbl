      *            reports every morning: debits to the tender
      *            accounts and tax receivable, credits to per-store
      *            sales and tax payable, with the mirror-image
      *            entries for returns, and cost of goods sold
      *            against inventory for the units sold and returned.
      * Note:      Run after DataSplitAndCount, S&LProcessing,
      *            ReturnsProcessing, HouseAccountPosting,
      *            LoyaltyPosting, PaidOutRegister and
      *            GrossMarginReport have written their control
      *            totals for the day.
      * Tectonics: cobc
      ******************************************************************
               organization is line sequential
               file status is ws-returns-status.

      *    HouseAccountPosting's totals - only the payments on
      *    account are taken from here; house account charges and
      *    refunds already ride in the tender splits above
           select ar-control-file
               assign to "../../../../data/ARControlTotals.ctl"
               organization is line sequential
               file status is ws-ar-status.

      *    LoyaltyPosting's totals - the value of the points earned
      *    and clawed back today, accrued against the points liability
           select loyalty-control-file
               assign to "../../../../data/LoyaltyControlTotals.ctl"
               organization is line sequential
               file status is ws-loyalty-status.

      *    PaidOutRegister's totals - the cash paid out of the tills
      *    today and the expense account each paid-out is charged to
           select paid-out-control-file
               assign to "../../../../data/PaidOutControlTotals.ctl"
               organization is line sequential
               file status is ws-paid-out-status.

      *    GrossMarginReport's totals - the cost of the units sold
      *    and of the units returned today
           select margin-control-file
               assign to "../../../../data/MarginControlTotals.ctl"
               organization is line sequential
               file status is ws-margin-status.

      *    Output Files
           select gl-journal-file
               assign to "../../../../data/GLJournal.dat"

       fd datasplit-control-file
           data record is datasplit-control-line
           record contains 2331 characters.

       01 datasplit-control-line.
           05 dsctl-total-records    pic 9(7).
           05 dsctl-store-amts       occurs 99 times.
               10 dsctl-store-sl-amt pic 9(9)v99.
               10 dsctl-store-r-amt  pic 9(9)v99.
           05 dsctl-sl-ha-amt        pic 9(9)v99.
           05 dsctl-r-ha-amt         pic 9(9)v99.
           05 dsctl-sl-lp-amt        pic 9(9)v99.
           05 dsctl-r-lp-amt         pic 9(9)v99.

       fd sl-control-file
           data record is sl-control-line

       fd returns-control-file
           data record is returns-control-line
           record contains 1198 characters.

       01 returns-control-line.
           05 rctl-rec-count                pic 9(7).
           05 rctl-gc-amt                   pic 9(9)v99.
           05 rctl-store-tax                pic 9(9)v99
               occurs 99 times.
           05 rctl-ha-amt                   pic 9(9)v99.
           05 rctl-lp-amt                   pic 9(9)v99.

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

       fd loyalty-control-file
           data record is loyalty-control-line
           record contains 73 characters.

       01 loyalty-control-line.
           05 lct-batch-date                pic 9(8).
           05 lct-earned-points             pic 9(9).
           05 lct-earned-value              pic 9(9)v99.
           05 lct-clawback-points           pic 9(9).
           05 lct-clawback-value            pic 9(9)v99.
           05 lct-redeemed-points           pic 9(9).
           05 lct-refunded-points           pic 9(9).
           05 lct-exception-count           pic 9(7).

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

       fd margin-control-file
           data record is margin-control-line
           record contains 37 characters.

       01 margin-control-line.
           05 mct-batch-date                pic 9(8).
           05 mct-sales-cost                pic 9(9)v99.
           05 mct-returns-cost              pic 9(9)v99.
           05 mct-uncosted-count            pic 9(7).


       fd business-date-file
       77 ws-datasplit-found                pic x     value 'n'.
       77 ws-sl-found                       pic x     value 'n'.
       77 ws-returns-found                  pic x     value 'n'.
       77 ws-ar-status                      pic xx    value spaces.
       77 ws-ar-found                       pic x     value 'n'.
       77 ws-loyalty-status                 pic xx    value spaces.
       77 ws-loyalty-found                  pic x     value 'n'.
       77 ws-paid-out-status                pic xx    value spaces.
       77 ws-paid-out-found                 pic x     value 'n'.
       77 ws-pct-sub                        pic 99    value 0.
       77 ws-margin-status                  pic xx    value spaces.
       77 ws-margin-found                   pic x     value 'n'.

      *Journal Totals for the debits = credits proof
       77 ws-total-debits                   pic 9(11)v99 value 0.
               perform 300-post-returns
           end-if.

      *    Customers' payments on their house accounts: the money is
      *    banked, the receivable comes down
           if ws-ar-found = 'y' then
               perform 320-post-ar-payments
           end-if.

      *    Loyalty points earned are a cost of the sale and a debt
      *    to the member until redeemed; points taken back on a
      *    return reverse that
           if ws-loyalty-found = 'y' then
               perform 330-post-loyalty-accrual
           end-if.

      *    Cash paid out of the tills for store expenses: each
      *    expense account takes its share, cash on hand comes down
           if ws-paid-out-found = 'y' then
               perform 340-post-paid-outs
           end-if.

      *    The units sold leave inventory as cost of goods sold; the
      *    units returned go back onto it
           if ws-margin-found = 'y' then
               perform 350-post-cost-of-goods
           end-if.

           perform 400-print-balance-proof.

      *    Close the journal out with its control trailer - the
               close returns-control-file
           end-if.

      *    Only today's AR totals count - a file left over from an
      *    earlier day would post its payments twice
           open input ar-control-file.
           if ws-ar-status = "00" then
               read ar-control-file
                   at end
                       continue
                   not at end
                       if arc-batch-date = ws-business-date
                           move 'y'         to ws-ar-found
                       end-if
               end-read
               close ar-control-file
           end-if.

           open input loyalty-control-file.
           if ws-loyalty-status = "00" then
               read loyalty-control-file
                   at end
                       continue
                   not at end
                       if lct-batch-date = ws-business-date
                           move 'y'         to ws-loyalty-found
                       end-if
               end-read
               close loyalty-control-file
           end-if.

           open input paid-out-control-file.
           if ws-paid-out-status = "00" then
               read paid-out-control-file
                   at end
                       continue
                   not at end
                       if pct-batch-date = ws-business-date
                           move 'y'         to ws-paid-out-found
                       end-if
               end-read
               close paid-out-control-file
           end-if.

           open input margin-control-file.
           if ws-margin-status = "00" then
               read margin-control-file
                   at end
                       continue
                   not at end
                       if mct-batch-date = ws-business-date
                           move 'y'         to ws-margin-found
                       end-if
               end-read
               close margin-control-file
           end-if.


       200-post-sales-tenders.
           move 1010                        to ws-post-account.
           move dsctl-sl-gc-amt             to ws-post-amount.
           perform 500-write-journal-line.

      *    A sale charged to a customer's house account is owed to us,
      *    not in the till
           move 1200                        to ws-post-account.
           move "HOUSE ACCOUNTS RECVBLE"    to ws-post-name.
           move "DR"                        to ws-post-dr-cr.
           move dsctl-sl-ha-amt             to ws-post-amount.
           perform 500-write-journal-line.

      *    A sale paid for in loyalty points burns down the points
      *    liability booked when the points were earned
           move 2060                        to ws-post-account.
           move "LOYALTY POINTS LIABILITY"  to ws-post-name.
           move "DR"                        to ws-post-dr-cr.
           move dsctl-sl-lp-amt             to ws-post-amount.
           perform 500-write-journal-line.


       210-post-sales-tax.
           move 1110                        to ws-post-account.
           move rctl-gc-amt                 to ws-post-amount.
           perform 500-write-journal-line.

      *    A refund put back on a house account reduces what the
      *    customer owes
           move 1200                        to ws-post-account.
           move "HOUSE ACCOUNTS RECVBLE"    to ws-post-name.
           move "CR"                        to ws-post-dr-cr.
           move rctl-ha-amt                 to ws-post-amount.
           perform 500-write-journal-line.

      *    A refund paid back in points grows the points liability
           move 2060                        to ws-post-account.
           move "LOYALTY POINTS LIABILITY"  to ws-post-name.
           move "CR"                        to ws-post-dr-cr.
           move rctl-lp-amt                 to ws-post-amount.
           perform 500-write-journal-line.

           move 1110                        to ws-post-account.
           move "SALES TAX RECEIVABLE"      to ws-post-name.
           move "CR"                        to ws-post-dr-cr.
           perform 500-write-journal-line.


       320-post-ar-payments.
           move 1030                        to ws-post-account.
           move "BANK - AR REMITTANCES"     to ws-post-name.
           move "DR"                        to ws-post-dr-cr.
           move arc-payment-amt             to ws-post-amount.
           perform 500-write-journal-line.

           move 1200                        to ws-post-account.
           move "HOUSE ACCOUNTS RECVBLE"    to ws-post-name.
           move "CR"                        to ws-post-dr-cr.
           move arc-payment-amt             to ws-post-amount.
           perform 500-write-journal-line.


       330-post-loyalty-accrual.
           move 6100                        to ws-post-account.
           move "LOYALTY PROGRAM EXPENSE"   to ws-post-name.
           move "DR"                        to ws-post-dr-cr.
           move lct-earned-value            to ws-post-amount.
           perform 500-write-journal-line.

           move 2060                        to ws-post-account.
           move "LOYALTY POINTS LIABILITY"  to ws-post-name.
           move "CR"                        to ws-post-dr-cr.
           move lct-earned-value            to ws-post-amount.
           perform 500-write-journal-line.

           move 2060                        to ws-post-account.
           move "LOYALTY POINTS LIABILITY"  to ws-post-name.
           move "DR"                        to ws-post-dr-cr.
           move lct-clawback-value          to ws-post-amount.
           perform 500-write-journal-line.

           move 6100                        to ws-post-account.
           move "LOYALTY PROGRAM EXPENSE"   to ws-post-name.
           move "CR"                        to ws-post-dr-cr.
           move lct-clawback-value          to ws-post-amount.
           perform 500-write-journal-line.


       340-post-paid-outs.
           perform varying ws-pct-sub from 1 by 1
               until ws-pct-sub > 50
                   or ws-pct-sub > pct-account-count
               move pct-gl-account(ws-pct-sub)  to ws-post-account
               move pct-gl-name(ws-pct-sub)     to ws-post-name
               move "DR"                        to ws-post-dr-cr
               move pct-gl-amt(ws-pct-sub)      to ws-post-amount
               perform 500-write-journal-line
           end-perform.

           move 1010                        to ws-post-account.
           move "CASH ON HAND"              to ws-post-name.
           move "CR"                        to ws-post-dr-cr.
           move pct-paid-out-amt            to ws-post-amount.
           perform 500-write-journal-line.


       350-post-cost-of-goods.
           move 5000                        to ws-post-account.
           move "COST OF GOODS SOLD"        to ws-post-name.
           move "DR"                        to ws-post-dr-cr.
           move mct-sales-cost              to ws-post-amount.
           perform 500-write-journal-line.

           move 1300                        to ws-post-account.
           move "INVENTORY"                 to ws-post-name.
           move "CR"                        to ws-post-dr-cr.
           move mct-sales-cost              to ws-post-amount.
           perform 500-write-journal-line.

           move 1300                        to ws-post-account.
           move "INVENTORY"                 to ws-post-name.
           move "DR"                        to ws-post-dr-cr.
           move mct-returns-cost            to ws-post-amount.
           perform 500-write-journal-line.

           move 5000                        to ws-post-account.
           move "COST OF GOODS SOLD"        to ws-post-name.
           move "CR"                        to ws-post-dr-cr.
           move mct-returns-cost            to ws-post-amount.
           perform 500-write-journal-line.


       500-write-journal-line.

      *    Zero-amount postings are suppressed rather than cluttering
