               organization is line sequential
               file status is ws-runlog-status.

      *    Operations Alert Feed - one record per reportable
      *    condition, shared by every batch program and read back by
      *    AlertReport for the on-call analyst
           select alert-file
               assign to "../../../../data/Alerts.dat"
               organization is line sequential
               file status is ws-alert-status.

      *    Product Master - supplies the description printed next to
      *    each detail line's SKU code
           select product-file
               assign to "../../../../data/ReturnsRejected.out"
               organization is line sequential.

      *    Loyalty Returns - the loyalty side of each accepted return:
      *    points to take back from the member the original sale
      *    earned them for, and refunds paid back in points, for
      *    LoyaltyPosting to carry onto the points ledger
           select loyalty-returns-file
               assign to "../../../../data/LoyaltyReturns.dat"
               organization is line sequential.

      *    Accepted Returns - each accepted return leg exactly as it
      *    came in, so GrossMarginReport can take the returned units
      *    back out of cost of goods sold without re-verifying them
           select accepted-returns-file
               assign to "../../../../data/AcceptedReturns.dat"
               organization is line sequential.


       data division.
       file section.
      *Input Records
       fd input-file
           data record is input-line
           record contains 100 characters.

       01 input-line.
           05 il-code                       pic x.
           05 il-exempt-flag                pic x.
               88 il-tax-exempt             value 'Y'.
           05 il-exempt-cert                pic x(10).
           05 il-account-num                pic x(8).
           05 il-loyalty-num                pic x(10).
           05 filler                        pic x(9).

      *Output Records
       fd output-file

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


       fd business-date-file

       fd returns-accumulator-file
           data record is returns-accumulator-line
           record contains 2236 characters.

       01 returns-accumulator-line.
           05 acc-year                      pic 9(4).
           05 acc-ytd-amt                   pic 9(9)v99.
           05 acc-ytd-tax                   pic 9(9)v99.
           05 acc-last-batch-date           pic 9(8).
           05 acc-store-slot                occurs 99 times.
               10 acc-store-mtd-amt         pic 9(9)v99.
               10 acc-store-ytd-amt         pic 9(9)v99.

       fd csv-file
           data record is csv-line

       fd product-file
           data record is product-line
           record contains 49 characters.

       01 product-line.
           05 pm-sku                        pic x(15).
           05 pm-description                pic x(20).
           05 pm-list-price                 pic 9(5)v99.
           05 pm-unit-cost                  pic 9(5)v99.

       fd parameter-master-file
           data record is parameter-master-line
           05 rl-out-count                  pic 9(7).
           05 rl-status                     pic x.

       fd alert-file
           data record is alert-line
           record contains 115 characters.

       01 alert-line.
           05 al-business-date              pic 9(8).
           05 al-time                       pic 9(6).
           05 al-program-id                 pic x(30).
           05 al-severity                   pic 9.
           05 al-store-num                  pic 99.
           05 al-code                       pic x(8).
           05 al-text                       pic x(60).

       fd run-control-file
           data record is run-control-line
           record contains 15 characters.
               88 hist-not-refunded         value 'N'.
           05 hist-trans-date               pic 9(8).
           05 hist-trans-time               pic 9(6).
           05 hist-loyalty-num              pic x(10).
           05 hist-operator-id              pic 9(4).
           05 hist-refund-date              pic 9(8).

       fd rejected-file
           data record is rejected-line

       01 rejected-line                     pic x(110).

       fd loyalty-returns-file
           data record is loyalty-return-line
           record contains 38 characters.

       01 loyalty-return-line.
           05 lr-type                       pic x.
               88 lr-points-clawback        value 'C'.
               88 lr-points-refund          value 'U'.
           05 lr-member-num                 pic x(10).
           05 lr-invoice-num                pic x(9).
           05 lr-tender-seq                 pic 9.
           05 lr-store-num                  pic 99.
           05 lr-amount                     pic 9(5)v99.
           05 lr-trans-date                 pic 9(8).

       fd accepted-returns-file
           data record is accepted-return-line
           record contains 100 characters.

       01 accepted-return-line              pic x(100).


       working-storage section.

           value 0.
       77 ws-r-gc-amt                       pic 9(9)v99
           value 0.
       77 ws-r-ha-amt                       pic 9(9)v99
           value 0.
       77 ws-r-lp-amt                       pic 9(9)v99
           value 0.

      *Per-Store Accepted Tax, accumulated from the per-record
      *rounded tax so the remittance report's refund side is
           05 ws-tbl-stx                    pic 9(9)v99 value 0
               occurs 99 times.

      *Per-Store Accepted Return Amount, carried into the returns
      *accumulator's store slots for the budget comparison
       01 ws-store-return-totals.
           05 ws-tbl-sra                    pic 9(9)v99 value 0
               occurs 99 times.

      *Tax Calculations
       77 ws-tax-calc                       pic 9(5)v99
           value 0.
       77 ws-runlog-in                      pic 9(7)  value 0.
       77 ws-runlog-out                     pic 9(7)  value 0.

      *Operations Alert fields - set by the caller before 085;
      *severity 1 critical, 2 warning, 3 notice; store 00 when the
      *condition is chain-wide
       77 ws-alert-status                   pic xx    value spaces.
       77 ws-alert-severity                 pic 9     value 0.
       77 ws-alert-store                    pic 99    value 0.
       77 ws-alert-code                     pic x(8)  value spaces.
       77 ws-alert-text                     pic x(60) value spaces.
       77 ws-alert-amount                   pic $$$$$9.99.

      *Central Parameter Master lookup - the wanted name goes in,
      *the raw value comes out with the digit shapes each knob needs
       77 ws-parameter-status               pic xx    value spaces.
                output output-file,
                output csv-file,
                output exception-file,
                output rejected-file,
                output loyalty-returns-file,
                output accepted-returns-file.

      *    Lead the export with its control header so a truncated
      *    transfer can be proven before import
                 csv-file,
                 exception-file,
                 sales-history-file,
                 rejected-file,
                 loyalty-returns-file,
                 accepted-returns-file.

      *    Keep a date-stamped copy of today's output so a later run
      *    doesn't erase the only record of it
           move 'A'                         to ws-rl-end-status.
           perform 093-write-run-log.

      *    Append one record to the shared alert file - like the run
      *    log it is created on first use and only ever extended
       085-write-alert.
           open extend alert-file.
           if ws-alert-status = "35" then
               open output alert-file
           end-if.
           if ws-alert-status = "00" then
               move ws-business-date        to al-business-date
               move function current-date(9:6)
                   to al-time
               move "ReturnsProcessing"
                   to al-program-id
               move ws-alert-severity       to al-severity
               move ws-alert-store          to al-store-num
               move ws-alert-code           to al-code
               move ws-alert-text           to al-text
               write alert-line
               close alert-file
           end-if.

      *    The pipeline runs in a strict order - refuse to start
      *    until the predecessor has stamped its completion for the
      *    current date, and tell the operator which step is missing
                       if acc-last-batch-date = ws-today then
                           perform 128-check-rerun-override
                       end-if
                       perform 126-check-store-slots
                       if acc-year = ws-today-yyyy and
                          acc-month = ws-today-mm then
                           continue
                           if acc-year = ws-today-yyyy then
                               move 0           to acc-mtd-amt
                               move 0           to acc-mtd-tax
                               perform varying ws-sm-sub from 1 by 1
                                   until ws-sm-sub > 99
                                   move 0
                                       to acc-store-mtd-amt(ws-sm-sub)
                               end-perform
                           else
                               move 0           to acc-mtd-amt
                               move 0           to acc-mtd-tax
                               move 0           to acc-ytd-amt
                               move 0           to acc-ytd-tax
                               perform varying ws-sm-sub from 1 by 1
                                   until ws-sm-sub > 99
                                   move 0
                                       to acc-store-mtd-amt(ws-sm-sub)
                                   move 0
                                       to acc-store-ytd-amt(ws-sm-sub)
                               end-perform
                           end-if
                       end-if
               end-read
           move 0                              to acc-ytd-amt
           move 0                              to acc-ytd-tax
           move 0                              to acc-last-batch-date.
           perform varying ws-sm-sub from 1 by 1
               until ws-sm-sub > 99
               move 0                  to acc-store-mtd-amt(ws-sm-sub)
               move 0                  to acc-store-ytd-amt(ws-sm-sub)
           end-perform.

      *    An accumulator carried over from before the per-store
      *    slots were added reads them as spaces - start them at zero
      *    (the chain totals carry on untouched)
       126-check-store-slots.
           perform varying ws-sm-sub from 1 by 1
               until ws-sm-sub > 99
               if acc-store-mtd-amt(ws-sm-sub) is not numeric
                   move 0              to acc-store-mtd-amt(ws-sm-sub)
               end-if
               if acc-store-ytd-amt(ws-sm-sub) is not numeric
                   move 0              to acc-store-ytd-amt(ws-sm-sub)
               end-if
           end-perform.

      *    The batch on hand was already applied - skip the re-posts
      *    unless the operator has put the override file on hand to
                   add 1                    to ws-return-cnt
               end-if
               add il-amount                to ws-return-amount
               add il-amount
                   to ws-tbl-sra(il-store-num)
               add ws-tax-calc              to ws-tax-tot
               add ws-tax-calc
                   to ws-tbl-stx(il-store-num)
                       add il-amount        to ws-r-db-amt
                   when "GC"
                       add il-amount        to ws-r-gc-amt
                   when "HA"
                       add il-amount        to ws-r-ha-amt
                   when "LP"
                       add il-amount        to ws-r-lp-amt
               end-evaluate

      *        A matched return takes back the points its original
      *        sale earned, and a refund paid in points goes back to
      *        the member - LoyaltyPosting posts both
               if il-tender-seq <= 1
                       and hist-loyalty-num not = spaces
                   perform 207-write-points-clawback
               end-if
               if il-type = "LP"
                   perform 208-write-points-refund
               end-if

      *        Pass the accepted leg on for gross margin reporting
               write accepted-return-line from input-line

      *        Move raw input record data to detail line
               move il-code                 to ws-code
               move il-amount               to ws-amount
                   else
                       if ws-rerun-flag = 'n' then
                           set hist-refunded  to true
                           move il-trans-date to hist-refund-date
                           rewrite hist-record
                       end-if
                   end-if
           move ws-rej-reason-hold            to ws-rej-reason.
           write rejected-line from ws-rejected-detail-line.

      *    The member is the one the original sale was rung to, as
      *    SalesHistory.dat recorded it; a split refund gives back the
      *    points on the whole transaction
       207-write-points-clawback.
           move 'C'                           to lr-type.
           move hist-loyalty-num              to lr-member-num.
           move il-invoice-num                to lr-invoice-num.
           move il-tender-seq                 to lr-tender-seq.
           move il-store-num                  to lr-store-num.
           if il-tender-seq > 0 then
               move il-trans-total            to lr-amount
           else
               move il-amount                 to lr-amount
           end-if.
           move il-trans-date                 to lr-trans-date.
           write loyalty-return-line.

       208-write-points-refund.
           move 'U'                           to lr-type.
           move il-loyalty-num                to lr-member-num.
           move il-invoice-num                to lr-invoice-num.
           move il-tender-seq                 to lr-tender-seq.
           move il-store-num                  to lr-store-num.
           move il-amount                     to lr-amount.
           move il-trans-date                 to lr-trans-date.
           write loyalty-return-line.

       312-write-exception-detail.
           add 1                             to ws-exception-count.
           move il-code                      to ws-exc-code.
           move il-amount                    to ws-exc-amount.
           write exception-line from ws-exception-detail-line.

           move il-amount                    to ws-alert-amount.
           move 2                            to ws-alert-severity.
           move il-store-num                 to ws-alert-store.
           move "RTNLARGE"                   to ws-alert-code.
           move spaces                       to ws-alert-text.
           string "INVOICE "                 delimited by size
                  il-invoice-num             delimited by size
                  " RETURN OF "              delimited by size
                  ws-alert-amount            delimited by size
                  " OVER THRESHOLD"          delimited by size
                  into ws-alert-text
           end-string.
           perform 085-write-alert.

       311-write-csv-detail.
           move spaces                      to csv-line.
           string
           move ws-r-cr-amt                     to rctl-cr-amt.
           move ws-r-db-amt                     to rctl-db-amt.
           move ws-r-gc-amt                     to rctl-gc-amt.
           move ws-r-ha-amt                     to rctl-ha-amt.
           move ws-r-lp-amt                     to rctl-lp-amt.
           perform varying ws-sm-sub from 1 by 1
               until ws-sm-sub > 99
               move ws-tbl-stx(ws-sm-sub)
           add ws-tax-tot                       to acc-mtd-tax.
           add ws-return-amount                to acc-ytd-amt.
           add ws-tax-tot                       to acc-ytd-tax.
           perform varying ws-sm-sub from 1 by 1
               until ws-sm-sub > 99
               add ws-tbl-sra(ws-sm-sub)
                   to acc-store-mtd-amt(ws-sm-sub)
               add ws-tbl-sra(ws-sm-sub)
                   to acc-store-ytd-amt(ws-sm-sub)
           end-perform.
           move ws-today-yyyy                   to acc-year.
           move ws-today-mm                     to acc-month.
           move ws-today                        to acc-last-batch-date.
