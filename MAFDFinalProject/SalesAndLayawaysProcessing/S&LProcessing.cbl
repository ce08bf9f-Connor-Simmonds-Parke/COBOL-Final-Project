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
               organization is line sequential
               file status is ws-prchist-status.

      *    Promotion Calendar - planned sale prices by SKU for one
      *    store, a region or the whole chain between a start and end
      *    date, so a sale rung at the promo price isn't called a
      *    variance; missing file tolerated (no promotions running)
           select promotion-file
               assign to "../../../../data/Promotions.dat"
               organization is line sequential
               file status is ws-promo-status.

      *    Price-Variance Exception Listing - any Sale or Layaway
      *    whose amount strays from the SKU's list price by more than
      *    the tolerance percentage, same sign-off style as the
      *Input Records
       fd input-file
           data record is input-line
           record contains 100 characters.

       01 input-line.
           05 il-code                    pic x.
               88 il-type-CR             value "CR".
               88 il-type-DB             value "DB".
               88 il-type-GC             value "GC".
               88 il-type-HA             value "HA".
               88 il-type-LP             value "LP".
           05 il-store-num               pic 99.
               88 il-valid-store-num     value 01 thru 12.
           05 il-invoice-num.
           05 il-exempt-flag             pic x.
               88 il-tax-exempt          value 'Y'.
           05 il-exempt-cert             pic x(10).
           05 il-account-num             pic x(8).
           05 il-loyalty-num             pic x(10).
           05 filler                     pic x(9).

      *Output Records
       fd output-file

       fd product-file
           data record is product-line
           record contains 49 characters.

       01 product-line.
           05 pm-sku                     pic x(15).
           05 pm-description             pic x(20).
           05 pm-list-price              pic 9(5)v99.
           05 pm-unit-cost               pic 9(5)v99.


       fd business-date-file

       fd sl-accumulator-file
           data record is sl-accumulator-line
           record contains 2236 characters.

       01 sl-accumulator-line.
           05 acc-year                   pic 9(4).
           05 acc-ytd-amt                pic 9(9)v99.
           05 acc-ytd-tax                pic 9(9)v99.
           05 acc-last-batch-date        pic 9(8).
           05 acc-store-slot             occurs 99 times.
               10 acc-store-mtd-amt      pic 9(9)v99.
               10 acc-store-ytd-amt      pic 9(9)v99.

       fd csv-file
           data record is csv-line
           05 prh-old-price              pic 9(5)v99.
           05 prh-new-price              pic 9(5)v99.

       fd promotion-file
           data record is promotion-line
           record contains 80 characters.

       01 promotion-line.
           05 pro-promo-id               pic x(8).
           05 pro-sku                    pic x(15).
           05 pro-scope                  pic x.
           05 pro-store-num              pic 99.
           05 pro-region                 pic x(12).
           05 pro-promo-price            pic 9(5)v99.
           05 pro-pct-off                pic 9(3)v99.
           05 pro-start-date             pic 9(8).
           05 pro-end-date               pic 9(8).
           05 pro-description            pic x(14).

       fd price-variance-file
           data record is price-variance-line
           record contains 110 characters.
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
               88 hist-not-refunded      value 'N'.
           05 hist-trans-date            pic 9(8).
           05 hist-trans-time            pic 9(6).
           05 hist-loyalty-num           pic x(10).
           05 hist-operator-id           pic 9(4).
           05 hist-refund-date           pic 9(8).

       fd layaway-ledger-file
           data record is ledg-record.
           05 filler                     pic x       value "%".
           05 filler                     pic x(11)   value spaces.

       01 ws-payment-types-ha.
           05 filler                     pic x(29)
               value "Number of House Acct Charges".
           05 ws-houseacct-count         pic zzzzzz9.
           05 ws-filler                  pic x(5)    value spaces.
           05 filler                     pic x(33)
               value "Percents of Transaction Charged".
           05 ws-houseacct-percentage    pic zz9.99.
           05 filler                     pic x       value "%".
           05 filler                     pic x(11)   value spaces.

       01 ws-payment-types-lp.
           05 filler                     pic x(29)
               value "Number of Points Redemptions".
           05 ws-points-count            pic zzzzzz9.
           05 ws-filler                  pic x(5)    value spaces.
           05 filler                     pic x(33)
               value "Percents of Transaction Redeemed".
           05 ws-points-percentage       pic zz9.99.
           05 filler                     pic x       value "%".
           05 filler                     pic x(11)   value spaces.

       01 ws-highest-earning-store.
           05 filler                     pic x(29)
               value "Highest Earning Store=".
               value " - no sign-off required.".
           05 filler                     pic x(48)   value spaces.

       01 ws-variance-promo-line.
           05 filler                     pic x(40)
               value "Sales held against a promotion price:   ".
           05 ws-var-promo-count-print   pic zzz,zz9.
           05 filler                     pic x(63)   value spaces.

       01 ws-variance-signoff-line1.
           05 filler                     pic x(40)
               value "*** MANAGER SIGN-OFF REQUIRED BEFORE THI".
           05 ws-credit-percent          pic 999v9(4).
           05 ws-debit-percent           pic 999v9(4).
           05 ws-giftcard-percent        pic 999v9(4).
           05 ws-houseacct-percent       pic 999v9(4).
           05 ws-points-percent          pic 999v9(4).

       01 ws-temp-variables.
           05 ws-temp-tax-amount         pic 9(5)v99.
           05 ws-tbl-tt-cr               pic 9(7)    value 0.
           05 ws-tbl-tt-db               pic 9(7)    value 0.
           05 ws-tbl-tt-gc               pic 9(7)    value 0.
           05 ws-tbl-tt-ha               pic 9(7)    value 0.
           05 ws-tbl-tt-lp               pic 9(7)    value 0.
           05 ws-counter                 pic 99      value 0.

      *General Constants
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

      *Central Parameter Master lookup - the wanted name goes in,
      *the raw value comes out with the digit shapes each knob needs
       77 ws-parameter-status               pic xx    value spaces.
       77 ws-variance-diff                pic 9(5)v99 value 0.
       77 ws-variance-pct                 pic 9(3)v99 value 0.

      *Promotion Calendar Table - the planned promo prices, checked
      *before a sale outside tolerance of list is called a variance
       01 ws-promotion-table.
           05 ws-pro-entry               occurs 2000 times.
               10 ws-pro-sku             pic x(15).
               10 ws-pro-scope           pic x.
               10 ws-pro-store-num       pic 99.
               10 ws-pro-region          pic x(12).
               10 ws-pro-promo-price     pic 9(5)v99.
               10 ws-pro-pct-off         pic 9(3)v99.
               10 ws-pro-start-date      pic 9(8).
               10 ws-pro-end-date        pic 9(8).
       77 ws-promo-status                 pic xx      value spaces.
       77 ws-promotion-count              pic 9(4)    value 0.
       77 ws-pro-sub                      pic 9(4)    value 0.
       77 ws-pro-price                    pic 9(5)v99 value 0.
       77 ws-pro-diff                     pic 9(5)v99 value 0.
       77 ws-pro-pct                      pic 9(3)v99 value 0.
       77 ws-promo-match-flag             pic x       value 'n'.
       77 ws-promo-match-count            pic 9(7)    value 0.

      *CSV Control Wrap - line count and raw-amount hash total for
      *the trailer, so the office can prove the export arrived whole
       77 ws-csv-line-count               pic 9(6)    value 0.
           perform 135-write-exception-header.
           perform 132-load-price-tolerance.
           perform 133-load-price-history.
           perform 134-load-promotions.
           perform 137-write-variance-header.
           perform 138-write-exempt-header.
           perform 140-open-sales-history.
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
               move "SalesAndLayawaysProcessing"
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
               close price-history-file
           end-if.

      *    Promotions with no price and no percentage, or with an
      *    end date before the start, can't price anything and are
      *    left out of the table
       134-load-promotions.
           open input promotion-file.
           if ws-promo-status = "00" then
               perform until ws-promo-status not = "00"
                   read promotion-file
                       at end
                           move "10"        to ws-promo-status
                       not at end
                           if ws-promotion-count < 2000
                                   and pro-start-date is numeric
                                   and pro-end-date is numeric
                                   and pro-end-date >= pro-start-date
                                   and (pro-promo-price > 0
                                       or pro-pct-off > 0) then
                               add 1        to ws-promotion-count
                               move pro-sku
                                   to ws-pro-sku(ws-promotion-count)
                               move pro-scope
                                   to ws-pro-scope(ws-promotion-count)
                               move pro-store-num
                                   to ws-pro-store-num
                                       (ws-promotion-count)
                               move pro-region
                                   to ws-pro-region(ws-promotion-count)
                               move pro-promo-price
                                   to ws-pro-promo-price
                                       (ws-promotion-count)
                               move pro-pct-off
                                   to ws-pro-pct-off
                                       (ws-promotion-count)
                               move pro-start-date
                                   to ws-pro-start-date
                                       (ws-promotion-count)
                               move pro-end-date
                                   to ws-pro-end-date
                                       (ws-promotion-count)
                           end-if
                   end-read
               end-perform
               close promotion-file
           end-if.

       137-write-variance-header.
           move ws-variance-tolerance
               to ws-var-tolerance-print.
               add ws-cnst-1                   to ws-tbl-tt-db
           ELSE IF il-type-GC THEN
               add ws-cnst-1                   to ws-tbl-tt-gc
           ELSE IF il-type-HA THEN
               add ws-cnst-1                   to ws-tbl-tt-ha
           ELSE IF il-type-LP THEN
               add ws-cnst-1                   to ws-tbl-tt-lp
           END-IF.

      *    DETERMINE THE STORE
                   move 'N'                     to hist-refunded-flag
                   move il-trans-date           to hist-trans-date
                   move il-trans-time           to hist-trans-time
                   move il-loyalty-num          to hist-loyalty-num
                   move il-operator-id          to hist-operator-id
                   move 0                       to hist-refund-date
                   write hist-record
               not invalid key
                   move ws-hist-amount-hold     to hist-amount
                   move 'N'                     to hist-refunded-flag
                   move il-trans-date           to hist-trans-date
                   move il-trans-time           to hist-trans-time
                   move il-loyalty-num          to hist-loyalty-num
                   move il-operator-id          to hist-operator-id
                   move 0                       to hist-refund-date
                   rewrite hist-record
           end-read.

           end-compute.

           if ws-variance-pct > ws-variance-tolerance then
               perform 415-check-promotion
           end-if.

           if ws-variance-pct > ws-variance-tolerance
                   and ws-promo-match-flag = 'n' then
               add ws-cnst-1                to ws-variance-count
               move il-code                 to ws-var-code
               move il-store-num            to ws-var-store-num
               move ws-variance-pct         to ws-var-pct
               write price-variance-line
                   from ws-variance-detail-line
               move 3                       to ws-alert-severity
               move il-store-num            to ws-alert-store
               move "PRICEVAR"              to ws-alert-code
               move spaces                  to ws-alert-text
               string "INVOICE "            delimited by size
                      il-invoice-num        delimited by size
                      " SKU "               delimited by size
                      il-SKU                delimited by space
                      " "                   delimited by size
                      function trim(ws-var-pct)
                                            delimited by size
                      "% OFF LIST PRICE"    delimited by size
                      into ws-alert-text
               end-string
               perform 085-write-alert
           end-if.

      *    The list price in effect on il-trans-date: the latest
           end-perform.


      *    A sale off list may still be on a planned promotion: a
      *    calendar entry for the SKU running on il-trans-date, for
      *    this store, this store's region or the whole chain (scope
      *    S, R or A). A fixed promo price wins over a percentage
      *    off; the percentage comes off the list price in effect.
      *    Within tolerance of any matching promo price and the sale
      *    isn't a variance.
       415-check-promotion.
           move 'n'                         to ws-promo-match-flag.
           perform varying ws-pro-sub from 1 by 1
               until ws-pro-sub > ws-promotion-count
                   or ws-promo-match-flag = 'y'
               if ws-pro-sku(ws-pro-sub) = il-SKU
                       and il-trans-date
                           >= ws-pro-start-date(ws-pro-sub)
                       and il-trans-date
                           <= ws-pro-end-date(ws-pro-sub)
                   if ws-pro-scope(ws-pro-sub) = "A"
                       or (ws-pro-scope(ws-pro-sub) = "S"
                           and ws-pro-store-num(ws-pro-sub)
                               = il-store-num)
                       or (ws-pro-scope(ws-pro-sub) = "R"
                           and ws-pro-region(ws-pro-sub)
                               = ws-sm-region(il-store-num))
                       perform 416-compare-promo-price
                   end-if
               end-if
           end-perform.
           if ws-promo-match-flag = 'y' then
               add ws-cnst-1                to ws-promo-match-count
           end-if.

       416-compare-promo-price.
           if ws-pro-promo-price(ws-pro-sub) > 0 then
               move ws-pro-promo-price(ws-pro-sub) to ws-pro-price
           else
               compute ws-pro-price rounded =
                   ws-effective-list-price
                       * (ws-cnst-100 - ws-pro-pct-off(ws-pro-sub))
                       / ws-cnst-100
                   on size error
                       move 0               to ws-pro-price
               end-compute
           end-if.
           if ws-pro-price = 0 then
               exit paragraph
           end-if.
           if ws-variance-amount > ws-pro-price then
               subtract ws-pro-price from ws-variance-amount
                   giving ws-pro-diff
           else
               subtract ws-variance-amount from ws-pro-price
                   giving ws-pro-diff
           end-if.
           compute ws-pro-pct rounded =
               (ws-pro-diff * ws-cnst-100) / ws-pro-price
               on size error
                   move 999.99              to ws-pro-pct
           end-compute.
           if ws-pro-pct <= ws-variance-tolerance then
               move 'y'                     to ws-promo-match-flag
           end-if.


       500-print-totals.
           perform 510-calculate-totals.

               after advancing ws-cnst-1 lines.
           write output-line from ws-payment-types-gc
               after advancing ws-cnst-1 lines.
           write output-line from ws-payment-types-ha
               after advancing ws-cnst-1 lines.
           write output-line from ws-payment-types-lp
               after advancing ws-cnst-1 lines.

           write output-line from ws-highest-earning-store
               after advancing ws-cnst-2 lines.
           add ws-total-tax                    to acc-mtd-tax.
           add ws-sl-trans-amt                 to acc-ytd-amt.
           add ws-total-tax                    to acc-ytd-tax.
           perform varying ws-sm-sub from 1 by 1
               until ws-sm-sub > 99
               add ws-tbl-stn(ws-sm-sub)
                   to acc-store-mtd-amt(ws-sm-sub)
               add ws-tbl-stn(ws-sm-sub)
                   to acc-store-ytd-amt(ws-sm-sub)
           end-perform.
           move ws-today-yyyy                  to acc-year.
           move ws-today-mm                    to acc-month.
           move ws-today                       to acc-last-batch-date.
           move ws-tbl-tt-cr                   to ws-credit-count.
           move ws-tbl-tt-db                   to ws-debit-count.
           move ws-tbl-tt-gc                   to ws-giftcard-count.
           move ws-tbl-tt-ha                   to ws-houseacct-count.
           move ws-tbl-tt-lp                   to ws-points-count.
           move ws-total-tax                   to ws-total-tax-sl.
      *    MOVE HIGHEST AND LOWEST VARIABLES TO THEIR PLACE
           move ws-highest-amt                 to ws-hes.
           move ws-giftcard-percent
               to ws-giftcard-percentage.

           divide ws-tbl-tt-ha
             by ws-tbl-rc-sl
             giving ws-houseacct-percent rounded.
           multiply ws-houseacct-percent
               by ws-cnst-100
               giving ws-houseacct-percent rounded.
           move ws-houseacct-percent
               to ws-houseacct-percentage.

           divide ws-tbl-tt-lp
             by ws-tbl-rc-sl
             giving ws-points-percent rounded.
           multiply ws-points-percent
               by ws-cnst-100
               giving ws-points-percent rounded.
           move ws-points-percent
               to ws-points-percentage.


       530-print-store-ranking.
      *    Load the working copy of the store totals table, straight
           end-if.

       545-print-variance-trailer.
           if ws-promo-match-count > 0 then
               move ws-promo-match-count    to ws-var-promo-count-print
               write price-variance-line from ws-variance-promo-line
           end-if.
           if ws-variance-count = 0
               write price-variance-line from ws-variance-none-line
           else
