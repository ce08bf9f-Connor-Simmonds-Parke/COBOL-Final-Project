               file status is ws-product-status.

      *    Maintenance requests - one per line: action A/C/D, the SKU,
      *    and the description to add or change to; action U changes
      *    only the unit cost, from its effective date
           select maint-trans-file
               assign to "../../../../data/ProductMaintTrans.dat"
               organization is line sequential
               organization is line sequential
               file status is ws-prchist-status.

      *    Cost History - one line per unit cost change (old and new
      *    cost with the date it takes effect), so margin reporting
      *    costs a sale at the unit cost in effect on its transaction
      *    date; a change dated after the business date waits here
      *    and takes effect on the master the run the date arrives
           select cost-history-file
               assign to "../../../../data/CostHistory.dat"
               organization is line sequential
               file status is ws-csthist-status.

      *    Output Files
           select new-master-file
               assign to "../../../../data/ProductMaster.dat"
      *Product Master Records
       fd product-file
           data record is product-line
           record contains 49 characters.

       01 product-line.
           05 pm-sku                        pic x(15).
           05 pm-description                pic x(20).
           05 pm-list-price                 pic 9(5)v99.
           05 pm-unit-cost                  pic 9(5)v99.

      *Maintenance Request Records
       fd maint-trans-file
           data record is maint-trans-line
           record contains 58 characters.

       01 maint-trans-line.
           05 mt-action                     pic x.
               88 mt-action-add             value 'A'.
               88 mt-action-change          value 'C'.
               88 mt-action-delete          value 'D'.
               88 mt-action-cost            value 'U'.
           05 mt-sku                        pic x(15).
           05 mt-description                pic x(20).
           05 mt-list-price                 pic 9(5)v99.
           05 mt-effective-date             pic 9(8).
           05 mt-unit-cost                  pic 9(5)v99.

      *Pending Price Change Record
       fd pending-price-file
           05 prh-old-price                 pic 9(5)v99.
           05 prh-new-price                 pic 9(5)v99.

      *Cost History Record - appended, never rewritten
       fd cost-history-file
           data record is cost-history-line
           record contains 37 characters.

       01 cost-history-line.
           05 csh-sku                       pic x(15).
           05 csh-effective-date            pic 9(8).
           05 csh-old-cost                  pic 9(5)v99.
           05 csh-new-cost                  pic 9(5)v99.

      *Rewritten Product Master
       fd new-master-file
           data record is new-master-line
           record contains 49 characters.

       01 new-master-line.
           05 nm-sku                        pic x(15).
           05 nm-description                pic x(20).
           05 nm-list-price                 pic 9(5)v99.
           05 nm-unit-cost                  pic 9(5)v99.


       fd business-date-file
      *Audit Report
       fd audit-file
           data record is audit-line
           record contains 154 characters.

       01 audit-line                        pic x(154).

       fd archive-read-file
           data record is archive-read-line
               value spaces.
           05 filler                        pic x(32)
               value "PRODUCT MASTER MAINTENANCE AUDIT".
           05 filler                        pic x(97)
               value spaces.

       01 ws-header2-headings.
               value "Action".
           05 filler                        pic x(17)
               value "SKU".
           05 filler                        pic x(44)
               value "Before - Description, Price, Cost".
           05 filler                        pic x(44)
               value "After - Description, Price, Cost".
           05 filler                        pic x(41)
               value "Result".

               value "------".
           05 filler                        pic x(17)
               value "---------------".
           05 filler                        pic x(44)
               value "------------------------------------------".
           05 filler                        pic x(44)
               value "------------------------------------------".
           05 filler                        pic x(41)
               value "------".

      *Detail Line - the description, list price and unit cost before
      *and after the request was applied, side by side, with how the
      *request was disposed of
       01 ws-detail-line.
           05 filler                        pic x(2)
               value spaces.
               value spaces.
           05 ws-dl-before-price            pic $zz,zz9.99 blank
               when zero.
           05 filler                        pic x
               value spaces.
           05 ws-dl-before-cost             pic $zz,zz9.99 blank
               when zero.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-after                   pic x(20).
               value spaces.
           05 ws-dl-after-price             pic $zz,zz9.99 blank
               when zero.
           05 filler                        pic x
               value spaces.
           05 ws-dl-after-cost              pic $zz,zz9.99 blank
               when zero.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-result                  pic x(41).
               value "Pendings Carried : ".
           05 ws-sum-pcar-cnt               pic zz9.

       01 ws-summary5-costs.
           05 filler                        pic x(19)
               value "Cost Changes     : ".
           05 ws-sum-cost-cnt               pic zz9.
           05 filler                        pic x(10)
               value spaces.
           05 filler                        pic x(19)
               value "Costs Pended     : ".
           05 ws-sum-cpend-cnt              pic zz9.
           05 filler                        pic x(10)
               value spaces.
           05 filler                        pic x(19)
               value "Costs Took Effect: ".
           05 ws-sum-cdue-cnt               pic zz9.

       01 ws-summary3-counts.
           05 filler                        pic x(19)
               value "Requests Rejected: ".
               10 ws-pm-sku                 pic x(15).
               10 ws-pm-desc                pic x(20).
               10 ws-pm-listprice           pic 9(5)v99.
               10 ws-pm-unitcost            pic 9(5)v99.
               10 ws-pm-deleted             pic x.
               10 ws-pm-cost-eff            pic 9(8).
               10 ws-pm-due-cost            pic 9(5)v99.
       77 ws-product-count                  pic 9(4)  value 0.
       77 ws-product-status                 pic xx    value spaces.

       77 ws-pended-count                   pic 999   value 0.
       77 ws-carried-count                  pic 999   value 0.

      *Cost History - only read to find each SKU's latest cost change
      *the business date has reached
       77 ws-csthist-status                 pic xx    value spaces.
       77 ws-cost-change-count              pic 999   value 0.
       77 ws-cost-pended-count              pic 999   value 0.
       77 ws-cost-due-count                 pic 999   value 0.

      *Disposition Counters
       77 ws-add-count                      pic 999   value 0.
       77 ws-change-count                   pic 999   value 0.
           perform 160-load-pending-changes.
           perform 170-apply-due-pendings.

      *    Likewise any unit cost change whose effective date the
      *    business date has now reached
           perform 165-find-due-costs.
           perform 185-apply-due-costs.

      *    Apply every maintenance request against the table - a
      *    missing request file is tolerated the same way a missing
      *    control/accumulator file is elsewhere in this system
                                   to ws-pm-desc(ws-product-count)
                               move pm-list-price
                                   to ws-pm-listprice(ws-product-count)
                               if pm-unit-cost is numeric
                                   move pm-unit-cost
                                     to ws-pm-unitcost(ws-product-count)
                               else
                                   move 0
                                     to ws-pm-unitcost(ws-product-count)
                               end-if
                               move 'n'
                                   to ws-pm-deleted(ws-product-count)
                               move 0
                                   to ws-pm-cost-eff(ws-product-count)
                           end-if
                   end-read
               end-perform
               add 1                        to ws-applied-count
               move ws-pp-desc(ws-pp-sub)   to ws-dl-after
               move ws-pp-price(ws-pp-sub)  to ws-dl-after-price
               move ws-pm-unitcost(ws-found-entry)
                   to ws-dl-before-cost ws-dl-after-cost
               move "APPLIED - PENDING CHANGE TOOK EFFECT"
                   to ws-dl-result
           end-if.
           end-if.


      *    Find, for each SKU, the latest cost change in the history
      *    whose effective date the business date has reached - a
      *    later line wins a tie on the date, so a same-day correction
      *    overrides the entry it corrects
       165-find-due-costs.
           open input cost-history-file.
           if ws-csthist-status = "00" then
               perform until ws-csthist-status not = "00"
                   read cost-history-file
                       at end
                           move "10"        to ws-csthist-status
                       not at end
                           if csh-effective-date is numeric
                                   and csh-new-cost is numeric
                                   and csh-effective-date
                                       <= ws-business-date
                               move csh-sku to mt-sku
                               perform 350-find-sku
                               if ws-found-entry > 0
                                   and csh-effective-date >=
                                       ws-pm-cost-eff(ws-found-entry)
                                   move csh-effective-date
                                     to ws-pm-cost-eff(ws-found-entry)
                                   move csh-new-cost
                                     to ws-pm-due-cost(ws-found-entry)
                               end-if
                           end-if
                   end-read
               end-perform
               close cost-history-file
           end-if.


      *    A SKU whose master cost differs from the cost now in effect
      *    takes the new cost, with an audit line of its own - the
      *    history already holds the change, so nothing is appended
       185-apply-due-costs.
           perform varying ws-pm-idx from 1 by 1
               until ws-pm-idx > ws-product-count
               if ws-pm-cost-eff(ws-pm-idx) > 0
                   and ws-pm-due-cost(ws-pm-idx) not =
                       ws-pm-unitcost(ws-pm-idx)
                   move spaces              to ws-detail-line
                   move 'U'                 to ws-dl-action
                   move ws-pm-sku(ws-pm-idx) to ws-dl-sku
                   move ws-pm-desc(ws-pm-idx)
                       to ws-dl-before ws-dl-after
                   move ws-pm-listprice(ws-pm-idx)
                       to ws-dl-before-price ws-dl-after-price
                   move ws-pm-unitcost(ws-pm-idx)
                       to ws-dl-before-cost
                   move ws-pm-due-cost(ws-pm-idx)
                       to ws-pm-unitcost(ws-pm-idx)
                   move ws-pm-unitcost(ws-pm-idx)
                       to ws-dl-after-cost
                   move "APPLIED - COST CHANGE TOOK EFFECT"
                       to ws-dl-result
                   add 1                    to ws-cost-due-count
                   write audit-line from ws-detail-line
                       after advancing 1 line
               end-if
           end-perform.


      *    Append one line to the cost history - like the price
      *    history it is created on first use and only ever extended
       190-write-cost-history.
           open extend cost-history-file.
           if ws-csthist-status = "35" then
               open output cost-history-file
           end-if.
           if ws-csthist-status = "00" then
               write cost-history-line
               close cost-history-file
           end-if.


       200-process-transactions.
           open input maint-trans-file.
           if ws-trans-status = "00" then
               perform 320-apply-change
           else if mt-action-delete then
               perform 330-apply-delete
           else if mt-action-cost then
               perform 340-apply-cost-change
           else
               add 1                        to ws-reject-count
               move "REJECTED - ACTION NOT 'A', 'C', 'D', OR 'U'"
                   to ws-dl-result
           end-if.

               move ws-pm-desc(ws-found-entry) to ws-dl-before
               move ws-pm-listprice(ws-found-entry)
                   to ws-dl-before-price
               move ws-pm-unitcost(ws-found-entry)
                   to ws-dl-before-cost
               move "REJECTED - SKU ALREADY ON FILE"
                   to ws-dl-result
           else if ws-product-count >= 3000 then
                   to ws-pm-listprice(ws-product-count)
               move 'n'
                   to ws-pm-deleted(ws-product-count)
               move 0
                   to ws-pm-cost-eff(ws-product-count)
      *        A new SKU may carry its opening unit cost, which goes
      *        on the cost history as of today like any cost change
               move 0
                   to ws-pm-unitcost(ws-product-count)
               if mt-unit-cost is numeric
                       and mt-unit-cost > 0
                   move mt-unit-cost
                       to ws-pm-unitcost(ws-product-count)
                   move mt-sku              to csh-sku
                   move ws-business-date    to csh-effective-date
                   move 0                   to csh-old-cost
                   move mt-unit-cost        to csh-new-cost
                   perform 190-write-cost-history
               end-if
               add 1                        to ws-add-count
               move mt-description          to ws-dl-after
               move mt-list-price           to ws-dl-after-price
               move ws-pm-unitcost(ws-product-count)
                   to ws-dl-after-cost
               move "APPLIED - SKU ADDED"   to ws-dl-result
           end-if.

                   add 1                    to ws-change-count
                   move mt-description      to ws-dl-after
                   move mt-list-price       to ws-dl-after-price
                   move ws-pm-unitcost(ws-found-entry)
                       to ws-dl-before-cost ws-dl-after-cost
                   move "APPLIED - DESCRIPTION/PRICE CHANGED"
                       to ws-dl-result
               end-if
                   to ws-dl-before-price
               move mt-description          to ws-dl-after
               move mt-list-price           to ws-dl-after-price
               move ws-pm-unitcost(ws-found-entry)
                   to ws-dl-before-cost ws-dl-after-cost
               move spaces                  to ws-dl-result
               string "PENDED - TAKES EFFECT "
                      mt-effective-date
               move ws-pm-desc(ws-found-entry) to ws-dl-before
               move ws-pm-listprice(ws-found-entry)
                   to ws-dl-before-price
               move ws-pm-unitcost(ws-found-entry)
                   to ws-dl-before-cost
               move 'y'
                   to ws-pm-deleted(ws-found-entry)
               add 1                        to ws-delete-count
           end-if.


      *    A unit cost change touches only the cost - description and
      *    list price stay as they are.  A future effective date goes
      *    on the history to take effect the run that date arrives; a
      *    blank or zero date means today, and a past date applies now
      *    but is recorded on the history as of that date so margin
      *    reporting costs the sales since then at the new cost
       340-apply-cost-change.
           if ws-found-entry = 0 then
               add 1                        to ws-reject-count
               move "REJECTED - SKU NOT ON FILE"
                   to ws-dl-result
           else if mt-unit-cost is not numeric then
               add 1                        to ws-reject-count
               move ws-pm-desc(ws-found-entry) to ws-dl-before
               move ws-pm-listprice(ws-found-entry)
                   to ws-dl-before-price
               move ws-pm-unitcost(ws-found-entry)
                   to ws-dl-before-cost
               move "REJECTED - UNIT COST NOT NUMERIC"
                   to ws-dl-result
           else
               move ws-pm-desc(ws-found-entry)
                   to ws-dl-before ws-dl-after
               move ws-pm-listprice(ws-found-entry)
                   to ws-dl-before-price ws-dl-after-price
               move ws-pm-unitcost(ws-found-entry)
                   to ws-dl-before-cost csh-old-cost
               move mt-sku                  to csh-sku
               move mt-unit-cost            to csh-new-cost
               if mt-effective-date is numeric
                       and mt-effective-date > 0
                   move mt-effective-date   to csh-effective-date
               else
                   move ws-business-date    to csh-effective-date
               end-if
               perform 190-write-cost-history

               if csh-effective-date > ws-business-date
                   add 1                    to ws-cost-pended-count
                   move mt-unit-cost        to ws-dl-after-cost
                   move spaces              to ws-dl-result
                   string "COST PENDED - TAKES EFFECT "
                          csh-effective-date
                          delimited by size into ws-dl-result
                   end-string
               else
                   move mt-unit-cost
                       to ws-pm-unitcost(ws-found-entry)
                   add 1                    to ws-cost-change-count
                   move mt-unit-cost        to ws-dl-after-cost
                   move "APPLIED - UNIT COST CHANGED"
                       to ws-dl-result
               end-if
           end-if.


       350-find-sku.

      *    Search the table for the request's SKU - entries already
                   move ws-pm-desc(ws-pm-idx)   to nm-description
                   move ws-pm-listprice(ws-pm-idx)
                       to nm-list-price
                   move ws-pm-unitcost(ws-pm-idx)
                       to nm-unit-cost
                   write new-master-line
                   add 1                        to ws-after-count
               end-if
           write audit-line from ws-summary4-pending
               after advancing 1 line.

           move ws-cost-change-count        to ws-sum-cost-cnt.
           move ws-cost-pended-count        to ws-sum-cpend-cnt.
           move ws-cost-due-count           to ws-sum-cdue-cnt.
           write audit-line from ws-summary5-costs
               after advancing 1 line.


       700-archive-output-files.
           move ws-business-date            to ws-archive-date.
