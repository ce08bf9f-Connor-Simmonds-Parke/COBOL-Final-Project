      ******************************************************************
      * Author:    Connor Simmonds-Parke, Nicholas Sturch-flint
      * Date:      2021-11-10
      * Purpose:   InventoryMovement flags the SKUs that fall below
      *            their reorder point, but a buyer still keyed every
      *            order by hand from the spreadsheet. This program
      *            looks up each flagged SKU's vendor and order
      *            quantity on the vendor cross-reference, allows for
      *            what is already on order, and raises the suggested
      *            purchase orders - one per vendor and store - onto
      *            the open-PO file, where GoodsReceipt posts the
      *            deliveries against them. SKUs below their reorder
      *            point with no usable vendor are listed for the
      *            buyer.
      * Note:      Run after InventoryMovement. Quantities already on
      *            an open PO count toward the reorder point, so a
      *            second run on the same day raises nothing new. A
      *            suggested quantity is rounded up to whole multiples
      *            of the cross-reference order quantity. PO numbers
      *            come from POControl.ctl, the last number issued.
      * Tectonics: cobc
      ******************************************************************
       identification division.

       program-id. PurchaseOrderSuggest.
       author. Connor Simmonds-Parke, Nicholas Sturch-flint.
       date-written. 11-10-2021.
      *Description: Raises suggested purchase orders by vendor and store
      *             for SKUs below their reorder point.

       environment division.
       configuration section.

       input-output section.
       file-control.

      *    Per-Store On-Hand File - quantity and reorder point by SKU
      *    and store, maintained by InventoryMovement
           select on-hand-file
               assign to "../../../../data/OnHand.dat"
               organization is line sequential
               file status is ws-onhand-status.

      *    Vendor Master - vendor name, lead time and status
           select vendor-file
               assign to "../../../../data/VendorMaster.dat"
               organization is line sequential
               file status is ws-vendor-status.

      *    Vendor Cross-Reference - the vendor each SKU is bought from
      *    and the quantity it is ordered in
           select vendor-sku-file
               assign to "../../../../data/VendorSKU.dat"
               organization is line sequential
               file status is ws-vendor-sku-status.

      *    Open Purchase Orders - one line per PO line still open or
      *    part-filled; new suggestions are added to it
           select open-po-file
               assign to "../../../../data/OpenPO.dat"
               organization is line sequential
               file status is ws-open-po-status.

      *    PO Number Control - the last purchase order number issued
           select po-control-file
               assign to "../../../../data/POControl.ctl"
               organization is line sequential
               file status is ws-po-control-status.

      *    Output Files
           select output-file
               assign to "../../../../data/PurchaseOrderSuggest.out"
               organization is line sequential.

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

      *On-Hand Record - quantity signed so an oversold position is
      *visible instead of hidden at zero
       fd on-hand-file
           data record is on-hand-line
           record contains 29 characters.

       01 on-hand-line.
           05 ohl-sku                       pic x(15).
           05 ohl-store-num                 pic 99.
           05 ohl-qty-on-hand               pic s9(7).
           05 ohl-reorder-point             pic 9(5).

       fd vendor-file
           data record is vendor-line
           record contains 40 characters.

       01 vendor-line.
           05 vm-vendor-num                 pic x(6).
           05 vm-name                       pic x(30).
           05 vm-lead-days                  pic 9(3).
           05 vm-status                     pic x.
               88 vm-vendor-active          value 'A'.

       fd vendor-sku-file
           data record is vendor-sku-line
           record contains 26 characters.

       01 vendor-sku-line.
           05 vx-sku                        pic x(15).
           05 vx-vendor-num                 pic x(6).
           05 vx-order-qty                  pic 9(5).

      *Open PO Line - status 'O' open, 'P' part-filled
       fd open-po-file
           data record is open-po-line
           record contains 57 characters.

       01 open-po-line.
           05 opo-po-num                    pic 9(7).
           05 opo-vendor-num                pic x(6).
           05 opo-store-num                 pic 99.
           05 opo-sku                       pic x(15).
           05 opo-order-qty                 pic 9(5).
           05 opo-recv-qty                  pic 9(5).
           05 opo-order-date                pic 9(8).
           05 opo-expected-date             pic 9(8).
           05 opo-status                    pic x.
               88 opo-status-open           value 'O'.
               88 opo-status-part           value 'P'.

       fd po-control-file
           data record is po-control-line
           record contains 7 characters.

       01 po-control-line.
           05 pcl-last-po-num               pic 9(7).

       fd output-file
           data record is output-line
           record contains 110 characters.

       01 output-line                       pic x(110).

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
           05 filler                        pic x(24)
               value spaces.
           05 filler                        pic x(33)
               value "SUGGESTED PURCHASE ORDERS".
           05 filler                        pic x(11)
               value "BATCH DATE ".
           05 ws-header-busdate             pic 9(8).
           05 filler                        pic x(34)
               value spaces.

       01 ws-header2-headings.
           05 filler                        pic x(10)
               value "   Store".
           05 filler                        pic x(17)
               value "SKU".
           05 filler                        pic x(11)
               value "   On Hand".
           05 filler                        pic x(10)
               value "  Reorder".
           05 filler                        pic x(11)
               value "  On Order".
           05 filler                        pic x(10)
               value " Pack Qty".
           05 filler                        pic x(41)
               value " Order Qty".

       01 ws-header3-underlines.
           05 filler                        pic x(10)
               value "   -----".
           05 filler                        pic x(17)
               value "---------------".
           05 filler                        pic x(11)
               value "   -------".
           05 filler                        pic x(10)
               value "  -------".
           05 filler                        pic x(11)
               value "  --------".
           05 filler                        pic x(10)
               value " --------".
           05 filler                        pic x(41)
               value " ---------".

      *PO Heading - one per vendor and store
       01 ws-po-heading.
           05 filler                        pic x(3)
               value "PO ".
           05 ws-ph-po-num                  pic 9(7).
           05 filler                        pic x(10)
               value "  VENDOR ".
           05 ws-ph-vendor                  pic x(6).
           05 filler                        pic x(2)
               value spaces.
           05 ws-ph-vendor-name             pic x(30).
           05 filler                        pic x(8)
               value "  STORE ".
           05 ws-ph-store                   pic 99.
           05 filler                        pic x(12)
               value "  EXPECTED ".
           05 ws-ph-expected                pic 9(8).
           05 filler                        pic x(22)
               value spaces.

      *Detail Line - one per PO line, and one per SKU with no vendor
       01 ws-detail-line.
           05 filler                        pic x(4)
               value spaces.
           05 ws-dl-store                   pic z9.
           05 filler                        pic x(4)
               value spaces.
           05 ws-dl-sku                     pic x(15).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-on-hand                 pic -zzzzzzz9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-reorder                 pic zzzzzzz9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-on-order                pic zzzzzzzz9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-pack-qty                pic zzzzzzz9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-order-qty               pic zzzzzzzz9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-note                    pic x(30).

       01 ws-po-total-line.
           05 filler                        pic x(10)
               value spaces.
           05 filler                        pic x(10)
               value "PO LINES: ".
           05 ws-pt-lines                   pic zzz9.
           05 filler                        pic x(86)
               value spaces.

      *Section Headings
       01 ws-no-vendor-heading.
           05 filler                        pic x(5)
               value spaces.
           05 filler                        pic x(50)
               value "BELOW REORDER POINT - NO ORDER RAISED".
           05 filler                        pic x(55)
               value spaces.

       01 ws-none-line.
           05 filler                        pic x(5)
               value spaces.
           05 filler                        pic x(20)
               value "None.".
           05 filler                        pic x(85)
               value spaces.

       01 ws-no-orders-line.
           05 filler                        pic x(46)
               value "No purchase orders needed for this batch.".
           05 filler                        pic x(64)
               value spaces.

      *Summary Lines
       01 ws-summary1-totals.
           05 filler                        pic x(25)
               value "Purchase Orders Raised: ".
           05 ws-sum-po-cnt                 pic zzzz9.
           05 filler                        pic x(8)
               value spaces.
           05 filler                        pic x(25)
               value "PO Lines Raised       : ".
           05 ws-sum-line-cnt               pic zzzz9.
           05 filler                        pic x(42)
               value spaces.

       01 ws-summary2-totals.
           05 filler                        pic x(25)
               value "Below Reorder, No Order: ".
           05 ws-sum-no-vendor-cnt          pic zzzz9.
           05 filler                        pic x(80)
               value spaces.

      *Vendor Table
       01 ws-vendor-table.
           05 ws-vm-entry                   occurs 500 times.
               10 ws-vm-vendor-num          pic x(6).
               10 ws-vm-name                pic x(30).
               10 ws-vm-lead-days           pic 9(3).
               10 ws-vm-status              pic x.
       77 ws-vendor-count                   pic 9(5)  value 0.
       77 ws-vm-sub                         pic 9(5)  value 0.
       77 ws-vm-found                       pic 9(5)  value 0.

      *Vendor Cross-Reference Table
       01 ws-vendor-sku-table.
           05 ws-vx-entry                   occurs 3000 times.
               10 ws-vx-sku                 pic x(15).
               10 ws-vx-vendor-num          pic x(6).
               10 ws-vx-order-qty           pic 9(5).
       77 ws-vendor-sku-count               pic 9(5)  value 0.
       77 ws-vx-sub                         pic 9(5)  value 0.
       77 ws-vx-found                       pic 9(5)  value 0.

      *Open PO Table - the open-PO file plus the lines raised today
       01 ws-open-po-table.
           05 ws-po-entry                   occurs 10000 times.
               10 ws-po-num                 pic 9(7).
               10 ws-po-vendor-num          pic x(6).
               10 ws-po-store               pic 99.
               10 ws-po-sku                 pic x(15).
               10 ws-po-order-qty           pic 9(5).
               10 ws-po-recv-qty            pic 9(5).
               10 ws-po-order-date          pic 9(8).
               10 ws-po-expected-date       pic 9(8).
               10 ws-po-status              pic x.
       77 ws-open-po-count                  pic 9(5)  value 0.
       77 ws-po-sub                         pic 9(5)  value 0.
       77 ws-po-full-warned                 pic x     value 'n'.

      *Suggestion Table - one entry per SKU/store to order, sorted
      *by vendor, store and SKU through the subscript list before
      *the POs are numbered and printed
       01 ws-suggestion-table.
           05 ws-sg-entry                   occurs 2000 times.
               10 ws-sg-vendor-num          pic x(6).
               10 ws-sg-vendor-entry        pic 9(5).
               10 ws-sg-store               pic 99.
               10 ws-sg-sku                 pic x(15).
               10 ws-sg-on-hand             pic s9(7).
               10 ws-sg-reorder             pic 9(5).
               10 ws-sg-on-order            pic 9(7).
               10 ws-sg-pack-qty            pic 9(5).
               10 ws-sg-order-qty           pic 9(5).
       01 ws-suggestion-order.
           05 ws-sg-sub                     pic 9(5)  occurs 2000 times.
       77 ws-suggestion-count               pic 9(5)  value 0.
       77 ws-sg-i                           pic 9(5)  value 0.
       77 ws-sg-j                           pic 9(5)  value 0.
       77 ws-sg-low                         pic 9(5)  value 0.
       77 ws-sg-temp                        pic 9(5)  value 0.
       77 ws-sg-this                        pic 9(5)  value 0.
       77 ws-sg-full-warned                 pic x     value 'n'.

      *SKUs Below Reorder With No Order - kept for their section
       01 ws-no-vendor-table.
           05 ws-nv-entry                   occurs 1000 times.
               10 ws-nv-sku                 pic x(15).
               10 ws-nv-store               pic 99.
               10 ws-nv-on-hand             pic s9(7).
               10 ws-nv-reorder             pic 9(5).
               10 ws-nv-reason              pic x(30).
       77 ws-no-vendor-count                pic 9(5)  value 0.
       77 ws-nv-sub                         pic 9(5)  value 0.

      *Work Fields
       77 ws-on-order                       pic 9(7)  value 0.
       77 ws-shortfall                      pic s9(9) value 0.
       77 ws-packs                          pic 9(7)  value 0.
       77 ws-work-reason                    pic x(30) value spaces.
       77 ws-oh-sub                         pic 9(5)  value 0.
       77 ws-current-po-num                 pic 9(7)  value 0.
       77 ws-last-po-num                    pic 9(7)  value 0.
       77 ws-prev-vendor                    pic x(6)  value spaces.
       77 ws-prev-store                     pic 99    value 0.
       77 ws-expected-date                  pic 9(8)  value 0.
       77 ws-po-lines                       pic 9(5)  value 0.

      *Counters
       77 ws-po-count                       pic 9(5)  value 0.
       77 ws-line-count                     pic 9(5)  value 0.

      *On-Hand Table - read straight through once; only the SKUs
      *below their reorder point are kept
       77 ws-onhand-status                  pic xx    value spaces.

      *General Constants
       77 ws-vendor-status                  pic xx    value spaces.
       77 ws-vendor-sku-status              pic xx    value spaces.
       77 ws-open-po-status                 pic xx    value spaces.
       77 ws-po-control-status              pic xx    value spaces.
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
           perform 100-load-vendor-master.
           perform 102-load-vendor-sku.
           perform 104-load-open-po.
           perform 106-load-po-control.

           perform 200-find-reorder-skus.
           perform 250-sort-suggestions.

           open output output-file.
           move ws-business-date            to ws-header-busdate.
           write output-line from ws-header1-main
               after advancing 1 line.
           write output-line from ws-header2-headings
               after advancing 2 lines.
           write output-line from ws-header3-underlines
               after advancing 1 line.

           if ws-suggestion-count = 0 then
               write output-line from ws-no-orders-line
                   after advancing 1 line
           else
               perform 300-raise-purchase-orders
           end-if.
           perform 400-print-no-vendor.
           perform 480-print-summary.
           close output-file.

      *    New lines join the open-PO file and the last number issued
      *    is kept for tomorrow - unless the file would not fit the
      *    table, when writing it back would lose the lines left off
           if ws-line-count > 0 and ws-po-full-warned = 'n' then
               perform 500-rewrite-open-po
               perform 510-rewrite-po-control
           end-if.

      *    Keep a date-stamped copy of today's output so a later run
      *    doesn't erase the only record of it
           perform 700-archive-output-files.

      *    End of 000-main (end of PurchaseOrderSuggest program)
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


       100-load-vendor-master.
           open input vendor-file.
           if ws-vendor-status = "00" then
               move 'n'                     to ws-eof-flag
               perform until ws-eof-flag = 'y'
                   read vendor-file
                       at end
                           move 'y'         to ws-eof-flag
                       not at end
                           if ws-vendor-count < 500
                               add 1        to ws-vendor-count
                               move vm-vendor-num to
                                   ws-vm-vendor-num(ws-vendor-count)
                               move vm-name to
                                   ws-vm-name(ws-vendor-count)
                               move vm-lead-days to
                                   ws-vm-lead-days(ws-vendor-count)
                               move vm-status to
                                   ws-vm-status(ws-vendor-count)
                           end-if
                   end-read
               end-perform
               close vendor-file
           end-if.


       102-load-vendor-sku.
           open input vendor-sku-file.
           if ws-vendor-sku-status = "00" then
               move 'n'                     to ws-eof-flag
               perform until ws-eof-flag = 'y'
                   read vendor-sku-file
                       at end
                           move 'y'         to ws-eof-flag
                       not at end
                           if ws-vendor-sku-count < 3000
                               add 1        to ws-vendor-sku-count
                               move vx-sku  to
                                   ws-vx-sku(ws-vendor-sku-count)
                               move vx-vendor-num to
                                   ws-vx-vendor-num(ws-vendor-sku-count)
                               move vx-order-qty to
                                   ws-vx-order-qty(ws-vendor-sku-count)
                           end-if
                   end-read
               end-perform
               close vendor-sku-file
           end-if.


       104-load-open-po.
           open input open-po-file.
           if ws-open-po-status = "00" then
               move 'n'                     to ws-eof-flag
               perform until ws-eof-flag = 'y'
                   read open-po-file
                       at end
                           move 'y'         to ws-eof-flag
                       not at end
                           if ws-open-po-count < 10000
                               add 1        to ws-open-po-count
                               move ws-open-po-count to ws-po-sub
                               perform 105-take-open-po-line
                           else
                               perform 115-warn-po-table-full
                           end-if
                   end-read
               end-perform
               close open-po-file
           end-if.

       105-take-open-po-line.
           move opo-po-num                  to ws-po-num(ws-po-sub).
           move opo-vendor-num              to
               ws-po-vendor-num(ws-po-sub).
           move opo-store-num               to ws-po-store(ws-po-sub).
           move opo-sku                     to ws-po-sku(ws-po-sub).
           move opo-order-qty               to
               ws-po-order-qty(ws-po-sub).
           move opo-recv-qty                to
               ws-po-recv-qty(ws-po-sub).
           move opo-order-date              to
               ws-po-order-date(ws-po-sub).
           move opo-expected-date           to
               ws-po-expected-date(ws-po-sub).
           move opo-status                  to ws-po-status(ws-po-sub).

       115-warn-po-table-full.
           if ws-po-full-warned = 'n' then
               move 'y'                     to ws-po-full-warned
               display "WARNING: OPEN-PO TABLE FULL - SOME PO LINES"
               display "ARE MISSING FROM THIS RUN"
           end-if.


      *    The last number issued - a missing control starts the
      *    numbering from one
       106-load-po-control.
           move 0                           to ws-last-po-num.
           open input po-control-file.
           if ws-po-control-status = "00" then
               read po-control-file
                   at end
                       continue
                   not at end
                       if pcl-last-po-num is numeric
                           move pcl-last-po-num to ws-last-po-num
                       end-if
               end-read
               close po-control-file
           end-if.


      *    Read the on-hand file once; every SKU/store below its
      *    reorder point once its open orders are counted becomes a
      *    suggestion, or a line for the buyer when it can't
       200-find-reorder-skus.
           open input on-hand-file.
           if ws-onhand-status not = "00" then
               exit paragraph
           end-if.
           move 'n'                         to ws-eof-flag.
           read on-hand-file
               at end move 'y'              to ws-eof-flag.
           perform until ws-eof-flag = 'y'
               if ohl-reorder-point > 0
                       and ohl-qty-on-hand < ohl-reorder-point
                   perform 210-check-one-sku
               end-if
               read on-hand-file
                   at end move 'y'          to ws-eof-flag
           end-perform.
           close on-hand-file.


       210-check-one-sku.
           move 0                           to ws-on-order.
           perform varying ws-po-sub from 1 by 1
               until ws-po-sub > ws-open-po-count
               if ws-po-sku(ws-po-sub) = ohl-sku
                       and ws-po-store(ws-po-sub) = ohl-store-num
                       and ws-po-order-qty(ws-po-sub)
                           > ws-po-recv-qty(ws-po-sub)
                   compute ws-on-order = ws-on-order
                       + ws-po-order-qty(ws-po-sub)
                       - ws-po-recv-qty(ws-po-sub)
               end-if
           end-perform.

           compute ws-shortfall = ohl-reorder-point
               - ohl-qty-on-hand - ws-on-order.
           if ws-shortfall <= 0 then
               exit paragraph
           end-if.

           move spaces                      to ws-work-reason.
           move 0                           to ws-vx-found.
           perform varying ws-vx-sub from 1 by 1
               until ws-vx-sub > ws-vendor-sku-count
                   or ws-vx-found > 0
               if ws-vx-sku(ws-vx-sub) = ohl-sku
                   move ws-vx-sub           to ws-vx-found
               end-if
           end-perform.
           move 0                           to ws-vm-found.
           if ws-vx-found = 0 then
               move "NO VENDOR ON CROSS-REFERENCE"
                   to ws-work-reason
           else
               perform varying ws-vm-sub from 1 by 1
                   until ws-vm-sub > ws-vendor-count
                       or ws-vm-found > 0
                   if ws-vm-vendor-num(ws-vm-sub) =
                           ws-vx-vendor-num(ws-vx-found)
                       move ws-vm-sub       to ws-vm-found
                   end-if
               end-perform
               if ws-vm-found = 0 then
                   move "VENDOR NOT ON VENDOR MASTER"
                       to ws-work-reason
               else
                   if ws-vm-status(ws-vm-found) not = 'A'
                       move "VENDOR NOT ACTIVE" to ws-work-reason
                   end-if
               end-if
           end-if.

           if ws-work-reason not = spaces then
               perform 220-save-no-vendor
           else
               perform 230-save-suggestion
           end-if.


       220-save-no-vendor.
           if ws-no-vendor-count < 1000 then
               add 1                        to ws-no-vendor-count
               move ohl-sku                 to
                   ws-nv-sku(ws-no-vendor-count)
               move ohl-store-num           to
                   ws-nv-store(ws-no-vendor-count)
               move ohl-qty-on-hand         to
                   ws-nv-on-hand(ws-no-vendor-count)
               move ohl-reorder-point       to
                   ws-nv-reorder(ws-no-vendor-count)
               move ws-work-reason          to
                   ws-nv-reason(ws-no-vendor-count)
           end-if.


      *    The order is the shortfall rounded up to whole packs of
      *    the cross-reference order quantity
       230-save-suggestion.
           if ws-suggestion-count not < 2000 then
               if ws-sg-full-warned = 'n' then
                   move 'y'                 to ws-sg-full-warned
                   display "WARNING: SUGGESTION TABLE FULL - SOME"
                   display "SKUS ARE NOT ORDERED THIS RUN"
               end-if
               exit paragraph
           end-if.
           add 1                            to ws-suggestion-count.
           move ws-suggestion-count         to ws-sg-i.
           move ws-vx-vendor-num(ws-vx-found)
               to ws-sg-vendor-num(ws-sg-i).
           move ws-vm-found                 to
               ws-sg-vendor-entry(ws-sg-i).
           move ohl-store-num               to ws-sg-store(ws-sg-i).
           move ohl-sku                     to ws-sg-sku(ws-sg-i).
           move ohl-qty-on-hand             to ws-sg-on-hand(ws-sg-i).
           move ohl-reorder-point           to ws-sg-reorder(ws-sg-i).
           move ws-on-order                 to ws-sg-on-order(ws-sg-i).
           move ws-vx-order-qty(ws-vx-found)
               to ws-sg-pack-qty(ws-sg-i).
           if ws-vx-order-qty(ws-vx-found) > 0 then
               compute ws-packs = (ws-shortfall
                   + ws-vx-order-qty(ws-vx-found) - 1)
                   / ws-vx-order-qty(ws-vx-found)
               compute ws-sg-order-qty(ws-sg-i) =
                   ws-packs * ws-vx-order-qty(ws-vx-found)
           else
               move ws-shortfall            to ws-sg-order-qty(ws-sg-i)
           end-if.
           move ws-sg-i                     to ws-sg-sub(ws-sg-i).


      *    Selection sort of the suggestion subscripts - vendor,
      *    store, SKU - few enough that a simple pass is plenty
       250-sort-suggestions.
           perform varying ws-sg-i from 1 by 1
               until ws-sg-i > ws-suggestion-count
               move ws-sg-i                 to ws-sg-low
               perform varying ws-sg-j from ws-sg-i by 1
                   until ws-sg-j > ws-suggestion-count
                   if ws-sg-vendor-num(ws-sg-sub(ws-sg-j)) <
                           ws-sg-vendor-num(ws-sg-sub(ws-sg-low))
                       or (ws-sg-vendor-num(ws-sg-sub(ws-sg-j)) =
                           ws-sg-vendor-num(ws-sg-sub(ws-sg-low))
                       and ws-sg-store(ws-sg-sub(ws-sg-j)) <
                           ws-sg-store(ws-sg-sub(ws-sg-low)))
                       or (ws-sg-vendor-num(ws-sg-sub(ws-sg-j)) =
                           ws-sg-vendor-num(ws-sg-sub(ws-sg-low))
                       and ws-sg-store(ws-sg-sub(ws-sg-j)) =
                           ws-sg-store(ws-sg-sub(ws-sg-low))
                       and ws-sg-sku(ws-sg-sub(ws-sg-j)) <
                           ws-sg-sku(ws-sg-sub(ws-sg-low)))
                       move ws-sg-j         to ws-sg-low
                   end-if
               end-perform
               if ws-sg-low not = ws-sg-i
                   move ws-sg-sub(ws-sg-i)  to ws-sg-temp
                   move ws-sg-sub(ws-sg-low) to ws-sg-sub(ws-sg-i)
                   move ws-sg-temp          to ws-sg-sub(ws-sg-low)
               end-if
           end-perform.


      *    Walk the sorted suggestions; each new vendor or store
      *    starts a new purchase order
       300-raise-purchase-orders.
           move spaces                      to ws-prev-vendor.
           move 0                           to ws-prev-store.
           perform varying ws-sg-i from 1 by 1
               until ws-sg-i > ws-suggestion-count
               move ws-sg-sub(ws-sg-i)      to ws-sg-this
               if ws-sg-vendor-num(ws-sg-this) not = ws-prev-vendor
                       or ws-sg-store(ws-sg-this) not = ws-prev-store
                   if ws-sg-i > 1
                       perform 320-print-po-total
                   end-if
                   perform 310-start-purchase-order
               end-if
               perform 330-add-po-line
           end-perform.
           perform 320-print-po-total.


       310-start-purchase-order.
           add 1                            to ws-last-po-num.
           move ws-last-po-num              to ws-current-po-num.
           add 1                            to ws-po-count.
           move 0                           to ws-po-lines.
           move ws-sg-vendor-num(ws-sg-this) to ws-prev-vendor.
           move ws-sg-store(ws-sg-this)     to ws-prev-store.
           move ws-sg-vendor-entry(ws-sg-this) to ws-vm-sub.
           compute ws-expected-date = function date-of-integer
               (function integer-of-date(ws-business-date)
                + ws-vm-lead-days(ws-vm-sub)).

           move ws-current-po-num           to ws-ph-po-num.
           move ws-prev-vendor              to ws-ph-vendor.
           move ws-vm-name(ws-vm-sub)       to ws-ph-vendor-name.
           move ws-prev-store               to ws-ph-store.
           move ws-expected-date            to ws-ph-expected.
           write output-line from ws-po-heading
               after advancing 2 lines.


       330-add-po-line.
           add 1                            to ws-po-lines.
           add 1                            to ws-line-count.
           if ws-open-po-count < 10000 then
               add 1                        to ws-open-po-count
               move ws-open-po-count        to ws-po-sub
               move ws-current-po-num       to ws-po-num(ws-po-sub)
               move ws-prev-vendor          to
                   ws-po-vendor-num(ws-po-sub)
               move ws-prev-store           to ws-po-store(ws-po-sub)
               move ws-sg-sku(ws-sg-this)   to ws-po-sku(ws-po-sub)
               move ws-sg-order-qty(ws-sg-this) to
                   ws-po-order-qty(ws-po-sub)
               move 0                       to
                   ws-po-recv-qty(ws-po-sub)
               move ws-business-date        to
                   ws-po-order-date(ws-po-sub)
               move ws-expected-date        to
                   ws-po-expected-date(ws-po-sub)
               move 'O'                     to ws-po-status(ws-po-sub)
               move spaces                  to ws-dl-note
           else
               perform 115-warn-po-table-full
               move "*** NOT SAVED - TABLE FULL ***" to ws-dl-note
           end-if.

           move ws-prev-store               to ws-dl-store.
           move ws-sg-sku(ws-sg-this)       to ws-dl-sku.
           move ws-sg-on-hand(ws-sg-this)   to ws-dl-on-hand.
           move ws-sg-reorder(ws-sg-this)   to ws-dl-reorder.
           move ws-sg-on-order(ws-sg-this)  to ws-dl-on-order.
           move ws-sg-pack-qty(ws-sg-this)  to ws-dl-pack-qty.
           move ws-sg-order-qty(ws-sg-this) to ws-dl-order-qty.
           write output-line from ws-detail-line
               after advancing 1 line.


       320-print-po-total.
           move ws-po-lines                 to ws-pt-lines.
           write output-line from ws-po-total-line
               after advancing 1 line.


       400-print-no-vendor.
           write output-line from ws-no-vendor-heading
               after advancing 2 lines.
           perform varying ws-nv-sub from 1 by 1
               until ws-nv-sub > ws-no-vendor-count
               move spaces                  to ws-detail-line
               move ws-nv-sku(ws-nv-sub)    to ws-dl-sku
               move ws-nv-on-hand(ws-nv-sub) to ws-dl-on-hand
               move ws-nv-reorder(ws-nv-sub) to ws-dl-reorder
               move ws-nv-reason(ws-nv-sub) to ws-dl-note
               move ws-nv-store(ws-nv-sub)  to ws-dl-store
               write output-line from ws-detail-line
                   after advancing 1 line
           end-perform.
           if ws-no-vendor-count = 0 then
               write output-line from ws-none-line
                   after advancing 1 line
           end-if.


       480-print-summary.
           move ws-po-count                 to ws-sum-po-cnt.
           move ws-line-count               to ws-sum-line-cnt.
           write output-line from ws-summary1-totals
               after advancing 2 lines.
           move ws-no-vendor-count          to ws-sum-no-vendor-cnt.
           write output-line from ws-summary2-totals
               after advancing 1 line.


       500-rewrite-open-po.
           open output open-po-file.
           perform varying ws-po-sub from 1 by 1
               until ws-po-sub > ws-open-po-count
               move ws-po-num(ws-po-sub)    to opo-po-num
               move ws-po-vendor-num(ws-po-sub) to opo-vendor-num
               move ws-po-store(ws-po-sub)  to opo-store-num
               move ws-po-sku(ws-po-sub)    to opo-sku
               move ws-po-order-qty(ws-po-sub) to opo-order-qty
               move ws-po-recv-qty(ws-po-sub) to opo-recv-qty
               move ws-po-order-date(ws-po-sub) to opo-order-date
               move ws-po-expected-date(ws-po-sub)
                   to opo-expected-date
               move ws-po-status(ws-po-sub) to opo-status
               write open-po-line
           end-perform.
           close open-po-file.


       510-rewrite-po-control.
           move ws-last-po-num              to pcl-last-po-num.
           open output po-control-file.
           write po-control-line.
           close po-control-file.


       700-archive-output-files.
           move ws-business-date            to ws-archive-date.

           move "../../../../data/PurchaseOrderSuggest.out"
               to ws-archive-read-path.
           string "../../../../data/PurchaseOrderSuggest_"
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


       end program PurchaseOrderSuggest.
