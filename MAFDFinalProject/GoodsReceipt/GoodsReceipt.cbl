      ******************************************************************
      * Author:    Connor Simmonds-Parke, Nicholas Sturch-flint
      * Date:      2021-11-10
      * Purpose:   Posts the stores' goods receipts against the open
      *            purchase orders PurchaseOrderSuggest raised. Each
      *            receipt puts the units into the store's on-hand,
      *            adds to the PO line's received quantity, and closes
      *            the line once it is filled or leaves it part-filled.
      *            The report lists the receipts posted, receipts over
      *            or short of the quantity still due, and PO lines
      *            past their expected date with nothing or only part
      *            received.
      * Note:      Run before InventoryMovement so the day's reorder
      *            flags see the deliveries. Closed PO lines drop off
      *            the open-PO file when it is written back; the dated
      *            report copy is the record of them.
      * Tectonics: cobc
      ******************************************************************
       identification division.

       program-id. GoodsReceipt.
       author. Connor Simmonds-Parke, Nicholas Sturch-flint.
       date-written. 11-10-2021.
      *Description: Posts goods receipts into the on-hand file against
      *             the open purchase orders.

       environment division.
       configuration section.

       input-output section.
       file-control.

      *    Input Files - the stores' receiving feed, one line per PO
      *    line delivered
           select receipt-file
               assign to "../../../../data/GoodsReceipts.dat"
               organization is line sequential
               file status is ws-receipt-status.

      *    Per-Store On-Hand File - maintained by InventoryMovement;
      *    received units are added here
           select on-hand-file
               assign to "../../../../data/OnHand.dat"
               organization is line sequential
               file status is ws-onhand-status.

      *    Open Purchase Orders - one line per PO line still open or
      *    part-filled
           select open-po-file
               assign to "../../../../data/OpenPO.dat"
               organization is line sequential
               file status is ws-open-po-status.

      *    Output Files
           select output-file
               assign to "../../../../data/GoodsReceipt.out"
               organization is line sequential.

      *    Receipt-Applied Control - records the batch date already
      *    posted, so an accidental same-day rerun doesn't receive
      *    every delivery twice
           select receipt-applied-file
               assign to "../../../../data/ReceiptApplied.ctl"
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

       fd receipt-file
           data record is receipt-line
           record contains 37 characters.

       01 receipt-line.
           05 gr-po-num                     pic 9(7).
           05 gr-store-num                  pic 99.
           05 gr-sku                        pic x(15).
           05 gr-qty                        pic 9(5).
           05 gr-receipt-date               pic 9(8).

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

       fd output-file
           data record is output-line
           record contains 110 characters.

       01 output-line                       pic x(110).

       fd receipt-applied-file
           data record is receipt-applied-line
           record contains 8 characters.

       01 receipt-applied-line.
           05 ral-batch-date                pic 9(8).

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
           05 filler                        pic x(28)
               value spaces.
           05 filler                        pic x(29)
               value "GOODS RECEIPT POSTING".
           05 filler                        pic x(11)
               value "BATCH DATE ".
           05 ws-header-busdate             pic 9(8).
           05 filler                        pic x(34)
               value spaces.

       01 ws-header2-headings.
           05 filler                        pic x(9)
               value "PO".
           05 filler                        pic x(8)
               value "Vendor".
           05 filler                        pic x(7)
               value "Store".
           05 filler                        pic x(17)
               value "SKU".
           05 filler                        pic x(9)
               value "  Ordered".
           05 filler                        pic x(9)
               value " Received".
           05 filler                        pic x(9)
               value "  To Date".
           05 filler                        pic x(10)
               value "  Date".
           05 filler                        pic x(32)
               value "  Note".

       01 ws-header3-underlines.
           05 filler                        pic x(9)
               value "-------".
           05 filler                        pic x(8)
               value "------".
           05 filler                        pic x(7)
               value "-----".
           05 filler                        pic x(17)
               value "---------------".
           05 filler                        pic x(9)
               value "  -------".
           05 filler                        pic x(9)
               value " --------".
           05 filler                        pic x(9)
               value "  -------".
           05 filler                        pic x(10)
               value "  --------".
           05 filler                        pic x(32)
               value "  ----".

      *Detail Line - shared by every section
       01 ws-detail-line.
           05 ws-dl-po-num                  pic 9(7).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-vendor                  pic x(6).
           05 filler                        pic x(3)
               value spaces.
           05 ws-dl-store                   pic z9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-sku                     pic x(15).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-ordered                 pic zzzzzz9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-received                pic zzzzzz9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-to-date                 pic zzzzzz9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-date                    pic 9(8).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-note                    pic x(32).

      *Section Headings
       01 ws-section-heading.
           05 filler                        pic x(5)
               value spaces.
           05 ws-sh-title                   pic x(60).
           05 filler                        pic x(45)
               value spaces.

       01 ws-none-line.
           05 filler                        pic x(5)
               value spaces.
           05 filler                        pic x(20)
               value "None.".
           05 filler                        pic x(85)
               value spaces.

       01 ws-reject-line.
           05 ws-rj-record                  pic x(37).
           05 filler                        pic x(4)
               value spaces.
           05 ws-rj-reason                  pic x(40).
           05 filler                        pic x(29)
               value spaces.

       01 ws-rerun-line.
           05 filler                        pic x(50)
               value "*** RERUN - BATCH DATE RECEIPTS ALREADY POSTED".
           05 filler                        pic x(40)
               value " - NOTHING POSTED ***".
           05 filler                        pic x(20)
               value spaces.

       01 ws-table-full-line.
           05 filler                        pic x(50)
               value "*** OPEN-PO FILE TOO LARGE FOR THE TABLE".
           05 filler                        pic x(40)
               value " - NOTHING POSTED ***".
           05 filler                        pic x(20)
               value spaces.

      *Summary Lines
       01 ws-summary1-totals.
           05 filler                        pic x(25)
               value "Receipts Posted       : ".
           05 ws-sum-recv-cnt               pic zzzz9.
           05 filler                        pic x(8)
               value spaces.
           05 filler                        pic x(25)
               value "PO Lines Closed       : ".
           05 ws-sum-closed-cnt             pic zzzz9.
           05 filler                        pic x(42)
               value spaces.

       01 ws-summary2-totals.
           05 filler                        pic x(25)
               value "Over / Short Receipts : ".
           05 ws-sum-over-cnt               pic zzzz9.
           05 filler                        pic x(3)
               value " / ".
           05 ws-sum-short-cnt              pic zzzz9.
           05 filler                        pic x(5)
               value spaces.
           05 filler                        pic x(25)
               value "PO Lines Past Due     : ".
           05 ws-sum-overdue-cnt            pic zzzz9.
           05 filler                        pic x(37)
               value spaces.

       01 ws-summary3-totals.
           05 filler                        pic x(25)
               value "Receipt Lines Rejected: ".
           05 ws-sum-reject-cnt             pic zzzz9.
           05 filler                        pic x(80)
               value spaces.

      *On-Hand Table - the whole on-hand file plus any SKU/store a
      *receipt opens fresh
       01 ws-onhand-table.
           05 ws-oh-entry                   occurs 20000 times.
               10 ws-oh-sku                 pic x(15).
               10 ws-oh-store               pic 99.
               10 ws-oh-qty                 pic s9(7).
               10 ws-oh-reorder             pic 9(5).
       77 ws-oh-count                       pic 9(5)  value 0.
       77 ws-oh-sub                         pic 9(5)  value 0.
       77 ws-oh-found                       pic 9(5)  value 0.
       77 ws-oh-full-warned                 pic x     value 'n'.

      *Open PO Table - a filled line is marked closed so the file is
      *written back without it
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
       77 ws-po-found                       pic 9(5)  value 0.
       77 ws-po-full-warned                 pic x     value 'n'.

      *Over / Short Receipts - kept to print after the receipts
       01 ws-variance-table.
           05 ws-vr-entry                   occurs 1000 times.
               10 ws-vr-po-sub              pic 9(5).
               10 ws-vr-recv-qty            pic 9(5).
               10 ws-vr-due-qty             pic 9(5).
               10 ws-vr-recv-date           pic 9(8).
       77 ws-variance-count                 pic 9(5)  value 0.
       77 ws-vr-sub                         pic 9(5)  value 0.

      *Rejected Receipt Lines - kept to print at the end
       01 ws-reject-table.
           05 ws-rj-entry                   occurs 500 times.
               10 ws-rj-saved-record        pic x(37).
               10 ws-rj-saved-reason        pic x(40).
       77 ws-reject-count                   pic 9(5)  value 0.
       77 ws-rj-sub                         pic 9(5)  value 0.

      *Work Fields
       77 ws-work-reason                    pic x(40) value spaces.
       77 ws-due-qty                        pic 9(5)  value 0.
       77 ws-over-qty                       pic 9(5)  value 0.
       77 ws-short-qty                      pic 9(5)  value 0.
       77 ws-qty-print                      pic zzzz9.

      *Counters
       77 ws-recv-count                     pic 9(5)  value 0.
       77 ws-closed-count                   pic 9(5)  value 0.
       77 ws-over-count                     pic 9(5)  value 0.
       77 ws-short-count                    pic 9(5)  value 0.
       77 ws-overdue-count                  pic 9(5)  value 0.

      *Rerun Protection - set when the control already carries this
      *batch date and no operator override is on hand; nothing is
      *posted, though the past-due listing is still printed
       77 ws-applied-status                 pic xx    value spaces.
       77 ws-override-status                pic xx    value spaces.
       77 ws-rerun-flag                     pic x     value 'n'.

      *General Constants
       77 ws-receipt-status                 pic xx    value spaces.
       77 ws-onhand-status                  pic xx    value spaces.
       77 ws-open-po-status                 pic xx    value spaces.
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
           perform 095-check-receipt-applied.
           perform 100-load-on-hand.
           perform 104-load-open-po.

           open output output-file.
           move ws-business-date            to ws-header-busdate.
           write output-line from ws-header1-main
               after advancing 1 line.
           write output-line from ws-header2-headings
               after advancing 2 lines.
           write output-line from ws-header3-underlines
               after advancing 1 line.

      *    A detected rerun posts nothing - the first run already
      *    received the day's deliveries
           if ws-rerun-flag = 'y' then
               if ws-po-full-warned = 'y'
                   write output-line from ws-table-full-line
                       after advancing 1 line
               else
                   write output-line from ws-rerun-line
                       after advancing 1 line
               end-if
           else
               move "RECEIPTS POSTED"       to ws-sh-title
               write output-line from ws-section-heading
                   after advancing 1 line
               perform 200-post-receipts
               if ws-recv-count = 0 then
                   write output-line from ws-none-line
                       after advancing 1 line
               end-if
               perform 300-print-over-short
           end-if.

           perform 400-print-past-due.

           if ws-rerun-flag = 'n' then
               perform 450-print-rejects
           end-if.
           perform 480-print-summary.
           close output-file.

      *    Write the maintained files back out and stamp the batch
      *    date applied
           if ws-rerun-flag = 'n' then
               perform 500-rewrite-on-hand
               perform 505-rewrite-open-po
               perform 510-stamp-receipt-applied
           end-if.

      *    Keep a date-stamped copy of today's output so a later run
      *    doesn't erase the only record of it
           perform 700-archive-output-files.

      *    End of 000-main (end of GoodsReceipt program)
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

      *    The control records the batch date already posted - a
      *    repeat run on the same date skips the posting unless the
      *    operator has put the override file on hand
       095-check-receipt-applied.
           open input receipt-applied-file.
           if ws-applied-status = "00" then
               read receipt-applied-file
                   at end
                       continue
                   not at end
                       if ral-batch-date = ws-business-date then
                           perform 096-check-rerun-override
                       end-if
               end-read
               close receipt-applied-file
           end-if.

       096-check-rerun-override.
           open input rerun-override-file.
           if ws-override-status = "00" then
               close rerun-override-file
               display "RERUN OVERRIDE ON HAND - POSTING AGAIN"
           else
               move 'y'                     to ws-rerun-flag
               display "RERUN DETECTED - RECEIPTS ALREADY POSTED"
               display "- POSTING SKIPPED"
               display "(CREATE RerunOverride.ctl TO FORCE)"
           end-if.


       100-load-on-hand.
           open input on-hand-file.
           if ws-onhand-status = "00" then
               move 'n'                     to ws-eof-flag
               perform until ws-eof-flag = 'y'
                   read on-hand-file
                       at end
                           move 'y'         to ws-eof-flag
                       not at end
                           if ws-oh-count < 20000
                               add 1        to ws-oh-count
                               move ohl-sku
                                   to ws-oh-sku(ws-oh-count)
                               move ohl-store-num
                                   to ws-oh-store(ws-oh-count)
                               move ohl-qty-on-hand
                                   to ws-oh-qty(ws-oh-count)
                               move ohl-reorder-point
                                   to ws-oh-reorder(ws-oh-count)
                           else
                               perform 110-warn-table-full
                           end-if
                   end-read
               end-perform
               close on-hand-file
           end-if.

       110-warn-table-full.
           if ws-oh-full-warned = 'n' then
               move 'y'                     to ws-oh-full-warned
               display "WARNING: ON-HAND TABLE FULL - SOME SKUS ARE"
               display "MISSING FROM THE RECEIPTS THIS RUN"
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

      *    A PO line left off the table would be lost when the file is
      *    written back, so a full table stops the posting outright
       115-warn-po-table-full.
           if ws-po-full-warned = 'n' then
               move 'y'                     to ws-po-full-warned
               move 'y'                     to ws-rerun-flag
               display "ERROR: OPEN-PO TABLE FULL - RECEIPTS NOT"
               display "POSTED THIS RUN"
           end-if.


      *    Add the received units to the receipt line's SKU and
      *    store, opening a fresh entry if the store never held it
       130-post-units.
           move 0                           to ws-oh-found.
           perform varying ws-oh-sub from 1 by 1
               until ws-oh-sub > ws-oh-count or ws-oh-found > 0
               if ws-oh-sku(ws-oh-sub) = gr-sku
                       and ws-oh-store(ws-oh-sub) = gr-store-num
                   move ws-oh-sub           to ws-oh-found
               end-if
           end-perform.
           if ws-oh-found = 0 then
               if ws-oh-count < 20000 then
                   add 1                    to ws-oh-count
                   move ws-oh-count         to ws-oh-found
                   move gr-sku              to ws-oh-sku(ws-oh-found)
                   move gr-store-num        to ws-oh-store(ws-oh-found)
                   move 0                   to ws-oh-qty(ws-oh-found)
                   move 0                   to
                       ws-oh-reorder(ws-oh-found)
               else
                   perform 110-warn-table-full
               end-if
           end-if.
           if ws-oh-found > 0 then
               add gr-qty                   to ws-oh-qty(ws-oh-found)
           end-if.


       200-post-receipts.
           open input receipt-file.
           if ws-receipt-status not = "00" then
               exit paragraph
           end-if.
           move 'n'                         to ws-eof-flag.
           read receipt-file
               at end move 'y'              to ws-eof-flag.
           perform until ws-eof-flag = 'y'
               perform 210-post-one-receipt
               if ws-work-reason not = spaces
                   perform 240-save-reject
               end-if
               read receipt-file
                   at end move 'y'          to ws-eof-flag
           end-perform.
           close receipt-file.


       210-post-one-receipt.
           move spaces                      to ws-work-reason.
           evaluate true
               when gr-po-num is not numeric or gr-po-num = 0
                   move "PO NUMBER MISSING OR NOT NUMERIC"
                       to ws-work-reason
               when gr-store-num is not numeric or gr-store-num = 0
                   move "STORE NUMBER MISSING OR NOT NUMERIC"
                       to ws-work-reason
               when gr-sku = spaces
                   move "SKU MISSING"       to ws-work-reason
               when gr-qty is not numeric or gr-qty = 0
                   move "RECEIVED QUANTITY MISSING OR ZERO"
                       to ws-work-reason
               when gr-receipt-date is not numeric
                       or gr-receipt-date = 0
                       or gr-receipt-date > ws-business-date
                   move "RECEIPT DATE MISSING OR AFTER BATCH DATE"
                       to ws-work-reason
           end-evaluate.
           if ws-work-reason not = spaces then
               exit paragraph
           end-if.

           move 0                           to ws-po-found.
           perform varying ws-po-sub from 1 by 1
               until ws-po-sub > ws-open-po-count or ws-po-found > 0
               if ws-po-num(ws-po-sub) = gr-po-num
                       and ws-po-sku(ws-po-sub) = gr-sku
                       and ws-po-status(ws-po-sub) not = 'C'
                   move ws-po-sub           to ws-po-found
               end-if
           end-perform.
           if ws-po-found = 0 then
               move "NO OPEN PO LINE FOR THIS PO AND SKU"
                   to ws-work-reason
               exit paragraph
           end-if.
           if ws-po-store(ws-po-found) not = gr-store-num then
               move "RECEIVED AT A STORE NOT ON THE PO"
                   to ws-work-reason
               exit paragraph
           end-if.

           compute ws-due-qty = ws-po-order-qty(ws-po-found)
               - ws-po-recv-qty(ws-po-found).
           perform 130-post-units.
           add gr-qty                       to
               ws-po-recv-qty(ws-po-found).
           add 1                            to ws-recv-count.

           move spaces                      to ws-detail-line.
           if ws-po-recv-qty(ws-po-found)
                   >= ws-po-order-qty(ws-po-found) then
               move 'C'                     to
                   ws-po-status(ws-po-found)
               add 1                        to ws-closed-count
               move "PO LINE CLOSED"        to ws-dl-note
           else
               move 'P'                     to
                   ws-po-status(ws-po-found)
               move "PO LINE PART-FILLED"   to ws-dl-note
           end-if.
           if gr-qty not = ws-due-qty then
               perform 235-save-variance
           end-if.

           move ws-po-found                 to ws-po-sub.
           perform 320-fill-po-detail.
           move gr-qty                      to ws-dl-received.
           move gr-receipt-date             to ws-dl-date.
           write output-line from ws-detail-line
               after advancing 1 line.


       235-save-variance.
           if ws-variance-count < 1000 then
               add 1                        to ws-variance-count
               move ws-po-found             to
                   ws-vr-po-sub(ws-variance-count)
               move gr-qty                  to
                   ws-vr-recv-qty(ws-variance-count)
               move ws-due-qty              to
                   ws-vr-due-qty(ws-variance-count)
               move gr-receipt-date         to
                   ws-vr-recv-date(ws-variance-count)
           end-if.
           if gr-qty > ws-due-qty then
               add 1                        to ws-over-count
           else
               add 1                        to ws-short-count
           end-if.


       240-save-reject.
           if ws-reject-count < 500 then
               add 1                        to ws-reject-count
               move receipt-line            to
                   ws-rj-saved-record(ws-reject-count)
               move ws-work-reason          to
                   ws-rj-saved-reason(ws-reject-count)
           end-if.


       300-print-over-short.
           move "RECEIPTS OVER OR SHORT OF THE QUANTITY DUE"
               to ws-sh-title.
           write output-line from ws-section-heading
               after advancing 2 lines.
           perform varying ws-vr-sub from 1 by 1
               until ws-vr-sub > ws-variance-count
               move ws-vr-po-sub(ws-vr-sub) to ws-po-sub
               move spaces                  to ws-detail-line
               perform 320-fill-po-detail
               move ws-vr-recv-qty(ws-vr-sub) to ws-dl-received
               move ws-vr-recv-date(ws-vr-sub) to ws-dl-date
               move spaces                  to ws-dl-note
               if ws-vr-recv-qty(ws-vr-sub) > ws-vr-due-qty(ws-vr-sub)
                   compute ws-over-qty = ws-vr-recv-qty(ws-vr-sub)
                       - ws-vr-due-qty(ws-vr-sub)
                   move ws-over-qty         to ws-qty-print
                   string "OVER BY " ws-qty-print
                       delimited by size into ws-dl-note
                   end-string
               else
                   compute ws-short-qty = ws-vr-due-qty(ws-vr-sub)
                       - ws-vr-recv-qty(ws-vr-sub)
                   move ws-short-qty        to ws-qty-print
                   string "SHORT BY " ws-qty-print
                       delimited by size into ws-dl-note
                   end-string
               end-if
               write output-line from ws-detail-line
                   after advancing 1 line
           end-perform.
           if ws-variance-count = 0 then
               write output-line from ws-none-line
                   after advancing 1 line
           end-if.


       320-fill-po-detail.
           move ws-po-num(ws-po-sub)        to ws-dl-po-num.
           move ws-po-vendor-num(ws-po-sub) to ws-dl-vendor.
           move ws-po-store(ws-po-sub)      to ws-dl-store.
           move ws-po-sku(ws-po-sub)        to ws-dl-sku.
           move ws-po-order-qty(ws-po-sub)  to ws-dl-ordered.
           move ws-po-recv-qty(ws-po-sub)   to ws-dl-to-date.


      *    Every PO line still open or part-filled after today's
      *    receipts whose expected date has gone by
       400-print-past-due.
           move "PO LINES PAST THEIR EXPECTED DATE"
               to ws-sh-title.
           write output-line from ws-section-heading
               after advancing 2 lines.
           perform varying ws-po-sub from 1 by 1
               until ws-po-sub > ws-open-po-count
               if ws-po-status(ws-po-sub) not = 'C'
                       and ws-po-expected-date(ws-po-sub)
                           < ws-business-date
                   add 1                    to ws-overdue-count
                   move spaces              to ws-detail-line
                   perform 320-fill-po-detail
                   move ws-po-expected-date(ws-po-sub) to ws-dl-date
                   if ws-po-status(ws-po-sub) = 'P'
                       move "PAST DUE - PART RECEIVED" to ws-dl-note
                   else
                       move "PAST DUE - NOTHING RECEIVED"
                           to ws-dl-note
                   end-if
                   write output-line from ws-detail-line
                       after advancing 1 line
               end-if
           end-perform.
           if ws-overdue-count = 0 then
               write output-line from ws-none-line
                   after advancing 1 line
           end-if.


       450-print-rejects.
           move "RECEIPT LINES REJECTED - NOT POSTED"
               to ws-sh-title.
           write output-line from ws-section-heading
               after advancing 2 lines.
           perform varying ws-rj-sub from 1 by 1
               until ws-rj-sub > ws-reject-count
               move ws-rj-saved-record(ws-rj-sub) to ws-rj-record
               move ws-rj-saved-reason(ws-rj-sub) to ws-rj-reason
               write output-line from ws-reject-line
                   after advancing 1 line
           end-perform.
           if ws-reject-count = 0 then
               write output-line from ws-none-line
                   after advancing 1 line
           end-if.


       480-print-summary.
           move ws-recv-count               to ws-sum-recv-cnt.
           move ws-closed-count             to ws-sum-closed-cnt.
           write output-line from ws-summary1-totals
               after advancing 2 lines.
           move ws-over-count               to ws-sum-over-cnt.
           move ws-short-count              to ws-sum-short-cnt.
           move ws-overdue-count            to ws-sum-overdue-cnt.
           write output-line from ws-summary2-totals
               after advancing 1 line.
           move ws-reject-count             to ws-sum-reject-cnt.
           write output-line from ws-summary3-totals
               after advancing 1 line.


       500-rewrite-on-hand.
           open output on-hand-file.
           perform varying ws-oh-sub from 1 by 1
               until ws-oh-sub > ws-oh-count
               move ws-oh-sku(ws-oh-sub)    to ohl-sku
               move ws-oh-store(ws-oh-sub)  to ohl-store-num
               move ws-oh-qty(ws-oh-sub)    to ohl-qty-on-hand
               move ws-oh-reorder(ws-oh-sub) to ohl-reorder-point
               write on-hand-line
           end-perform.
           close on-hand-file.


      *    Only lines still open or part-filled go back to the file
       505-rewrite-open-po.
           open output open-po-file.
           perform varying ws-po-sub from 1 by 1
               until ws-po-sub > ws-open-po-count
               if ws-po-status(ws-po-sub) not = 'C'
                   move ws-po-num(ws-po-sub) to opo-po-num
                   move ws-po-vendor-num(ws-po-sub) to opo-vendor-num
                   move ws-po-store(ws-po-sub) to opo-store-num
                   move ws-po-sku(ws-po-sub) to opo-sku
                   move ws-po-order-qty(ws-po-sub) to opo-order-qty
                   move ws-po-recv-qty(ws-po-sub) to opo-recv-qty
                   move ws-po-order-date(ws-po-sub) to opo-order-date
                   move ws-po-expected-date(ws-po-sub)
                       to opo-expected-date
                   move ws-po-status(ws-po-sub) to opo-status
                   write open-po-line
               end-if
           end-perform.
           close open-po-file.

      *    Record that this batch date's receipts are posted
       510-stamp-receipt-applied.
           move ws-business-date            to ral-batch-date.
           open output receipt-applied-file.
           write receipt-applied-line.
           close receipt-applied-file.


       700-archive-output-files.
           move ws-business-date            to ws-archive-date.

           move "../../../../data/GoodsReceipt.out"
               to ws-archive-read-path.
           string "../../../../data/GoodsReceipt_"
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


       end program GoodsReceipt.
