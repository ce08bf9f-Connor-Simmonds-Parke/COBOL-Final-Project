      ******************************************************************
      * Author:    Connor Simmonds-Parke, Nicholas Sturch-flint
      * Date:      2021-10-27
      * Purpose:   The on-hand file is only ever moved by the day's
      *            sales, returns and exchanges, so the book figure
      *            drifts from what is really on the shelf. This
      *            program takes the stores' quarterly and cycle count
      *            sheets, compares each counted SKU to its book
      *            quantity, sets the on-hand file to the counted
      *            figure, and appends every adjustment to a running
      *            audit file. The shrinkage report values each
      *            variance at the product master list price, with
      *            store and region totals. SKUs on the book at a
      *            counted store that were not on the count sheets are
      *            listed separately and left as they are.
      * Note:      Run after InventoryMovement has posted the count
      *            date's business, so the book figure compared is the
      *            one at the close of the day the count was taken.
      *            A SKU counted on more than one sheet (two shelf
      *            locations) is the sum of its sheets.
      * Tectonics: cobc
      ******************************************************************
       identification division.

       program-id. PhysicalCount.
       author. Connor Simmonds-Parke, Nicholas Sturch-flint.
       date-written. 10-27-2021.
      *Description: Posts physical inventory counts to the on-hand file
      *             and prints the shrinkage report.

       environment division.
       configuration section.

       input-output section.
       file-control.

      *    Input Files - the stores' count sheets, one line per SKU
      *    counted
           select count-file
               assign to "../../../../data/InventoryCounts.dat"
               organization is line sequential
               file status is ws-count-status.

      *    Per-Store On-Hand File - maintained by InventoryMovement;
      *    trued up here to the counted quantities
           select on-hand-file
               assign to "../../../../data/OnHand.dat"
               organization is line sequential
               file status is ws-onhand-status.

      *    Product Master - list prices the shrinkage is valued at
           select product-file
               assign to "../../../../data/ProductMaster.dat"
               organization is line sequential
               file status is ws-product-status.

      *    Store Master - the region each store reports under
           select store-file
               assign to "../../../../data/StoreMaster.dat"
               organization is line sequential
               file status is ws-store-status.

      *    Inventory Adjustment Audit - one line per SKU counted, the
      *    book and counted quantities and the adjustment made; the
      *    file is created on first use and only ever extended
           select adjustment-file
               assign to "../../../../data/InventoryAdjustments.dat"
               organization is line sequential
               file status is ws-adjust-status.

      *    Output Files
           select output-file
               assign to "../../../../data/PhysicalCount.out"
               organization is line sequential.

      *    Count-Applied Control - records the batch date whose counts
      *    are already posted, so an accidental same-day rerun doesn't
      *    write every adjustment to the audit twice
           select count-applied-file
               assign to "../../../../data/CountApplied.ctl"
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

      *Count Sheet Record
       fd count-file
           data record is count-line
           record contains 32 characters.

       01 count-line.
           05 cl-store-num                  pic 99.
           05 cl-sku                        pic x(15).
           05 cl-counted-qty                pic 9(7).
           05 cl-count-date                 pic 9(8).

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

       fd product-file
           data record is product-line
           record contains 49 characters.

       01 product-line.
           05 pm-sku                        pic x(15).
           05 pm-description                pic x(20).
           05 pm-list-price                 pic 9(5)v99.
           05 pm-unit-cost                  pic 9(5)v99.

       fd store-file
           data record is store-line
           record contains 38 characters.

       01 store-line.
           05 sm-store-num                  pic 99.
           05 sm-name                       pic x(20).
           05 sm-region                     pic x(12).
           05 sm-tax-rate                   pic 9v99.
           05 sm-active                     pic x.

       fd adjustment-file
           data record is adjustment-line
           record contains 72 characters.

       01 adjustment-line.
           05 adj-batch-date                pic 9(8).
           05 adj-store-num                 pic 99.
           05 adj-sku                       pic x(15).
           05 adj-count-date                pic 9(8).
           05 adj-book-qty                  pic s9(7).
           05 adj-counted-qty               pic 9(7).
           05 adj-variance                  pic s9(7).
           05 adj-unit-price                pic 9(5)v99.
           05 adj-value                     pic s9(9)v99.

       fd output-file
           data record is output-line
           record contains 110 characters.

       01 output-line                       pic x(110).

       fd count-applied-file
           data record is count-applied-line
           record contains 8 characters.

       01 count-applied-line.
           05 cal-batch-date                pic 9(8).

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
           05 filler                        pic x(22)
               value spaces.
           05 filler                        pic x(35)
               value "PHYSICAL COUNT - SHRINKAGE REPORT".
           05 filler                        pic x(11)
               value "BATCH DATE ".
           05 ws-header-busdate             pic 9(8).
           05 filler                        pic x(34)
               value spaces.

       01 ws-header2-headings.
           05 filler                        pic x(5)
               value "Store".
           05 filler                        pic x(17)
               value "SKU".
           05 filler                        pic x(22)
               value "Description".
           05 filler                        pic x(10)
               value "    Book".
           05 filler                        pic x(9)
               value "Counted".
           05 filler                        pic x(10)
               value "Variance".
           05 filler                        pic x(11)
               value "List Price".
           05 filler                        pic x(15)
               value "          Value".
           05 filler                        pic x(11)
               value " Note".

       01 ws-header3-underlines.
           05 filler                        pic x(5)
               value "-----".
           05 filler                        pic x(17)
               value "---------------".
           05 filler                        pic x(22)
               value "--------------------".
           05 filler                        pic x(10)
               value "--------".
           05 filler                        pic x(9)
               value "-------".
           05 filler                        pic x(10)
               value "--------".
           05 filler                        pic x(11)
               value "---------".
           05 filler                        pic x(15)
               value "---------------".
           05 filler                        pic x(11)
               value " ----".

      *Detail Line - one per counted SKU whose count differs from the
      *book, and (in its own section) one per SKU not counted
       01 ws-detail-line.
           05 ws-dl-store-num               pic z9.
           05 filler                        pic x(3)
               value spaces.
           05 ws-dl-sku                     pic x(15).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-desc                    pic x(20).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-book                    pic -zzzzzz9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-counted                 pic zzzzzz9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-variance                pic -zzzzzz9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-price                   pic zz,zz9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-value                   pic -zzz,zzz,zz9.99.
           05 filler                        pic x(1)
               value spaces.
           05 ws-dl-note                    pic x(10).

      *Store / Region / Grand Total Line
       01 ws-total-line.
           05 filler                        pic x(5)
               value spaces.
           05 ws-tl-label                   pic x(39).
           05 filler                        pic x(20)
               value spaces.
           05 ws-tl-variance                pic -zzzzzz9.
           05 filler                        pic x(13)
               value spaces.
           05 ws-tl-value                   pic -zzz,zzz,zz9.99.
           05 filler                        pic x(10)
               value spaces.

      *Section Headings
       01 ws-region-heading.
           05 filler                        pic x(5)
               value spaces.
           05 filler                        pic x(40)
               value "SHRINKAGE BY REGION".
           05 filler                        pic x(65)
               value spaces.

       01 ws-not-counted-heading.
           05 filler                        pic x(5)
               value spaces.
           05 filler                        pic x(50)
               value "ON HAND BUT NOT COUNTED - BOOK LEFT UNCHANGED".
           05 filler                        pic x(55)
               value spaces.

       01 ws-reject-heading.
           05 filler                        pic x(5)
               value spaces.
           05 filler                        pic x(50)
               value "COUNT LINES REJECTED - NOT POSTED".
           05 filler                        pic x(55)
               value spaces.

       01 ws-reject-line.
           05 ws-rj-record                  pic x(32).
           05 filler                        pic x(4)
               value spaces.
           05 ws-rj-reason                  pic x(40).
           05 filler                        pic x(34)
               value spaces.

       01 ws-no-variance-line.
           05 filler                        pic x(46)
               value "No count differs from the book figure.".
           05 filler                        pic x(64)
               value spaces.

       01 ws-none-line.
           05 filler                        pic x(5)
               value spaces.
           05 filler                        pic x(20)
               value "None.".
           05 filler                        pic x(85)
               value spaces.

       01 ws-no-counts-line.
           05 filler                        pic x(46)
               value "No count sheets on hand for this run.".
           05 filler                        pic x(64)
               value spaces.

       01 ws-rerun-line.
           05 filler                        pic x(50)
               value "*** RERUN - BATCH DATE COUNTS ALREADY POSTED TO".
           05 filler                        pic x(40)
               value " THE ON-HAND FILE - NOTHING POSTED ***".
           05 filler                        pic x(20)
               value spaces.

      *Summary Lines
       01 ws-summary1-totals.
           05 filler                        pic x(25)
               value "Count Lines Read      : ".
           05 ws-sum-read-cnt               pic zzzz9.
           05 filler                        pic x(8)
               value spaces.
           05 filler                        pic x(25)
               value "SKUs Counted          : ".
           05 ws-sum-counted-cnt            pic zzzz9.
           05 filler                        pic x(42)
               value spaces.

       01 ws-summary2-totals.
           05 filler                        pic x(25)
               value "SKUs Adjusted         : ".
           05 ws-sum-adjusted-cnt           pic zzzz9.
           05 filler                        pic x(8)
               value spaces.
           05 filler                        pic x(25)
               value "Not Counted / Rejected: ".
           05 ws-sum-not-counted-cnt        pic zzzz9.
           05 filler                        pic x(3)
               value " / ".
           05 ws-sum-rejected-cnt           pic zzzz9.
           05 filler                        pic x(34)
               value spaces.

      *On-Hand Table - the whole on-hand file plus any SKU counted at
      *a store the book had never heard of, with the count posted
      *against each entry
       01 ws-onhand-table.
           05 ws-oh-entry                   occurs 20000 times.
               10 ws-oh-sku                 pic x(15).
               10 ws-oh-store               pic 99.
               10 ws-oh-qty                 pic s9(7).
               10 ws-oh-reorder             pic 9(5).
               10 ws-oh-new-flag            pic x.
               10 ws-oh-counted-flag        pic x.
               10 ws-oh-count-qty           pic 9(7).
               10 ws-oh-count-date          pic 9(8).
       77 ws-oh-count                       pic 9(5)  value 0.
       77 ws-oh-sub                         pic 9(5)  value 0.
       77 ws-oh-found                       pic 9(5)  value 0.
       77 ws-oh-search                      pic 9(5)  value 0.
       77 ws-oh-full-warned                 pic x     value 'n'.

      *Product Table - SKU, description and list price
       01 ws-product-table.
           05 ws-pm-entry                   occurs 3000 times.
               10 ws-pm-sku                 pic x(15).
               10 ws-pm-desc                pic x(20).
               10 ws-pm-listprice           pic 9(5)v99.
       77 ws-product-count                  pic 9(5)  value 0.
       77 ws-pm-sub                         pic 9(5)  value 0.
       77 ws-pm-found                       pic 9(5)  value 0.

      *Store Master Table, subscripted directly by store number;
      *stores missing from the master report as UNASSIGNED. The
      *counted flag marks the stores whose sheets came in, so only
      *their uncounted SKUs are listed
       01 ws-store-master-table.
           05 ws-sm-entry                   occurs 99 times.
               10 ws-sm-region              pic x(12).
               10 ws-sm-counted             pic x.
               10 ws-sm-var-units           pic s9(9).
               10 ws-sm-var-value           pic s9(9)v99.
       77 ws-sm-sub                         pic 999   value 0.

      *Region Subtotal Table - built at print time by rolling the
      *store totals up under each store's master-file region
       01 ws-region-table.
           05 ws-rg-entry                   occurs 20 times.
               10 ws-rg-name                pic x(12).
               10 ws-rg-var-units           pic s9(9).
               10 ws-rg-var-value           pic s9(9)v99.
       77 ws-region-count                   pic 99    value 0.
       77 ws-rg-sub                         pic 99    value 0.
       77 ws-rg-found                       pic 99    value 0.

      *Rejected Count Lines - kept to print after the shrinkage
       01 ws-reject-table.
           05 ws-rj-entry                   occurs 500 times.
               10 ws-rj-saved-record        pic x(32).
               10 ws-rj-saved-reason        pic x(40).
       77 ws-reject-count                   pic 9(5)  value 0.
       77 ws-rj-sub                         pic 9(5)  value 0.

      *Work Fields
       77 ws-work-variance                  pic s9(7) value 0.
       77 ws-work-price                     pic 9(5)v99 value 0.
       77 ws-work-value                     pic s9(9)v99 value 0.
       77 ws-work-reason                    pic x(40) value spaces.
       77 ws-grand-var-units                pic s9(9) value 0.
       77 ws-grand-var-value                pic s9(9)v99 value 0.
       77 ws-store-lines                    pic 9(5)  value 0.

      *Counters
       77 ws-read-count                     pic 9(5)  value 0.
       77 ws-counted-count                  pic 9(5)  value 0.
       77 ws-adjusted-count                 pic 9(5)  value 0.
       77 ws-not-counted-count              pic 9(5)  value 0.

      *Rerun Protection - set when the count-applied control already
      *carries this batch date and no operator override is on hand;
      *nothing is posted
       77 ws-applied-status                 pic xx    value spaces.
       77 ws-override-status                pic xx    value spaces.
       77 ws-rerun-flag                     pic x     value 'n'.

      *General Constants
       77 ws-count-status                   pic xx    value spaces.
       77 ws-onhand-status                  pic xx    value spaces.
       77 ws-product-status                 pic xx    value spaces.
       77 ws-store-status                   pic xx    value spaces.
       77 ws-adjust-status                  pic xx    value spaces.
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
           perform 095-check-count-applied.
           perform 100-load-on-hand.
           perform 102-load-product-master.
           perform 104-load-store-master.

           open output output-file.
           move ws-business-date            to ws-header-busdate.
           write output-line from ws-header1-main
               after advancing 1 line.
           write output-line from ws-header2-headings
               after advancing 2 lines.
           write output-line from ws-header3-underlines
               after advancing 1 line.

      *    A detected rerun posts nothing - the first run already set
      *    the book to the counts and wrote the audit
           if ws-rerun-flag = 'y' then
               write output-line from ws-rerun-line
                   after advancing 1 line
           else
               perform 200-post-count-sheets
               if ws-read-count = 0 then
                   write output-line from ws-no-counts-line
                       after advancing 1 line
               else
                   perform 300-print-shrinkage
                   perform 350-print-region-totals
                   perform 400-print-not-counted
                   perform 450-print-rejects
                   perform 480-print-summary
                   perform 500-rewrite-on-hand
                   perform 510-stamp-count-applied
               end-if
           end-if.

           close output-file.

      *    Keep a date-stamped copy of today's output so a later run
      *    doesn't erase the only record of it
           perform 700-archive-output-files.

      *    End of 000-main (end of PhysicalCount program)
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
       095-check-count-applied.
           open input count-applied-file.
           if ws-applied-status = "00" then
               read count-applied-file
                   at end
                       continue
                   not at end
                       if cal-batch-date = ws-business-date then
                           perform 096-check-rerun-override
                       end-if
               end-read
               close count-applied-file
           end-if.

       096-check-rerun-override.
           open input rerun-override-file.
           if ws-override-status = "00" then
               close rerun-override-file
               display "RERUN OVERRIDE ON HAND - POSTING AGAIN"
           else
               move 'y'                     to ws-rerun-flag
               display "RERUN DETECTED - COUNTS ALREADY POSTED TO"
               display "THE ON-HAND FILE - POSTING SKIPPED"
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
                               move 'n'
                                   to ws-oh-new-flag(ws-oh-count)
                               move 'n'
                                   to ws-oh-counted-flag(ws-oh-count)
                               move 0
                                   to ws-oh-count-qty(ws-oh-count)
                               move 0
                                   to ws-oh-count-date(ws-oh-count)
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
               display "MISSING FROM THE COUNT POSTING THIS RUN"
           end-if.


       102-load-product-master.
           open input product-file.
           if ws-product-status = "00" then
               move 'n'                     to ws-eof-flag
               perform until ws-eof-flag = 'y'
                   read product-file
                       at end
                           move 'y'         to ws-eof-flag
                       not at end
                           if ws-product-count < 3000
                               add 1        to ws-product-count
                               move pm-sku  to
                                   ws-pm-sku(ws-product-count)
                               move pm-description to
                                   ws-pm-desc(ws-product-count)
                               move pm-list-price to
                                   ws-pm-listprice(ws-product-count)
                           end-if
                   end-read
               end-perform
               close product-file
           end-if.


      *    Every store starts UNASSIGNED, then the master overlays
      *    whatever region it carries
       104-load-store-master.
           perform varying ws-sm-sub from 1 by 1
               until ws-sm-sub > 99
               move "UNASSIGNED"            to ws-sm-region(ws-sm-sub)
               move 'n'                     to ws-sm-counted(ws-sm-sub)
               move 0                       to
                   ws-sm-var-units(ws-sm-sub)
               move 0                       to
                   ws-sm-var-value(ws-sm-sub)
           end-perform.

           open input store-file.
           if ws-store-status = "00" then
               perform until ws-store-status not = "00"
                   read store-file
                       at end
                           move "10"        to ws-store-status
                       not at end
                           if sm-store-num > 0 then
                               move sm-region
                                   to ws-sm-region(sm-store-num)
                           end-if
                   end-read
               end-perform
               close store-file
           end-if.


      *    Find the product master entry for the SKU in ws-oh-sku of
      *    entry ws-oh-sub - the entry comes back in ws-pm-found
       120-find-product.
           move 0                           to ws-pm-found.
           perform varying ws-pm-sub from 1 by 1
               until ws-pm-sub > ws-product-count or ws-pm-found > 0
               if ws-pm-sku(ws-pm-sub) = ws-oh-sku(ws-oh-sub)
                   move ws-pm-sub           to ws-pm-found
               end-if
           end-perform.


      *    Find (or open fresh, with nothing on the book) the entry
      *    for the count line's SKU and store
       130-find-onhand-entry.
           move 0                           to ws-oh-found.
           perform varying ws-oh-search from 1 by 1
               until ws-oh-search > ws-oh-count or ws-oh-found > 0
               if ws-oh-sku(ws-oh-search) = cl-sku
                       and ws-oh-store(ws-oh-search) = cl-store-num
                   move ws-oh-search        to ws-oh-found
               end-if
           end-perform.
           if ws-oh-found = 0 then
               if ws-oh-count < 20000 then
                   add 1                    to ws-oh-count
                   move ws-oh-count         to ws-oh-found
                   move cl-sku              to ws-oh-sku(ws-oh-found)
                   move cl-store-num        to ws-oh-store(ws-oh-found)
                   move 0                   to ws-oh-qty(ws-oh-found)
                   move 0                   to
                       ws-oh-reorder(ws-oh-found)
                   move 'y'                 to
                       ws-oh-new-flag(ws-oh-found)
                   move 'n'                 to
                       ws-oh-counted-flag(ws-oh-found)
                   move 0                   to
                       ws-oh-count-qty(ws-oh-found)
                   move 0                   to
                       ws-oh-count-date(ws-oh-found)
               else
                   perform 110-warn-table-full
               end-if
           end-if.


       200-post-count-sheets.
           open input count-file.
           if ws-count-status not = "00" then
               exit paragraph
           end-if.
           move 'n'                         to ws-eof-flag.
           read count-file
               at end move 'y'              to ws-eof-flag.
           perform until ws-eof-flag = 'y'
               add 1                        to ws-read-count
               perform 210-post-one-count
               read count-file
                   at end move 'y'          to ws-eof-flag
           end-perform.
           close count-file.


      *    A line that can't be trusted is set aside for the report; a
      *    good line is added to its SKU's count for the store
       210-post-one-count.
           move spaces                      to ws-work-reason.
           evaluate true
               when cl-store-num is not numeric
                       or cl-store-num = 0
                   move "STORE NUMBER MISSING OR NOT NUMERIC"
                       to ws-work-reason
               when cl-sku = spaces
                   move "SKU MISSING"       to ws-work-reason
               when cl-counted-qty is not numeric
                   move "COUNTED QUANTITY NOT NUMERIC"
                       to ws-work-reason
               when cl-count-date is not numeric
                       or cl-count-date = 0
                       or cl-count-date > ws-business-date
                   move "COUNT DATE MISSING OR AFTER BATCH DATE"
                       to ws-work-reason
           end-evaluate.

           if ws-work-reason = spaces then
               perform 130-find-onhand-entry
               if ws-oh-found = 0 then
                   move "ON-HAND TABLE FULL" to ws-work-reason
               end-if
           end-if.

           if ws-work-reason not = spaces then
               if ws-reject-count < 500 then
                   add 1                    to ws-reject-count
                   move count-line
                       to ws-rj-saved-record(ws-reject-count)
                   move ws-work-reason
                       to ws-rj-saved-reason(ws-reject-count)
               end-if
               exit paragraph
           end-if.

           if ws-oh-counted-flag(ws-oh-found) = 'n' then
               move 'y'                     to
                   ws-oh-counted-flag(ws-oh-found)
               add 1                        to ws-counted-count
           end-if.
           add cl-counted-qty               to
               ws-oh-count-qty(ws-oh-found).
           if cl-count-date > ws-oh-count-date(ws-oh-found) then
               move cl-count-date           to
                   ws-oh-count-date(ws-oh-found)
           end-if.
           move 'y'                         to
               ws-sm-counted(cl-store-num).


      *    Store by store, every counted SKU whose count differs from
      *    the book, with the store's total after its lines
       300-print-shrinkage.
           move 0                           to ws-grand-var-units.
           move 0                           to ws-grand-var-value.
           perform varying ws-sm-sub from 1 by 1
               until ws-sm-sub > 99
               if ws-sm-counted(ws-sm-sub) = 'y'
                   perform 310-print-store-shrinkage
               end-if
           end-perform.

           if ws-adjusted-count = 0 then
               write output-line from ws-no-variance-line
                   after advancing 1 line
           end-if.

           move "ALL STORES TOTAL"          to ws-tl-label.
           move ws-grand-var-units          to ws-tl-variance.
           move ws-grand-var-value          to ws-tl-value.
           write output-line from ws-total-line
               after advancing 2 lines.


       310-print-store-shrinkage.
           move 0                           to ws-store-lines.
           perform varying ws-oh-sub from 1 by 1
               until ws-oh-sub > ws-oh-count
               if ws-oh-store(ws-oh-sub) = ws-sm-sub
                       and ws-oh-counted-flag(ws-oh-sub) = 'y'
                   compute ws-work-variance =
                       ws-oh-count-qty(ws-oh-sub) - ws-oh-qty(ws-oh-sub)
                   if ws-work-variance not = 0
                       perform 320-print-variance-line
                   end-if
               end-if
           end-perform.

           if ws-store-lines > 0 then
               move spaces                  to ws-tl-label
               string "STORE " ws-sm-sub(2:2) " TOTAL"
                   delimited by size into ws-tl-label
               end-string
               move ws-sm-var-units(ws-sm-sub) to ws-tl-variance
               move ws-sm-var-value(ws-sm-sub) to ws-tl-value
               write output-line from ws-total-line
                   after advancing 1 line
               move spaces                  to output-line
               write output-line
                   after advancing 1 line
           end-if.


       320-print-variance-line.
           add 1                            to ws-store-lines.
           add 1                            to ws-adjusted-count.
           perform 120-find-product.
           move spaces                      to ws-dl-note.
           if ws-pm-found > 0 then
               move ws-pm-desc(ws-pm-found) to ws-dl-desc
               move ws-pm-listprice(ws-pm-found) to ws-work-price
           else
               move spaces                  to ws-dl-desc
               move 0                       to ws-work-price
               move "NO PRICE"              to ws-dl-note
           end-if.
           if ws-oh-new-flag(ws-oh-sub) = 'y' then
               move "NOT ON BOOK"           to ws-dl-note
           end-if.
           compute ws-work-value = ws-work-variance * ws-work-price.

           add ws-work-variance             to
               ws-sm-var-units(ws-sm-sub).
           add ws-work-value                to
               ws-sm-var-value(ws-sm-sub).
           add ws-work-variance             to ws-grand-var-units.
           add ws-work-value                to ws-grand-var-value.

           move ws-sm-sub                   to ws-dl-store-num.
           move ws-oh-sku(ws-oh-sub)        to ws-dl-sku.
           move ws-oh-qty(ws-oh-sub)        to ws-dl-book.
           move ws-oh-count-qty(ws-oh-sub)  to ws-dl-counted.
           move ws-work-variance            to ws-dl-variance.
           move ws-work-price               to ws-dl-price.
           move ws-work-value               to ws-dl-value.
           write output-line from ws-detail-line
               after advancing 1 line.


      *    Roll the counted stores' shrinkage up under each store's
      *    region and print one subtotal line per region
       350-print-region-totals.
           move 0                           to ws-region-count.
           perform varying ws-sm-sub from 1 by 1
               until ws-sm-sub > 99
               if ws-sm-counted(ws-sm-sub) = 'y'
                   perform 360-roll-store-to-region
               end-if
           end-perform.

           write output-line from ws-region-heading
               after advancing 2 lines.
           perform varying ws-rg-sub from 1 by 1
               until ws-rg-sub > ws-region-count
               move ws-rg-name(ws-rg-sub)   to ws-tl-label
               move ws-rg-var-units(ws-rg-sub) to ws-tl-variance
               move ws-rg-var-value(ws-rg-sub) to ws-tl-value
               write output-line from ws-total-line
                   after advancing 1 line
           end-perform.


       360-roll-store-to-region.
           move 0                           to ws-rg-found.
           perform varying ws-rg-sub from 1 by 1
               until ws-rg-sub > ws-region-count
               if ws-rg-name(ws-rg-sub) = ws-sm-region(ws-sm-sub)
                   move ws-rg-sub           to ws-rg-found
               end-if
           end-perform.
           if ws-rg-found = 0 and ws-region-count < 20 then
               add 1                        to ws-region-count
               move ws-region-count         to ws-rg-found
               move ws-sm-region(ws-sm-sub) to ws-rg-name(ws-rg-found)
               move 0                       to
                   ws-rg-var-units(ws-rg-found)
               move 0                       to
                   ws-rg-var-value(ws-rg-found)
           end-if.
           if ws-rg-found > 0 then
               add ws-sm-var-units(ws-sm-sub) to
                   ws-rg-var-units(ws-rg-found)
               add ws-sm-var-value(ws-sm-sub) to
                   ws-rg-var-value(ws-rg-found)
           end-if.


      *    SKUs the book says a counted store holds that were on none
      *    of its sheets - listed for a recount, never zeroed
       400-print-not-counted.
           write output-line from ws-not-counted-heading
               after advancing 2 lines.
           perform varying ws-oh-sub from 1 by 1
               until ws-oh-sub > ws-oh-count
               if ws-oh-store(ws-oh-sub) > 0
                   if ws-sm-counted(ws-oh-store(ws-oh-sub)) = 'y'
                           and ws-oh-counted-flag(ws-oh-sub) = 'n'
                           and ws-oh-qty(ws-oh-sub) not = 0
                       perform 410-print-not-counted-line
                   end-if
               end-if
           end-perform.
           if ws-not-counted-count = 0 then
               write output-line from ws-none-line
                   after advancing 1 line
           end-if.


       410-print-not-counted-line.
           add 1                            to ws-not-counted-count.
           perform 120-find-product.
           move spaces                      to ws-dl-note.
           if ws-pm-found > 0 then
               move ws-pm-desc(ws-pm-found) to ws-dl-desc
               move ws-pm-listprice(ws-pm-found) to ws-work-price
           else
               move spaces                  to ws-dl-desc
               move 0                       to ws-work-price
               move "NO PRICE"              to ws-dl-note
           end-if.
           compute ws-work-value = ws-oh-qty(ws-oh-sub) * ws-work-price.
           move ws-oh-store(ws-oh-sub)      to ws-dl-store-num.
           move ws-oh-sku(ws-oh-sub)        to ws-dl-sku.
           move ws-oh-qty(ws-oh-sub)        to ws-dl-book.
           move 0                           to ws-dl-counted.
           move 0                           to ws-dl-variance.
           move ws-work-price               to ws-dl-price.
           move ws-work-value               to ws-dl-value.
           write output-line from ws-detail-line
               after advancing 1 line.


       450-print-rejects.
           write output-line from ws-reject-heading
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
           move ws-read-count               to ws-sum-read-cnt.
           move ws-counted-count            to ws-sum-counted-cnt.
           write output-line from ws-summary1-totals
               after advancing 2 lines.
           move ws-adjusted-count           to ws-sum-adjusted-cnt.
           move ws-not-counted-count        to ws-sum-not-counted-cnt.
           move ws-reject-count             to ws-sum-rejected-cnt.
           write output-line from ws-summary2-totals
               after advancing 1 line.


      *    The audit takes the book figure before the count, so it is
      *    written before the book is set to the counted quantity
       500-rewrite-on-hand.
           perform 505-append-adjustments.
           open output on-hand-file.
           perform varying ws-oh-sub from 1 by 1
               until ws-oh-sub > ws-oh-count
               if ws-oh-counted-flag(ws-oh-sub) = 'y'
                   move ws-oh-count-qty(ws-oh-sub)
                       to ws-oh-qty(ws-oh-sub)
               end-if
               move ws-oh-sku(ws-oh-sub)    to ohl-sku
               move ws-oh-store(ws-oh-sub)  to ohl-store-num
               move ws-oh-qty(ws-oh-sub)    to ohl-qty-on-hand
               move ws-oh-reorder(ws-oh-sub) to ohl-reorder-point
               write on-hand-line
           end-perform.
           close on-hand-file.


      *    One audit line per SKU counted, matching or not - the audit
      *    is created on first use and only ever extended
       505-append-adjustments.
           open extend adjustment-file.
           if ws-adjust-status = "35" then
               open output adjustment-file
           end-if.
           if ws-adjust-status not = "00" then
               display "WARNING: ADJUSTMENT AUDIT NOT WRITTEN"
               exit paragraph
           end-if.
           perform varying ws-oh-sub from 1 by 1
               until ws-oh-sub > ws-oh-count
               if ws-oh-counted-flag(ws-oh-sub) = 'y'
                   perform 506-write-one-adjustment
               end-if
           end-perform.
           close adjustment-file.


       506-write-one-adjustment.
           perform 120-find-product.
           if ws-pm-found > 0 then
               move ws-pm-listprice(ws-pm-found) to ws-work-price
           else
               move 0                       to ws-work-price
           end-if.
           compute ws-work-variance =
               ws-oh-count-qty(ws-oh-sub) - ws-oh-qty(ws-oh-sub).
           move ws-business-date            to adj-batch-date.
           move ws-oh-store(ws-oh-sub)      to adj-store-num.
           move ws-oh-sku(ws-oh-sub)        to adj-sku.
           move ws-oh-count-date(ws-oh-sub) to adj-count-date.
           move ws-oh-qty(ws-oh-sub)        to adj-book-qty.
           move ws-oh-count-qty(ws-oh-sub)  to adj-counted-qty.
           move ws-work-variance            to adj-variance.
           move ws-work-price               to adj-unit-price.
           compute adj-value = ws-work-variance * ws-work-price.
           write adjustment-line.

      *    Record that this batch date's counts are posted
       510-stamp-count-applied.
           move ws-business-date            to cal-batch-date.
           open output count-applied-file.
           write count-applied-line.
           close count-applied-file.


       700-archive-output-files.
           move ws-business-date            to ws-archive-date.

           move "../../../../data/PhysicalCount.out"
               to ws-archive-read-path.
           string "../../../../data/PhysicalCount_"
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


       end program PhysicalCount.
