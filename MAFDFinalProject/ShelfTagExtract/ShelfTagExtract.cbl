      ******************************************************************
      * Author:    Connor Simmonds-Parke, Nicholas Sturch-flint
      * Date:      2021-12-29
      * Purpose:   ProductMasterMaintenance applies a pended price
      *            change the morning its effective date arrives, but
      *            the stores only found out when the register price
      *            didn't match the shelf. This program picks every
      *            pending change taking effect on the next business
      *            date and writes, for each active store, a tag file
      *            the shelf-label printers import (control header,
      *            one line per SKU with its old and new price and
      *            effective date, control trailer), plus a printed
      *            summary per store so the manager knows what to
      *            re-tag before opening.
      * Note:      Run after ProductMasterMaintenance, so the day's
      *            pended changes are on PendingPriceChanges.dat and
      *            the master carries today's (the old) prices. Tag
      *            files are named at runtime (ShelfTags_NN_DATE.dat)
      *            with the same dynamic-filename technique the store
      *            packages use.
      * Tectonics: cobc
      ******************************************************************
       identification division.

       program-id. ShelfTagExtract.
       author. Connor Simmonds-Parke, Nicholas Sturch-flint.
       date-written. 12-29-2021.
      *Description: Extracts the next business date's price changes
      *             into per-store shelf-tag files with a summary.

       environment division.
       configuration section.

       input-output section.
       file-control.

      *    Input Files
           select product-file
               assign to "../../../../data/ProductMaster.dat"
               organization is line sequential
               file status is ws-product-status.

      *    Pending Price Changes - read-only here; the changes
      *    waiting for their effective date
           select pending-price-file
               assign to "../../../../data/PendingPriceChanges.dat"
               organization is line sequential
               file status is ws-pending-status.

      *    Store Master - a tag file goes to every active store
           select store-file
               assign to "../../../../data/StoreMaster.dat"
               organization is line sequential
               file status is ws-store-status.

      *    Shelf-Tag Files - one per store, named at runtime
           select tag-file
               assign to dynamic ws-tag-path
               organization is line sequential.

      *    Output Files
           select output-file
               assign to "../../../../data/ShelfTagSummary.out"
               organization is line sequential.

      *    Central Run Log - every batch program appends a record
      *    here at start and finish (program, date, time, counts,
      *    normal or abnormal end) so a day's run history can be
      *    proven after the fact
           select run-log-file
               assign to "../../../../data/RunLog.dat"
               organization is line sequential
               file status is ws-runlog-status.

      *    Business-Date Parameter - the day the business actually
      *    happened (Edit writes it from the batch header); the
      *    changes wanted are the ones effective the day after
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

      *Product Master Records
       fd product-file
           data record is product-line
           record contains 49 characters.

       01 product-line.
           05 pm-sku                        pic x(15).
           05 pm-description                pic x(20).
           05 pm-list-price                 pic 9(5)v99.
           05 pm-unit-cost                  pic 9(5)v99.

      *Pending Price Change Record
       fd pending-price-file
           data record is pending-price-line
           record contains 50 characters.

       01 pending-price-line.
           05 ppc-sku                       pic x(15).
           05 ppc-description               pic x(20).
           05 ppc-list-price                pic 9(5)v99.
           05 ppc-effective-date            pic 9(8).

       fd store-file
           data record is store-line
           record contains 38 characters.

       01 store-line.
           05 sm-store-num                  pic 99.
           05 sm-name                       pic x(20).
           05 sm-region                     pic x(12).
           05 sm-tax-rate                   pic 9v99.
           05 sm-active                     pic x.

      *Shelf-Tag Detail - one SKU to re-tag, in the fixed format the
      *label printers import
       fd tag-file
           data record is tag-line
           record contains 70 characters.

       01 tag-line.
           05 tag-code                      pic x.
           05 tag-store-num                 pic 99.
           05 tag-sku                       pic x(15).
           05 tag-description               pic x(20).
           05 tag-old-price                 pic 9(5)v99.
           05 tag-new-price                 pic 9(5)v99.
           05 tag-effective-date            pic 9(8).
           05 tag-change-type               pic x.
               88 tag-price-up              value 'U'.
               88 tag-price-down            value 'D'.
               88 tag-description-only      value 'S'.
           05 filler                        pic x(9).

      *Control Header - leads each tag file so the printer side can
      *tell which store and day it holds
       01 tag-header-record.
           05 tgh-code                      pic x.
           05 tgh-store-num                 pic 99.
           05 tgh-batch-date                pic 9(8).
           05 tgh-effective-date            pic 9(8).
           05 tgh-program                   pic x(30).
           05 filler                        pic x(21).

      *Control Trailer - record count and new-price hash total over
      *the detail lines between the header and itself
       01 tag-trailer-record.
           05 tgt-code                      pic x.
           05 tgt-record-count              pic 9(6).
           05 tgt-hash-total                pic 9(11)v99.
           05 filler                        pic x(50).

       fd output-file
           data record is output-line
           record contains 110 characters.

       01 output-line                       pic x(110).

       fd run-log-file
           data record is run-log-line
           record contains 60 characters.

       01 run-log-line.
           05 rl-program-id                 pic x(30).
           05 rl-date                       pic 9(8).
           05 rl-time                       pic 9(6).
           05 rl-event                      pic x.
           05 rl-in-count                   pic 9(7).
           05 rl-out-count                  pic 9(7).
           05 rl-status                     pic x.

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

      *Report Headings - repeated at the top of each store's section
       01 ws-header1-main.
           05 filler                        pic x(25)
               value spaces.
           05 filler                        pic x(32)
               value "SHELF-TAG PRICE CHANGE SUMMARY".
           05 filler                        pic x(11)
               value "BATCH DATE ".
           05 ws-header-busdate             pic 9(8).
           05 filler                        pic x(34)
               value spaces.

       01 ws-header2-store.
           05 filler                        pic x(6)
               value "STORE ".
           05 ws-hs-store-num               pic 99.
           05 filler                        pic x
               value space.
           05 ws-hs-store-name              pic x(20).
           05 filler                        pic x(3)
               value spaces.
           05 ws-hs-region                  pic x(12).
           05 filler                        pic x(24)
               value "  RE-TAG BEFORE OPENING ".
           05 ws-hs-effective-date          pic 9(8).
           05 filler                        pic x(4)
               value spaces.
           05 filler                        pic x(5)
               value "FILE ".
           05 ws-hs-file-name               pic x(25).

       01 ws-header3-headings.
           05 filler                        pic x(18)
               value "SKU".
           05 filler                        pic x(22)
               value "Description".
           05 filler                        pic x(13)
               value "Old Price".
           05 filler                        pic x(13)
               value "New Price".
           05 filler                        pic x(12)
               value "Change".
           05 filler                        pic x(11)
               value "Effective".
           05 filler                        pic x(21)
               value "Tag".

       01 ws-header4-underlines.
           05 filler                        pic x(18)
               value "---------------".
           05 filler                        pic x(22)
               value "--------------------".
           05 filler                        pic x(13)
               value "----------".
           05 filler                        pic x(13)
               value "----------".
           05 filler                        pic x(12)
               value "----------".
           05 filler                        pic x(11)
               value "---------".
           05 filler                        pic x(21)
               value "----------------".

       01 ws-detail-line.
           05 ws-dl-sku                     pic x(15).
           05 filler                        pic x(3)
               value spaces.
           05 ws-dl-description             pic x(20).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-old-price               pic $zz,zz9.99.
           05 filler                        pic x(3)
               value spaces.
           05 ws-dl-new-price               pic $zz,zz9.99.
           05 filler                        pic x(3)
               value spaces.
           05 ws-dl-change                  pic -z,zz9.99.
           05 filler                        pic x(3)
               value spaces.
           05 ws-dl-effective-date          pic 9(8).
           05 filler                        pic x(3)
               value spaces.
           05 ws-dl-tag-type                pic x(21).

       01 ws-no-changes-line.
           05 filler                        pic x(60)
               value "No price changes - empty tag file sent".
           05 filler                        pic x(50)
               value spaces.

       01 ws-store-total-line.
           05 filler                        pic x(18)
               value "Tags to print   : ".
           05 ws-stl-tag-count              pic zz,zz9.
           05 filler                        pic x(6)
               value spaces.
           05 filler                        pic x(18)
               value "Price increases : ".
           05 ws-stl-up-count               pic zz,zz9.
           05 filler                        pic x(6)
               value spaces.
           05 filler                        pic x(18)
               value "Price decreases : ".
           05 ws-stl-down-count             pic zz,zz9.
           05 filler                        pic x(26)
               value spaces.

      *Summary Lines
       01 ws-summary1-main.
           05 filler                        pic x(29)
               value spaces.
           05 filler                        pic x(27)
               value "SHELF-TAG EXTRACT SUMMARY".
           05 filler                        pic x(54)
               value spaces.

       01 ws-summary2-counts.
           05 filler                        pic x(25)
               value "Pending Changes Read   : ".
           05 ws-sum-pending-cnt            pic zz,zz9.
           05 filler                        pic x(6)
               value spaces.
           05 filler                        pic x(25)
               value "Changes For Next Day   : ".
           05 ws-sum-tag-cnt                pic zz,zz9.
           05 filler                        pic x(42)
               value spaces.

       01 ws-summary3-counts.
           05 filler                        pic x(25)
               value "Stores Sent Tag Files  : ".
           05 ws-sum-store-cnt              pic zz,zz9.
           05 filler                        pic x(6)
               value spaces.
           05 filler                        pic x(25)
               value "Skipped - SKU Not On PM: ".
           05 ws-sum-skip-cnt               pic zz,zz9.
           05 filler                        pic x(42)
               value spaces.

      *Product Master Table - the current (old) prices
       01 ws-product-table.
           05 ws-pm-entry                   occurs 3000 times.
               10 ws-pm-sku                 pic x(15).
               10 ws-pm-listprice           pic 9(5)v99.
       77 ws-product-count                  pic 9(4)  value 0.
       77 ws-product-status                 pic xx    value spaces.
       77 ws-pm-sub                         pic 9(4)  value 0.
       77 ws-found-entry                    pic 9(4)  value 0.

      *Tag Table - the changes taking effect on the next business
      *date, one entry per SKU, sorted by SKU before printing
       01 ws-tag-table.
           05 ws-tg-entry                   occurs 500 times.
               10 ws-tg-sku                 pic x(15).
               10 ws-tg-description         pic x(20).
               10 ws-tg-old-price           pic 9(5)v99.
               10 ws-tg-new-price           pic 9(5)v99.
               10 ws-tg-effective-date      pic 9(8).
               10 ws-tg-change-type         pic x.
       01 ws-tag-hold.
           05 filler                        pic x(58).
       77 ws-tag-count                      pic 9(4)  value 0.
       77 ws-tg-sub                         pic 9(4)  value 0.
       77 ws-tg-found                       pic 9(4)  value 0.
       77 ws-tag-full-warned                pic x     value 'n'.
       77 ws-sort-i                         pic 9(4)  value 0.
       77 ws-sort-j                         pic 9(4)  value 0.
       77 ws-sort-low                       pic 9(4)  value 0.

      *Store Master Table, subscripted directly by store number
       01 ws-store-master-table.
           05 ws-sm-entry                   occurs 99 times.
               10 ws-sm-name                pic x(20).
               10 ws-sm-region              pic x(12).
               10 ws-sm-active              pic x.
       77 ws-store-status                   pic xx    value spaces.
       77 ws-store-sub                      pic 999   value 0.
       77 ws-store-num-print                pic 99    value 0.

      *Per-Store and Run Counters
       77 ws-pending-status                 pic xx    value spaces.
       77 ws-pending-read                   pic 9(5)  value 0.
       77 ws-skip-count                     pic 9(5)  value 0.
       77 ws-up-count                       pic 9(5)  value 0.
       77 ws-down-count                     pic 9(5)  value 0.
       77 ws-store-file-count               pic 9(3)  value 0.
       77 ws-tag-record-count               pic 9(6)  value 0.
       77 ws-tag-hash-total                 pic 9(11)v99 value 0.
       77 ws-tags-written                   pic 9(7)  value 0.
       77 ws-change-work                    pic s9(5)v99 value 0.

      *Next Business Date - the day whose changes the stores need
      *tagged tonight
       77 ws-next-business-date             pic 9(8)  value 0.
       77 ws-tag-path                       pic x(100) value spaces.

      *Central Run Log fields - what this run will stamp into
      *RunLog.dat at start ('S') and end ('E', normal 'N' or
      *abnormal 'A')
       77 ws-runlog-status                  pic xx    value spaces.
       77 ws-rl-event                       pic x     value space.
       77 ws-rl-end-status                  pic x     value space.
       77 ws-runlog-in                      pic 9(7)  value 0.
       77 ws-runlog-out                     pic 9(7)  value 0.

      *Business Date - falls back to the machine date when Edit has
      *not published one
       77 ws-busdate-status                 pic xx    value spaces.
       77 ws-business-date                  pic 9(8)  value 0.

      *Date-Stamped Archive Copies
       77 ws-archive-date                   pic x(8)  value spaces.
       77 ws-archive-read-path              pic x(100) value spaces.
       77 ws-archive-write-path             pic x(100) value spaces.
       77 ws-archive-eof-flag               pic x     value 'n'.


       procedure division.
       000-main.

           perform 090-load-business-date.
           perform 091-log-run-start.

           compute ws-next-business-date =
               function date-of-integer(
                   function integer-of-date(ws-business-date) + 1).

           perform 100-load-product-master.
           perform 110-load-store-master.
           perform 200-select-changes.
           perform 250-sort-changes.

           open output output-file.

      *    Every active store gets its tag file and its summary
      *    section, even on a night with nothing to re-tag, so the
      *    store can tell "no changes" from "no file"
           perform 300-extract-store
               varying ws-store-sub from 1 by 1
               until ws-store-sub > 99.

           perform 500-print-summary.

           close output-file.

      *    Keep a date-stamped copy of today's output so a later run
      *    doesn't erase the only record of it
           perform 700-archive-output-files.

      *    Stamp the central run log with this run's counts
           move ws-pending-read             to ws-runlog-in.
           move ws-tags-written             to ws-runlog-out.
           perform 092-log-run-end.

      *    End of 000-main (end of ShelfTagExtract program)
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

      *    Append one record to the shared run log - the log is
      *    created on first use and only ever extended
       093-write-run-log.
           open extend run-log-file.
           if ws-runlog-status = "35" then
               open output run-log-file
           end-if.
           if ws-runlog-status = "00" then
               move "ShelfTagExtract"
                   to rl-program-id
               move function current-date(1:8)
                   to rl-date
               move function current-date(9:6)
                   to rl-time
               move ws-rl-event             to rl-event
               move ws-runlog-in            to rl-in-count
               move ws-runlog-out           to rl-out-count
               move ws-rl-end-status        to rl-status
               write run-log-line
               close run-log-file
           end-if.

       091-log-run-start.
           move 'S'                         to ws-rl-event.
           move space                       to ws-rl-end-status.
           move 0                           to ws-runlog-in.
           move 0                           to ws-runlog-out.
           perform 093-write-run-log.

       092-log-run-end.
           move 'E'                         to ws-rl-event.
           move 'N'                         to ws-rl-end-status.
           perform 093-write-run-log.


       100-load-product-master.
           open input product-file.
           if ws-product-status = "00" then
               perform until ws-product-status not = "00"
                   read product-file
                       at end
                           move "10"        to ws-product-status
                       not at end
                           if ws-product-count < 3000 then
                               add 1            to ws-product-count
                               move pm-sku
                                   to ws-pm-sku(ws-product-count)
                               move pm-list-price
                                   to ws-pm-listprice(ws-product-count)
                           end-if
                   end-read
               end-perform
               close product-file
           end-if.


       110-load-store-master.
           perform varying ws-store-sub from 1 by 1
               until ws-store-sub > 99
               move spaces              to ws-sm-name(ws-store-sub)
               move spaces              to ws-sm-region(ws-store-sub)
               move 'N'                 to ws-sm-active(ws-store-sub)
           end-perform.

           open input store-file.
           if ws-store-status = "00" then
               perform until ws-store-status not = "00"
                   read store-file
                       at end
                           move "10"        to ws-store-status
                       not at end
                           if sm-store-num is numeric
                                   and sm-store-num > 0 then
                               move sm-name
                                   to ws-sm-name(sm-store-num)
                               move sm-region
                                   to ws-sm-region(sm-store-num)
                               move sm-active
                                   to ws-sm-active(sm-store-num)
                           end-if
                   end-read
               end-perform
               close store-file
           end-if.


      *    A pending change is wanted when it takes effect after the
      *    business date and no later than the next business date.
      *    Its old price is what the master carries now; a SKU with
      *    two changes due keeps the later one, which is the one
      *    that will be left standing on the shelf
       200-select-changes.
           open input pending-price-file.
           if ws-pending-status = "00" then
               perform until ws-pending-status not = "00"
                   read pending-price-file
                       at end
                           move "10"        to ws-pending-status
                       not at end
                           add 1            to ws-pending-read
                           if ppc-effective-date is numeric
                                   and ppc-effective-date
                                       > ws-business-date
                                   and ppc-effective-date
                                       <= ws-next-business-date
                               perform 210-select-one-change
                           end-if
                   end-read
               end-perform
               close pending-price-file
           end-if.


       210-select-one-change.
           move 0                           to ws-found-entry.
           perform varying ws-pm-sub from 1 by 1
               until ws-pm-sub > ws-product-count
                   or ws-found-entry > 0
               if ws-pm-sku(ws-pm-sub) = ppc-sku
                   move ws-pm-sub           to ws-found-entry
               end-if
           end-perform.
           if ws-found-entry = 0 then
               add 1                        to ws-skip-count
               exit paragraph
           end-if.

           move 0                           to ws-tg-found.
           perform varying ws-tg-sub from 1 by 1
               until ws-tg-sub > ws-tag-count
                   or ws-tg-found > 0
               if ws-tg-sku(ws-tg-sub) = ppc-sku
                   move ws-tg-sub           to ws-tg-found
               end-if
           end-perform.

           if ws-tg-found > 0 then
               if ppc-effective-date
                       < ws-tg-effective-date(ws-tg-found)
                   exit paragraph
               end-if
           else
               if ws-tag-count < 500 then
                   add 1                    to ws-tag-count
                   move ws-tag-count        to ws-tg-found
               else
                   if ws-tag-full-warned = 'n' then
                       move 'y'             to ws-tag-full-warned
                       display "WARNING: SHELF-TAG TABLE FULL - SOME"
                       display "PRICE CHANGES ARE MISSING FROM TAGS"
                   end-if
                   exit paragraph
               end-if
           end-if.

           move ppc-sku                     to ws-tg-sku(ws-tg-found).
           move ppc-description
               to ws-tg-description(ws-tg-found).
           move ws-pm-listprice(ws-found-entry)
               to ws-tg-old-price(ws-tg-found).
           move ppc-list-price
               to ws-tg-new-price(ws-tg-found).
           move ppc-effective-date
               to ws-tg-effective-date(ws-tg-found).
           if ppc-list-price > ws-pm-listprice(ws-found-entry)
               move 'U'         to ws-tg-change-type(ws-tg-found)
           else if ppc-list-price < ws-pm-listprice(ws-found-entry)
               move 'D'         to ws-tg-change-type(ws-tg-found)
           else
               move 'S'         to ws-tg-change-type(ws-tg-found)
           end-if.


      *    Selection sort by SKU so the tags (and the manager's list)
      *    come out in SKU order, which keeps a department together
       250-sort-changes.
           perform varying ws-sort-i from 1 by 1
               until ws-sort-i >= ws-tag-count
               move ws-sort-i               to ws-sort-low
               perform varying ws-sort-j from ws-sort-i by 1
                   until ws-sort-j > ws-tag-count
                   if ws-tg-sku(ws-sort-j) < ws-tg-sku(ws-sort-low)
                       move ws-sort-j       to ws-sort-low
                   end-if
               end-perform
               if ws-sort-low not = ws-sort-i
                   move ws-tg-entry(ws-sort-i)   to ws-tag-hold
                   move ws-tg-entry(ws-sort-low)
                       to ws-tg-entry(ws-sort-i)
                   move ws-tag-hold
                       to ws-tg-entry(ws-sort-low)
               end-if
           end-perform.

           move 0                           to ws-up-count.
           move 0                           to ws-down-count.
           perform varying ws-tg-sub from 1 by 1
               until ws-tg-sub > ws-tag-count
               if ws-tg-change-type(ws-tg-sub) = 'U'
                   add 1                    to ws-up-count
               else if ws-tg-change-type(ws-tg-sub) = 'D'
                   add 1                    to ws-down-count
               end-if
           end-perform.


      *    One store's tag file (header, a line per change, trailer)
      *    and its section of the summary
       300-extract-store.
           if ws-sm-active(ws-store-sub) not = 'Y' then
               exit paragraph
           end-if.

      *    Build this store's tag filename the same way the store
      *    packages build theirs
           move ws-store-sub                to ws-store-num-print.
           move spaces                      to ws-tag-path.
           string "../../../../data/ShelfTags_" delimited by size
                  ws-store-num-print            delimited by size
                  "_"                           delimited by size
                  ws-business-date              delimited by size
                  ".dat"                        delimited by size
                  into ws-tag-path
           end-string.

           open output tag-file.
           add 1                            to ws-store-file-count.
           move 0                           to ws-tag-record-count.
           move 0                           to ws-tag-hash-total.

           move spaces                      to tag-header-record.
           move 'H'                         to tgh-code.
           move ws-store-sub                to tgh-store-num.
           move ws-business-date            to tgh-batch-date.
           move ws-next-business-date       to tgh-effective-date.
           move "ShelfTagExtract"           to tgh-program.
           write tag-header-record.

           move ws-business-date            to ws-header-busdate.
           if ws-store-file-count = 1 then
               write output-line from ws-header1-main
                   after advancing 1 line
           else
               write output-line from ws-header1-main
                   after advancing 3 lines
           end-if.
           move ws-store-sub                to ws-hs-store-num.
           move ws-sm-name(ws-store-sub)    to ws-hs-store-name.
           move ws-sm-region(ws-store-sub)  to ws-hs-region.
           move ws-next-business-date       to ws-hs-effective-date.
           move ws-tag-path(18:25)          to ws-hs-file-name.
           write output-line from ws-header2-store
               after advancing 2 lines.
           write output-line from ws-header3-headings
               after advancing 2 lines.
           write output-line from ws-header4-underlines
               after advancing 1 line.

           if ws-tag-count = 0 then
               write output-line from ws-no-changes-line
                   after advancing 1 line
           else
               perform 310-write-tag
                   varying ws-tg-sub from 1 by 1
                   until ws-tg-sub > ws-tag-count
           end-if.

           move spaces                      to tag-trailer-record.
           move 'T'                         to tgt-code.
           move ws-tag-record-count         to tgt-record-count.
           move ws-tag-hash-total           to tgt-hash-total.
           write tag-trailer-record.
           close tag-file.

           move ws-tag-record-count         to ws-stl-tag-count.
           move ws-up-count                 to ws-stl-up-count.
           move ws-down-count               to ws-stl-down-count.
           write output-line from ws-store-total-line
               after advancing 2 lines.


       310-write-tag.
           move spaces                      to tag-line.
           move 'D'                         to tag-code.
           move ws-store-sub                to tag-store-num.
           move ws-tg-sku(ws-tg-sub)        to tag-sku.
           move ws-tg-description(ws-tg-sub) to tag-description.
           move ws-tg-old-price(ws-tg-sub)  to tag-old-price.
           move ws-tg-new-price(ws-tg-sub)  to tag-new-price.
           move ws-tg-effective-date(ws-tg-sub)
               to tag-effective-date.
           move ws-tg-change-type(ws-tg-sub) to tag-change-type.
           write tag-line.
           add 1                            to ws-tag-record-count.
           add 1                            to ws-tags-written.
           add ws-tg-new-price(ws-tg-sub)   to ws-tag-hash-total.

           move ws-tg-sku(ws-tg-sub)        to ws-dl-sku.
           move ws-tg-description(ws-tg-sub) to ws-dl-description.
           move ws-tg-old-price(ws-tg-sub)  to ws-dl-old-price.
           move ws-tg-new-price(ws-tg-sub)  to ws-dl-new-price.
           compute ws-change-work =
               ws-tg-new-price(ws-tg-sub) - ws-tg-old-price(ws-tg-sub).
           move ws-change-work              to ws-dl-change.
           move ws-tg-effective-date(ws-tg-sub)
               to ws-dl-effective-date.
           if ws-tg-change-type(ws-tg-sub) = 'U' then
               move "PRICE UP"              to ws-dl-tag-type
           else if ws-tg-change-type(ws-tg-sub) = 'D' then
               move "PRICE DOWN"            to ws-dl-tag-type
           else
               move "DESCRIPTION ONLY"      to ws-dl-tag-type
           end-if.
           write output-line from ws-detail-line
               after advancing 1 line.


       500-print-summary.
           if ws-store-file-count = 0 then
               write output-line from ws-summary1-main
                   after advancing 1 line
           else
               write output-line from ws-summary1-main
                   after advancing 3 lines
           end-if.

           move ws-pending-read             to ws-sum-pending-cnt.
           move ws-tag-count                to ws-sum-tag-cnt.
           write output-line from ws-summary2-counts
               after advancing 2 lines.
           move ws-store-file-count         to ws-sum-store-cnt.
           move ws-skip-count               to ws-sum-skip-cnt.
           write output-line from ws-summary3-counts
               after advancing 1 line.


       700-archive-output-files.
           move ws-business-date            to ws-archive-date.

           move "../../../../data/ShelfTagSummary.out"
               to ws-archive-read-path.
           string "../../../../data/ShelfTagSummary_"
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


       end program ShelfTagExtract.
