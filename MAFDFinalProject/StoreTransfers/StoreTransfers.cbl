      ******************************************************************
      * Author:    Connor Simmonds-Parke, Nicholas Sturch-flint
      * Date:      2021-11-03
      * Purpose:   Stock sent from one store to another never reached
      *            the on-hand file, so the sender looked overstocked
      *            and the receiver short, and InventoryMovement raised
      *            false reorder flags at the receiver. This program
      *            takes the stores' transfer feed: a shipment takes
      *            the units out of the sending store's on-hand and
      *            parks them in the in-transit file; a receipt moves
      *            what actually arrived into the receiving store and
      *            clears the shipment. The report lists the day's
      *            movements, receipts that don't match what was
      *            shipped, and shipments in transit longer than the
      *            allowed number of days.
      * Note:      Run before InventoryMovement so the day's reorder
      *            flags see the transfers. TRANSFER-TRANSIT-DAYS on
      *            the parameter master sets how long a shipment may be
      *            in transit before it is reported (default 5). A
      *            receipt short of the shipment leaves the missing
      *            units out of both stores - they are reported, not
      *            guessed at.
      * Tectonics: cobc
      ******************************************************************
       identification division.

       program-id. StoreTransfers.
       author. Connor Simmonds-Parke, Nicholas Sturch-flint.
       date-written. 11-03-2021.
      *Description: Posts inter-store transfer shipments and receipts to
      *             the on-hand and in-transit files.

       environment division.
       configuration section.

       input-output section.
       file-control.

      *    Input Files - the stores' transfer feed, one line per SKU
      *    shipped or received
           select transfer-file
               assign to "../../../../data/TransferRecords.dat"
               organization is line sequential
               file status is ws-transfer-status.

      *    Per-Store On-Hand File - maintained by InventoryMovement;
      *    shipments and receipts move units in and out of it here
           select on-hand-file
               assign to "../../../../data/OnHand.dat"
               organization is line sequential
               file status is ws-onhand-status.

      *    In-Transit File - one line per transfer and SKU shipped
      *    but not yet received
           select in-transit-file
               assign to "../../../../data/InTransit.dat"
               organization is line sequential
               file status is ws-transit-status.

      *    Central Parameter Master - the days a shipment may be in
      *    transit before it is reported
           select parameter-master-file
               assign to "../../../../data/ParameterMaster.dat"
               organization is line sequential
               file status is ws-parameter-status.

      *    Output Files
           select output-file
               assign to "../../../../data/StoreTransfers.out"
               organization is line sequential.

      *    Transfer-Applied Control - records the batch date already
      *    posted, so an accidental same-day rerun doesn't move every
      *    transfer twice
           select transfer-applied-file
               assign to "../../../../data/TransferApplied.ctl"
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

      *Transfer Record - 'S' shipped from the sending store, 'R'
      *received at the receiving store; both carry the transfer
      *number off the transfer slip
       fd transfer-file
           data record is transfer-line
           record contains 43 characters.

       01 transfer-line.
           05 tr-event                      pic x.
               88 tr-event-ship             value 'S'.
               88 tr-event-receive          value 'R'.
           05 tr-transfer-num               pic x(10).
           05 tr-from-store                 pic 99.
           05 tr-to-store                   pic 99.
           05 tr-sku                        pic x(15).
           05 tr-qty                        pic 9(5).
           05 tr-event-date                 pic 9(8).

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

       fd in-transit-file
           data record is in-transit-line
           record contains 42 characters.

       01 in-transit-line.
           05 itl-transfer-num              pic x(10).
           05 itl-sku                       pic x(15).
           05 itl-from-store                pic 99.
           05 itl-to-store                  pic 99.
           05 itl-ship-qty                  pic 9(5).
           05 itl-ship-date                 pic 9(8).

       fd parameter-master-file
           data record is parameter-master-line
           record contains 32 characters.

       01 parameter-master-line.
           05 prm-name                      pic x(20).
           05 prm-value                     pic x(12).

       fd output-file
           data record is output-line
           record contains 110 characters.

       01 output-line                       pic x(110).

       fd transfer-applied-file
           data record is transfer-applied-line
           record contains 8 characters.

       01 transfer-applied-line.
           05 tal-batch-date                pic 9(8).

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
           05 filler                        pic x(26)
               value spaces.
           05 filler                        pic x(31)
               value "INTER-STORE TRANSFERS".
           05 filler                        pic x(11)
               value "BATCH DATE ".
           05 ws-header-busdate             pic 9(8).
           05 filler                        pic x(34)
               value spaces.

       01 ws-header2-headings.
           05 filler                        pic x(10)
               value "Event".
           05 filler                        pic x(12)
               value "Transfer".
           05 filler                        pic x(17)
               value "SKU".
           05 filler                        pic x(6)
               value "From".
           05 filler                        pic x(6)
               value "To".
           05 filler                        pic x(9)
               value "Shipped".
           05 filler                        pic x(10)
               value "Received".
           05 filler                        pic x(10)
               value "Date".
           05 filler                        pic x(6)
               value "Days".
           05 filler                        pic x(24)
               value "Note".

       01 ws-header3-underlines.
           05 filler                        pic x(10)
               value "--------".
           05 filler                        pic x(12)
               value "----------".
           05 filler                        pic x(17)
               value "---------------".
           05 filler                        pic x(6)
               value "----".
           05 filler                        pic x(6)
               value "--".
           05 filler                        pic x(9)
               value "-------".
           05 filler                        pic x(10)
               value "--------".
           05 filler                        pic x(10)
               value "--------".
           05 filler                        pic x(6)
               value "----".
           05 filler                        pic x(24)
               value "----".

      *Detail Line - shared by every section
       01 ws-detail-line.
           05 ws-dl-event                   pic x(8).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-transfer                pic x(10).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-sku                     pic x(15).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-from                    pic z9.
           05 filler                        pic x(4)
               value spaces.
           05 ws-dl-to                      pic z9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-shipped                 pic zzzzzz9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-received                pic zzzzzz9.
           05 filler                        pic x(3)
               value spaces.
           05 ws-dl-date                    pic 9(8).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-days                    pic zzz9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-note                    pic x(24).

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

       01 ws-rerun-line.
           05 filler                        pic x(50)
               value "*** RERUN - BATCH DATE TRANSFERS ALREADY POSTED".
           05 filler                        pic x(40)
               value " - NOTHING POSTED ***".
           05 filler                        pic x(20)
               value spaces.

      *Summary Lines
       01 ws-summary1-totals.
           05 filler                        pic x(25)
               value "Shipments Posted      : ".
           05 ws-sum-ship-cnt               pic zzzz9.
           05 filler                        pic x(8)
               value spaces.
           05 filler                        pic x(25)
               value "Receipts Posted       : ".
           05 ws-sum-recv-cnt               pic zzzz9.
           05 filler                        pic x(42)
               value spaces.

       01 ws-summary2-totals.
           05 filler                        pic x(25)
               value "Receipt Mismatches    : ".
           05 ws-sum-mismatch-cnt           pic zzzz9.
           05 filler                        pic x(8)
               value spaces.
           05 filler                        pic x(25)
               value "Still In Transit      : ".
           05 ws-sum-transit-cnt            pic zzzz9.
           05 filler                        pic x(3)
               value " / ".
           05 ws-sum-overdue-cnt            pic zzzz9.
           05 filler                        pic x(34)
               value " overdue".

       01 ws-summary3-totals.
           05 filler                        pic x(25)
               value "Transfer Lines Rejected: ".
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
       77 ws-work-sku                       pic x(15) value spaces.
       77 ws-work-store                     pic 99    value 0.
       77 ws-work-units                     pic s9(5) value 0.

      *In-Transit Table - the in-transit file plus the day's
      *shipments; a receipt marks its shipment cleared so the file
      *is written back without it
       01 ws-transit-table.
           05 ws-it-entry                   occurs 5000 times.
               10 ws-it-transfer-num        pic x(10).
               10 ws-it-sku                 pic x(15).
               10 ws-it-from-store          pic 99.
               10 ws-it-to-store            pic 99.
               10 ws-it-ship-qty            pic 9(5).
               10 ws-it-ship-date           pic 9(8).
               10 ws-it-cleared             pic x.
       77 ws-it-count                       pic 9(5)  value 0.
       77 ws-it-sub                         pic 9(5)  value 0.
       77 ws-it-found                       pic 9(5)  value 0.
       77 ws-it-full-warned                 pic x     value 'n'.

      *Receipt Mismatches - kept to print after the day's movements
       01 ws-mismatch-table.
           05 ws-mm-entry                   occurs 1000 times.
               10 ws-mm-transfer-num        pic x(10).
               10 ws-mm-sku                 pic x(15).
               10 ws-mm-from-store          pic 99.
               10 ws-mm-to-store            pic 99.
               10 ws-mm-ship-qty            pic 9(5).
               10 ws-mm-recv-qty            pic 9(5).
               10 ws-mm-recv-date           pic 9(8).
       77 ws-mismatch-count                 pic 9(5)  value 0.
       77 ws-mm-sub                         pic 9(5)  value 0.

      *Rejected Transfer Lines - kept to print at the end
       01 ws-reject-table.
           05 ws-rj-entry                   occurs 500 times.
               10 ws-rj-saved-record        pic x(43).
               10 ws-rj-saved-reason        pic x(40).
       77 ws-reject-count                   pic 9(5)  value 0.
       77 ws-rj-sub                         pic 9(5)  value 0.

       01 ws-reject-line.
           05 ws-rj-record                  pic x(43).
           05 filler                        pic x(4)
               value spaces.
           05 ws-rj-reason                  pic x(40).
           05 filler                        pic x(23)
               value spaces.

      *Transit Days Allowed - the parameter master's, else default
       77 ws-transit-days                   pic 9(5)  value 5.
       77 ws-transit-days-print             pic zzzz9.
       77 ws-parameter-status               pic xx    value spaces.
       77 ws-param-name                     pic x(20) value spaces.
       77 ws-param-found-flag               pic x     value 'n'.
       01 ws-param-value-area.
           05 ws-param-value                pic x(12).
           05 filler redefines ws-param-value.
               10 ws-param-days             pic 9(5).

      *Work Fields
       77 ws-work-reason                    pic x(40) value spaces.
       77 ws-today-int                      pic 9(8)  value 0.
       77 ws-days-in-transit                pic s9(5) value 0.

      *Counters
       77 ws-ship-count                     pic 9(5)  value 0.
       77 ws-recv-count                     pic 9(5)  value 0.
       77 ws-transit-count                  pic 9(5)  value 0.
       77 ws-overdue-count                  pic 9(5)  value 0.

      *Rerun Protection - set when the control already carries this
      *batch date and no operator override is on hand; nothing is
      *posted, though the in-transit listing is still printed
       77 ws-applied-status                 pic xx    value spaces.
       77 ws-override-status                pic xx    value spaces.
       77 ws-rerun-flag                     pic x     value 'n'.

      *General Constants
       77 ws-transfer-status                pic xx    value spaces.
       77 ws-onhand-status                  pic xx    value spaces.
       77 ws-transit-status                 pic xx    value spaces.
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
           perform 095-check-transfer-applied.
           perform 100-load-on-hand.
           perform 105-load-in-transit.
           perform 107-load-transit-days.
           compute ws-today-int =
               function integer-of-date(ws-business-date).

           open output output-file.
           move ws-business-date            to ws-header-busdate.
           write output-line from ws-header1-main
               after advancing 1 line.
           write output-line from ws-header2-headings
               after advancing 2 lines.
           write output-line from ws-header3-underlines
               after advancing 1 line.

      *    A detected rerun posts nothing - the first run already
      *    moved the day's transfers
           if ws-rerun-flag = 'y' then
               write output-line from ws-rerun-line
                   after advancing 1 line
           else
               move "TRANSFERS POSTED"      to ws-sh-title
               write output-line from ws-section-heading
                   after advancing 1 line
               perform 200-post-transfers
               if ws-ship-count = 0 and ws-recv-count = 0 then
                   write output-line from ws-none-line
                       after advancing 1 line
               end-if
               perform 300-print-mismatches
           end-if.

           perform 400-print-in-transit.

           if ws-rerun-flag = 'n' then
               perform 450-print-rejects
           end-if.
           perform 480-print-summary.
           close output-file.

      *    Write the maintained files back out and stamp the batch
      *    date applied
           if ws-rerun-flag = 'n' then
               perform 500-rewrite-on-hand
               perform 505-rewrite-in-transit
               perform 510-stamp-transfer-applied
           end-if.

      *    Keep a date-stamped copy of today's output so a later run
      *    doesn't erase the only record of it
           perform 700-archive-output-files.

      *    End of 000-main (end of StoreTransfers program)
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
       095-check-transfer-applied.
           open input transfer-applied-file.
           if ws-applied-status = "00" then
               read transfer-applied-file
                   at end
                       continue
                   not at end
                       if tal-batch-date = ws-business-date then
                           perform 096-check-rerun-override
                       end-if
               end-read
               close transfer-applied-file
           end-if.

       096-check-rerun-override.
           open input rerun-override-file.
           if ws-override-status = "00" then
               close rerun-override-file
               display "RERUN OVERRIDE ON HAND - POSTING AGAIN"
           else
               move 'y'                     to ws-rerun-flag
               display "RERUN DETECTED - TRANSFERS ALREADY POSTED"
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
               display "MISSING FROM THE TRANSFERS THIS RUN"
           end-if.


       105-load-in-transit.
           open input in-transit-file.
           if ws-transit-status = "00" then
               move 'n'                     to ws-eof-flag
               perform until ws-eof-flag = 'y'
                   read in-transit-file
                       at end
                           move 'y'         to ws-eof-flag
                       not at end
                           if ws-it-count < 5000
                               add 1        to ws-it-count
                               move itl-transfer-num
                                   to ws-it-transfer-num(ws-it-count)
                               move itl-sku
                                   to ws-it-sku(ws-it-count)
                               move itl-from-store
                                   to ws-it-from-store(ws-it-count)
                               move itl-to-store
                                   to ws-it-to-store(ws-it-count)
                               move itl-ship-qty
                                   to ws-it-ship-qty(ws-it-count)
                               move itl-ship-date
                                   to ws-it-ship-date(ws-it-count)
                               move 'n'
                                   to ws-it-cleared(ws-it-count)
                           else
                               perform 115-warn-transit-full
                           end-if
                   end-read
               end-perform
               close in-transit-file
           end-if.

       115-warn-transit-full.
           if ws-it-full-warned = 'n' then
               move 'y'                     to ws-it-full-warned
               display "WARNING: IN-TRANSIT TABLE FULL - SOME"
               display "SHIPMENTS ARE MISSING FROM THIS RUN"
           end-if.


       107-load-transit-days.
           move "TRANSFER-TRANSIT-DAYS"     to ws-param-name.
           perform 128-find-parameter.
           if ws-param-found-flag = 'y' and ws-param-days is numeric
                   and ws-param-days > 0 then
               move ws-param-days           to ws-transit-days
           end-if.


      *    Look the wanted name up on the parameter master - a
      *    missing master (or name) just means the default stands
       128-find-parameter.
           move 'n'                         to ws-param-found-flag.
           move spaces                      to ws-param-value.
           open input parameter-master-file.
           if ws-parameter-status = "00" then
               perform until ws-parameter-status not = "00"
                   read parameter-master-file
                       at end
                           move "10"        to ws-parameter-status
                       not at end
                           if prm-name = ws-param-name
                               move prm-value to ws-param-value
                               move 'y'     to ws-param-found-flag
                           end-if
                   end-read
               end-perform
               close parameter-master-file
               move spaces                  to ws-parameter-status
           end-if.


      *    Find (or open fresh, with zero on hand and no reorder
      *    point) the entry for the SKU/store in ws-work-sku and
      *    ws-work-store, and move ws-work-units into it
       130-post-units.
           move 0                           to ws-oh-found.
           perform varying ws-oh-sub from 1 by 1
               until ws-oh-sub > ws-oh-count or ws-oh-found > 0
               if ws-oh-sku(ws-oh-sub) = ws-work-sku
                       and ws-oh-store(ws-oh-sub) = ws-work-store
                   move ws-oh-sub           to ws-oh-found
               end-if
           end-perform.
           if ws-oh-found = 0 then
               if ws-oh-count < 20000 then
                   add 1                    to ws-oh-count
                   move ws-oh-count         to ws-oh-found
                   move ws-work-sku         to ws-oh-sku(ws-oh-found)
                   move ws-work-store       to ws-oh-store(ws-oh-found)
                   move 0                   to ws-oh-qty(ws-oh-found)
                   move 0                   to
                       ws-oh-reorder(ws-oh-found)
               else
                   perform 110-warn-table-full
               end-if
           end-if.
           if ws-oh-found > 0 then
               add ws-work-units            to ws-oh-qty(ws-oh-found)
           end-if.


      *    Find the uncleared shipment for the transfer line's
      *    transfer number and SKU - comes back in ws-it-found
       140-find-shipment.
           move 0                           to ws-it-found.
           perform varying ws-it-sub from 1 by 1
               until ws-it-sub > ws-it-count or ws-it-found > 0
               if ws-it-transfer-num(ws-it-sub) = tr-transfer-num
                       and ws-it-sku(ws-it-sub) = tr-sku
                       and ws-it-cleared(ws-it-sub) = 'n'
                   move ws-it-sub           to ws-it-found
               end-if
           end-perform.


       200-post-transfers.
           open input transfer-file.
           if ws-transfer-status not = "00" then
               exit paragraph
           end-if.
           move 'n'                         to ws-eof-flag.
           read transfer-file
               at end move 'y'              to ws-eof-flag.
           perform until ws-eof-flag = 'y'
               perform 210-validate-transfer
               if ws-work-reason = spaces
                   if tr-event-ship
                       perform 220-post-shipment
                   else
                       perform 230-post-receipt
                   end-if
               end-if
               if ws-work-reason not = spaces
                   perform 240-save-reject
               end-if
               read transfer-file
                   at end move 'y'          to ws-eof-flag
           end-perform.
           close transfer-file.


       210-validate-transfer.
           move spaces                      to ws-work-reason.
           evaluate true
               when not tr-event-ship and not tr-event-receive
                   move "EVENT NOT S OR R"  to ws-work-reason
               when tr-transfer-num = spaces
                   move "TRANSFER NUMBER MISSING"
                       to ws-work-reason
               when tr-from-store is not numeric
                       or tr-from-store = 0
                       or tr-to-store is not numeric
                       or tr-to-store = 0
                   move "STORE NUMBER MISSING OR NOT NUMERIC"
                       to ws-work-reason
               when tr-from-store = tr-to-store
                   move "SENDING AND RECEIVING STORE THE SAME"
                       to ws-work-reason
               when tr-sku = spaces
                   move "SKU MISSING"       to ws-work-reason
               when tr-qty is not numeric
                   move "QUANTITY NOT NUMERIC"
                       to ws-work-reason
               when tr-event-ship and tr-qty = 0
                   move "SHIPPED QUANTITY ZERO"
                       to ws-work-reason
               when tr-event-date is not numeric
                       or tr-event-date = 0
                       or tr-event-date > ws-business-date
                   move "EVENT DATE MISSING OR AFTER BATCH DATE"
                       to ws-work-reason
           end-evaluate.


      *    Units leave the sender now and wait in transit
       220-post-shipment.
           perform 140-find-shipment.
           if ws-it-found > 0 then
               move "ALREADY IN TRANSIT"    to ws-work-reason
               exit paragraph
           end-if.
           if ws-it-count not < 5000 then
               perform 115-warn-transit-full
               move "IN-TRANSIT TABLE FULL" to ws-work-reason
               exit paragraph
           end-if.

           add 1                            to ws-it-count.
           move tr-transfer-num             to
               ws-it-transfer-num(ws-it-count).
           move tr-sku                      to ws-it-sku(ws-it-count).
           move tr-from-store               to
               ws-it-from-store(ws-it-count).
           move tr-to-store                 to
               ws-it-to-store(ws-it-count).
           move tr-qty                      to
               ws-it-ship-qty(ws-it-count).
           move tr-event-date               to
               ws-it-ship-date(ws-it-count).
           move 'n'                         to
               ws-it-cleared(ws-it-count).

           move tr-sku                      to ws-work-sku.
           move tr-from-store               to ws-work-store.
           compute ws-work-units = 0 - tr-qty.
           perform 130-post-units.
           add 1                            to ws-ship-count.

           move spaces                      to ws-detail-line.
           move "SHIPPED"                   to ws-dl-event.
           move tr-transfer-num             to ws-dl-transfer.
           move tr-sku                      to ws-dl-sku.
           move tr-from-store               to ws-dl-from.
           move tr-to-store                 to ws-dl-to.
           move tr-qty                      to ws-dl-shipped.
           move tr-event-date               to ws-dl-date.
           write output-line from ws-detail-line
               after advancing 1 line.


      *    What arrived goes into the receiver and the shipment is
      *    cleared; a count different from the shipment is kept for
      *    the mismatch section
       230-post-receipt.
           perform 140-find-shipment.
           if ws-it-found = 0 then
               move "NO SHIPMENT IN TRANSIT" to ws-work-reason
               exit paragraph
           end-if.
           if ws-it-to-store(ws-it-found) not = tr-to-store then
               move "RECEIVED AT WRONG STORE" to ws-work-reason
               exit paragraph
           end-if.

           move 'y'                         to
               ws-it-cleared(ws-it-found).
           move tr-sku                      to ws-work-sku.
           move tr-to-store                 to ws-work-store.
           move tr-qty                      to ws-work-units.
           perform 130-post-units.
           add 1                            to ws-recv-count.

           move spaces                      to ws-detail-line.
           move "RECEIVED"                  to ws-dl-event.
           move tr-transfer-num             to ws-dl-transfer.
           move tr-sku                      to ws-dl-sku.
           move ws-it-from-store(ws-it-found) to ws-dl-from.
           move tr-to-store                 to ws-dl-to.
           move ws-it-ship-qty(ws-it-found) to ws-dl-shipped.
           move tr-qty                      to ws-dl-received.
           move tr-event-date               to ws-dl-date.
           if tr-qty not = ws-it-ship-qty(ws-it-found) then
               move "*** QTY MISMATCH ***"  to ws-dl-note
               perform 235-save-mismatch
           end-if.
           write output-line from ws-detail-line
               after advancing 1 line.


       235-save-mismatch.
           if ws-mismatch-count < 1000 then
               add 1                        to ws-mismatch-count
               move tr-transfer-num         to
                   ws-mm-transfer-num(ws-mismatch-count)
               move tr-sku                  to
                   ws-mm-sku(ws-mismatch-count)
               move ws-it-from-store(ws-it-found) to
                   ws-mm-from-store(ws-mismatch-count)
               move tr-to-store             to
                   ws-mm-to-store(ws-mismatch-count)
               move ws-it-ship-qty(ws-it-found) to
                   ws-mm-ship-qty(ws-mismatch-count)
               move tr-qty                  to
                   ws-mm-recv-qty(ws-mismatch-count)
               move tr-event-date           to
                   ws-mm-recv-date(ws-mismatch-count)
           end-if.


       240-save-reject.
           if ws-reject-count < 500 then
               add 1                        to ws-reject-count
               move transfer-line           to
                   ws-rj-saved-record(ws-reject-count)
               move ws-work-reason          to
                   ws-rj-saved-reason(ws-reject-count)
           end-if.


       300-print-mismatches.
           move "RECEIPTS NOT MATCHING THE SHIPMENT"
               to ws-sh-title.
           write output-line from ws-section-heading
               after advancing 2 lines.
           perform varying ws-mm-sub from 1 by 1
               until ws-mm-sub > ws-mismatch-count
               move spaces                  to ws-detail-line
               if ws-mm-recv-qty(ws-mm-sub) < ws-mm-ship-qty(ws-mm-sub)
                   move "SHORT"             to ws-dl-event
               else
                   move "OVER"              to ws-dl-event
               end-if
               move ws-mm-transfer-num(ws-mm-sub) to ws-dl-transfer
               move ws-mm-sku(ws-mm-sub)    to ws-dl-sku
               move ws-mm-from-store(ws-mm-sub) to ws-dl-from
               move ws-mm-to-store(ws-mm-sub) to ws-dl-to
               move ws-mm-ship-qty(ws-mm-sub) to ws-dl-shipped
               move ws-mm-recv-qty(ws-mm-sub) to ws-dl-received
               move ws-mm-recv-date(ws-mm-sub) to ws-dl-date
               write output-line from ws-detail-line
                   after advancing 1 line
           end-perform.
           if ws-mismatch-count = 0 then
               write output-line from ws-none-line
                   after advancing 1 line
           end-if.


      *    Every shipment still in transit is counted; those out
      *    longer than the allowed days are listed
       400-print-in-transit.
           move spaces                      to ws-sh-title.
           move ws-transit-days             to ws-transit-days-print.
           string "IN TRANSIT LONGER THAN ALLOWED - DAYS ALLOWED"
                                              delimited by size
                  ws-transit-days-print       delimited by size
                  into ws-sh-title
           end-string.
           write output-line from ws-section-heading
               after advancing 2 lines.
           perform varying ws-it-sub from 1 by 1
               until ws-it-sub > ws-it-count
               if ws-it-cleared(ws-it-sub) = 'n'
                   add 1                    to ws-transit-count
                   compute ws-days-in-transit = ws-today-int -
                       function integer-of-date
                           (ws-it-ship-date(ws-it-sub))
                   if ws-days-in-transit > ws-transit-days
                       perform 410-print-overdue-line
                   end-if
               end-if
           end-perform.
           if ws-overdue-count = 0 then
               write output-line from ws-none-line
                   after advancing 1 line
           end-if.


       410-print-overdue-line.
           add 1                            to ws-overdue-count.
           move spaces                      to ws-detail-line.
           move "OVERDUE"                   to ws-dl-event.
           move ws-it-transfer-num(ws-it-sub) to ws-dl-transfer.
           move ws-it-sku(ws-it-sub)        to ws-dl-sku.
           move ws-it-from-store(ws-it-sub) to ws-dl-from.
           move ws-it-to-store(ws-it-sub)   to ws-dl-to.
           move ws-it-ship-qty(ws-it-sub)   to ws-dl-shipped.
           move ws-it-ship-date(ws-it-sub)  to ws-dl-date.
           move ws-days-in-transit          to ws-dl-days.
           write output-line from ws-detail-line
               after advancing 1 line.


       450-print-rejects.
           move "TRANSFER LINES REJECTED - NOT POSTED"
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
           move ws-ship-count               to ws-sum-ship-cnt.
           move ws-recv-count               to ws-sum-recv-cnt.
           write output-line from ws-summary1-totals
               after advancing 2 lines.
           move ws-mismatch-count           to ws-sum-mismatch-cnt.
           move ws-transit-count            to ws-sum-transit-cnt.
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


      *    Only shipments still waiting go back to the file
       505-rewrite-in-transit.
           open output in-transit-file.
           perform varying ws-it-sub from 1 by 1
               until ws-it-sub > ws-it-count
               if ws-it-cleared(ws-it-sub) = 'n'
                   move ws-it-transfer-num(ws-it-sub)
                       to itl-transfer-num
                   move ws-it-sku(ws-it-sub) to itl-sku
                   move ws-it-from-store(ws-it-sub)
                       to itl-from-store
                   move ws-it-to-store(ws-it-sub) to itl-to-store
                   move ws-it-ship-qty(ws-it-sub) to itl-ship-qty
                   move ws-it-ship-date(ws-it-sub) to itl-ship-date
                   write in-transit-line
               end-if
           end-perform.
           close in-transit-file.

      *    Record that this batch date's transfers are posted
       510-stamp-transfer-applied.
           move ws-business-date            to tal-batch-date.
           open output transfer-applied-file.
           write transfer-applied-line.
           close transfer-applied-file.


       700-archive-output-files.
           move ws-business-date            to ws-archive-date.

           move "../../../../data/StoreTransfers.out"
               to ws-archive-read-path.
           string "../../../../data/StoreTransfers_"
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


       end program StoreTransfers.
