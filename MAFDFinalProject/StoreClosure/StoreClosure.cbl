      ******************************************************************
      * Author:    Connor Simmonds-Parke, Nicholas Sturch-flint
      * Date:      2022-01-26
      * Purpose:   When a store closes, its open business has to go
      *            somewhere. This utility takes a closing store and a
      *            receiving store and moves the closing store's open
      *            layaways, outstanding gift card balances, on-hand
      *            stock and pending settlement items to the receiving
      *            store, then marks the closing store inactive on
      *            StoreMaster.dat so Edit rejects any further
      *            transactions for it. The audit report lists every
      *            record moved, with before and after totals for
      *            both stores.
      * Note:      StoreClosureRequest.ctl drives the run: closing
      *            store, receiving store and closure date (zeros take
      *            the business date; a date after the business date
      *            is refused - run the closure on or after the day
      *            the store shuts). Both stores must be on the store
      *            master and active. Everything is loaded and checked
      *            before any file is changed, and the store is only
      *            marked inactive once its business has moved, so a
      *            run that stops part-way can simply be run again.
      *            Paid-off and cancelled layaways and fully redeemed
      *            gift cards stay under the closing store as
      *            history.
      * Tectonics: cobc
      ******************************************************************
       identification division.

       program-id. StoreClosure.
       author. Connor Simmonds-Parke, Nicholas Sturch-flint.
       date-written. 01-26-2022.
      *Description: Moves a closing store's open business to a
      *             receiving store and marks it inactive.

       environment division.
       configuration section.

       input-output section.
       file-control.

      *    Closure Request - drives the run; the utility refuses to
      *    run without it rather than guess at the stores
           select closure-request-file
               assign to "../../../../data/StoreClosureRequest.ctl"
               organization is line sequential
               file status is ws-request-status.

      *    Store Master - both stores are checked on it, and the
      *    closing store is marked inactive on it
           select store-file
               assign to "../../../../data/StoreMaster.dat"
               organization is line sequential
               file status is ws-store-status.

      *    The two ledgers whose open entries carry a store number
           select layaway-ledger-file
               assign to "../../../../data/LayawayLedger.dat"
               organization is indexed
               access mode is dynamic
               record key is ledg-invoice-num
               file status is ws-ledger-status.

           select gift-card-ledger-file
               assign to "../../../../data/GiftCardLedger.dat"
               organization is indexed
               access mode is dynamic
               record key is gcl-invoice-num
               file status is ws-gc-ledger-status.

      *    Per-Store On-Hand File - maintained by InventoryMovement
           select on-hand-file
               assign to "../../../../data/OnHand.dat"
               organization is line sequential
               file status is ws-onhand-status.

      *    Pending Settlement - unmatched tenders and settlement lines
      *    carried by SettlementReconciliation
           select pending-file
               assign to "../../../../data/PendingSettlement.dat"
               organization is line sequential
               file status is ws-pending-status.

      *    Output Files
           select output-file
               assign to "../../../../data/StoreClosure.out"
               organization is line sequential.

      *    Central Run Log - this utility stamps its start and end
      *    like the pipeline programs, since it rewrites the ledgers
           select run-log-file
               assign to "../../../../data/RunLog.dat"
               organization is line sequential
               file status is ws-runlog-status.

      *    Business-Date Parameter - the day the business actually
      *    happened (Edit writes it from the batch header), the
      *    default closure date and the archive date
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

       fd closure-request-file
           data record is closure-request-line
           record contains 12 characters.

       01 closure-request-line.
           05 scr-closing-store             pic 99.
           05 scr-receiving-store           pic 99.
           05 scr-closure-date              pic 9(8).

       fd store-file
           data record is store-line
           record contains 38 characters.

       01 store-line.
           05 sm-store-num                  pic 99.
           05 sm-name                       pic x(20).
           05 sm-region                     pic x(12).
           05 sm-tax-rate                   pic 9v99.
           05 sm-active                     pic x.

       fd layaway-ledger-file
           data record is ledger-record.

       01 ledger-record.
           05 ledg-invoice-num              pic x(9).
           05 ledg-total-price              pic 9(5)v99.
           05 ledg-paid-to-date             pic 9(5)v99.
           05 ledg-balance                  pic 9(5)v99.
           05 ledg-store-num                pic 99.
           05 ledg-opened-date              pic 9(8).
           05 ledg-last-paid-date           pic 9(8).
           05 ledg-cancelled-flag           pic x.

       fd gift-card-ledger-file
           data record is gift-card-record.

       01 gift-card-record.
           05 gcl-invoice-num               pic x(9).
           05 gcl-issued-amt                pic 9(5)v99.
           05 gcl-redeemed-amt              pic 9(5)v99.
           05 gcl-store-num                 pic 99.
           05 gcl-last-date                 pic 9(8).

       fd on-hand-file
           data record is on-hand-line
           record contains 29 characters.

       01 on-hand-line.
           05 ohl-sku                       pic x(15).
           05 ohl-store-num                 pic 99.
           05 ohl-qty-on-hand               pic s9(7).
           05 ohl-reorder-point             pic 9(5).

       fd pending-file
           data record is pending-line
           record contains 31 characters.

       01 pending-line.
           05 pnd-side                      pic x.
               88 pnd-side-ours             value 'U'.
               88 pnd-side-settlement       value 'S'.
           05 pnd-invoice-num               pic x(9).
           05 pnd-pay-type                  pic x(2).
           05 pnd-amount                    pic 9(5)v99.
           05 pnd-source                    pic x(2).
           05 pnd-first-date                pic 9(8).
           05 pnd-store-num                 pic 99.

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

      *Report Headings
       01 ws-header1-main.
           05 filler                        pic x(32)
               value spaces.
           05 filler                        pic x(30)
               value "STORE CLOSURE AUDIT REPORT".
           05 filler                        pic x(48)
               value spaces.

       01 ws-header2-stores.
           05 filler                        pic x(15)
               value "CLOSING STORE ".
           05 ws-hs-closing                 pic 99.
           05 filler                        pic x     value space.
           05 ws-hs-closing-name            pic x(20).
           05 filler                        pic x(19)
               value "  RECEIVING STORE ".
           05 ws-hs-receiving               pic 99.
           05 filler                        pic x     value space.
           05 ws-hs-receiving-name          pic x(20).
           05 filler                        pic x(16)
               value "  CLOSURE DATE ".
           05 ws-hs-closure-date            pic 9(8).
           05 filler                        pic x(6)  value spaces.

       01 ws-section-line.
           05 ws-sl-text                    pic x(50).
           05 filler                        pic x(60) value spaces.

       01 ws-none-line.
           05 filler                        pic x(4)  value spaces.
           05 ws-nl-text                    pic x(60).
           05 filler                        pic x(46) value spaces.

      *Layaway Lines
       01 ws-lay-heading.
           05 filler                        pic x(4)  value spaces.
           05 filler                        pic x(13) value "Invoice".
           05 filler                        pic x(12) value "Opened".
           05 filler                        pic x(14)
               value "   Total Price".
           05 filler                        pic x(14)
               value "  Paid To Date".
           05 filler                        pic x(14)
               value "       Balance".
           05 filler                        pic x(39) value spaces.

       01 ws-lay-detail.
           05 filler                        pic x(4)  value spaces.
           05 ws-ld-invoice                 pic x(9).
           05 filler                        pic x(4)  value spaces.
           05 ws-ld-opened                  pic 9(8).
           05 filler                        pic x(4)  value spaces.
           05 ws-ld-total                   pic zz,zzz,zz9.99.
           05 filler                        pic x     value space.
           05 ws-ld-paid                    pic zz,zzz,zz9.99.
           05 filler                        pic x     value space.
           05 ws-ld-balance                 pic zz,zzz,zz9.99.
           05 filler                        pic x(3)  value spaces.
           05 ws-ld-note                    pic x(27).

      *Gift Card Lines
       01 ws-gift-heading.
           05 filler                        pic x(4)  value spaces.
           05 filler                        pic x(13) value "Card".
           05 filler                        pic x(12) value "Last Used".
           05 filler                        pic x(14)
               value "        Issued".
           05 filler                        pic x(14)
               value "      Redeemed".
           05 filler                        pic x(14)
               value "   Outstanding".
           05 filler                        pic x(39) value spaces.

       01 ws-gift-detail.
           05 filler                        pic x(4)  value spaces.
           05 ws-gd-invoice                 pic x(9).
           05 filler                        pic x(4)  value spaces.
           05 ws-gd-last-date               pic 9(8).
           05 filler                        pic x(4)  value spaces.
           05 ws-gd-issued                  pic zz,zzz,zz9.99.
           05 filler                        pic x     value space.
           05 ws-gd-redeemed                pic zz,zzz,zz9.99.
           05 filler                        pic x     value space.
           05 ws-gd-outstanding             pic zz,zzz,zz9.99.
           05 filler                        pic x(3)  value spaces.
           05 ws-gd-note                    pic x(27).

      *On-Hand Lines
       01 ws-stock-heading.
           05 filler                        pic x(4)  value spaces.
           05 filler                        pic x(17) value "SKU".
           05 filler                        pic x(13)
               value "  Units Moved".
           05 filler                        pic x(18)
               value "  Receiving Before".
           05 filler                        pic x(17)
               value "  Receiving After".
           05 filler                        pic x(41) value spaces.

       01 ws-stock-detail.
           05 filler                        pic x(4)  value spaces.
           05 ws-sd-sku                     pic x(15).
           05 filler                        pic x(4)  value spaces.
           05 ws-sd-moved                   pic -(8)9.
           05 filler                        pic x(9)  value spaces.
           05 ws-sd-before                  pic -(8)9.
           05 filler                        pic x(8)  value spaces.
           05 ws-sd-after                   pic -(8)9.
           05 filler                        pic x(43) value spaces.

      *Pending Settlement Lines
       01 ws-pend-heading.
           05 filler                        pic x(4)  value spaces.
           05 filler                        pic x(12) value "Side".
           05 filler                        pic x(13) value "Invoice".
           05 filler                        pic x(8)  value "Tender".
           05 filler                        pic x(12)
               value "First Date".
           05 filler                        pic x(14)
               value "        Amount".
           05 filler                        pic x(47) value spaces.

       01 ws-pend-detail.
           05 filler                        pic x(4)  value spaces.
           05 ws-pd-side                    pic x(10).
           05 filler                        pic x(2)  value spaces.
           05 ws-pd-invoice                 pic x(9).
           05 filler                        pic x(4)  value spaces.
           05 ws-pd-pay-type                pic x(2).
           05 filler                        pic x(6)  value spaces.
           05 ws-pd-first-date              pic 9(8).
           05 filler                        pic x(4)  value spaces.
           05 ws-pd-amount                  pic zz,zzz,zz9.99.
           05 filler                        pic x(48) value spaces.

      *Before and After Totals - one row per kind of business moved;
      *the kind byte says whether the row is a count or dollars
       01 ws-total-labels.
           05 filler                        pic x(31)
               value "COpen layaways".
           05 filler                        pic x(31)
               value "DLayaway balances".
           05 filler                        pic x(31)
               value "CGift cards with a balance".
           05 filler                        pic x(31)
               value "DGift card liability".
           05 filler                        pic x(31)
               value "COn-hand units".
           05 filler                        pic x(31)
               value "CPending settlement items".
           05 filler                        pic x(31)
               value "DPending settlement amount".
       01 ws-total-label-table redefines ws-total-labels.
           05 ws-tl-entry                   occurs 7 times.
               10 ws-tl-kind                pic x.
               10 ws-tl-label               pic x(30).

       01 ws-totals-table.
           05 ws-tt-entry                   occurs 7 times.
               10 ws-tt-closing-before      pic s9(9)v99.
               10 ws-tt-receiving-before    pic s9(9)v99.
               10 ws-tt-moved               pic s9(9)v99.
       77 ws-tt-sub                         pic 9     value 0.

       01 ws-totals-heading1.
           05 filler                        pic x(30) value spaces.
           05 filler                        pic x(40)
               value "  ------ CLOSING STORE ------".
           05 filler                        pic x(40)
               value "  ----- RECEIVING STORE -----".

       01 ws-totals-heading2.
           05 filler                        pic x(30) value spaces.
           05 filler                        pic x(20)
               value "          Before".
           05 filler                        pic x(20)
               value "         After".
           05 filler                        pic x(20)
               value "          Before".
           05 filler                        pic x(20)
               value "         After".

       01 ws-total-amount-line.
           05 ws-ta-label                   pic x(30).
           05 filler                        pic x(2)  value spaces.
           05 ws-ta-closing-before          pic -(10)9.99.
           05 filler                        pic x(4)  value spaces.
           05 ws-ta-closing-after           pic -(10)9.99.
           05 filler                        pic x(4)  value spaces.
           05 ws-ta-receiving-before        pic -(10)9.99.
           05 filler                        pic x(4)  value spaces.
           05 ws-ta-receiving-after         pic -(10)9.99.
           05 filler                        pic x(6)  value spaces.

       01 ws-total-count-line.
           05 ws-tc-label                   pic x(30).
           05 filler                        pic x(2)  value spaces.
           05 ws-tc-closing-before          pic -(10)9.
           05 filler                        pic x(7)  value spaces.
           05 ws-tc-closing-after           pic -(10)9.
           05 filler                        pic x(7)  value spaces.
           05 ws-tc-receiving-before        pic -(10)9.
           05 filler                        pic x(7)  value spaces.
           05 ws-tc-receiving-after         pic -(10)9.
           05 filler                        pic x(9)  value spaces.

       01 ws-inactive-line.
           05 filler                        pic x(6)
               value "STORE ".
           05 ws-il-store                   pic 99.
           05 filler                        pic x(43)
               value " MARKED INACTIVE ON StoreMaster.dat - EDIT".
           05 filler                        pic x(59)
               value "REJECTS ANY FURTHER TRANSACTIONS FOR IT".

       01 ws-not-moved-line.
           05 filler                        pic x(48)
               value "*** SOME RECORDS COULD NOT BE REWRITTEN - STORE ".
           05 filler                        pic x(62)
               value "LEFT ACTIVE - CORRECT AND RERUN THE CLOSURE ***".

      *Closure Request
       77 ws-request-status                 pic xx    value spaces.
       77 ws-closing-store                  pic 99    value 0.
       77 ws-receiving-store                pic 99    value 0.
       77 ws-closure-date                   pic 9(8)  value 0.

      *Store Master - kept line for line so it is written back
      *exactly as read, bar the closing store's active flag
       01 ws-store-table.
           05 ws-sm-line                    pic x(38)
               occurs 200 times.
       77 ws-sm-count                       pic 999   value 0.
       77 ws-sm-sub                         pic 999   value 0.
       77 ws-closing-found                  pic x     value 'n'.
       77 ws-closing-active                 pic x     value space.
       77 ws-closing-name                   pic x(20) value spaces.
       77 ws-receiving-found                pic x     value 'n'.
       77 ws-receiving-active               pic x     value space.
       77 ws-receiving-name                 pic x(20) value spaces.

      *On-Hand Table - the whole file; a closing-store entry is
      *dropped once its units have moved
       01 ws-onhand-table.
           05 ws-oh-entry                   occurs 20000 times.
               10 ws-oh-sku                 pic x(15).
               10 ws-oh-store               pic 99.
               10 ws-oh-qty                 pic s9(7).
               10 ws-oh-reorder             pic 9(5).
               10 ws-oh-dropped             pic x.
       77 ws-oh-count                       pic 9(5)  value 0.
       77 ws-oh-sub                         pic 9(5)  value 0.
       77 ws-oh-found                       pic 9(5)  value 0.
       77 ws-oh-scan                        pic 9(5)  value 0.
       77 ws-oh-max                         pic 9(5)  value 20000.
       77 ws-recv-qty-before                pic s9(7) value 0.

      *Pending Settlement Table - the whole file
       01 ws-pending-table.
           05 ws-pn-line                    pic x(31)
               occurs 100000 times.
       77 ws-pn-count                       pic 9(6)  value 0.
       77 ws-pn-sub                         pic 9(6)  value 0.
       77 ws-pn-max                         pic 9(6)  value 100000.

      *Counters
       77 ws-records-read                   pic 9(7)  value 0.
       77 ws-records-moved                  pic 9(7)  value 0.
       77 ws-rewrite-failures               pic 9(5)  value 0.
       77 ws-moved-in-section               pic 9(7)  value 0.

      *File Statuses
       77 ws-store-status                   pic xx    value spaces.
       77 ws-ledger-status                  pic xx    value spaces.
       77 ws-gc-ledger-status               pic xx    value spaces.
       77 ws-onhand-status                  pic xx    value spaces.
       77 ws-pending-status                 pic xx    value spaces.
       77 ws-eof-flag                       pic x     value 'n'.

      *Business Date - falls back to the machine date when Edit has
      *not published one
       77 ws-busdate-status                 pic xx    value spaces.
       77 ws-business-date                  pic 9(8)  value 0.

      *Date-Stamped Archive Copies
       77 ws-archive-date                   pic x(8)  value spaces.
       77 ws-archive-read-path              pic x(100) value spaces.
       77 ws-archive-write-path             pic x(100) value spaces.
       77 ws-archive-eof-flag               pic x     value 'n'.

      *Central Run Log fields
       77 ws-runlog-status                  pic xx    value spaces.
       77 ws-rl-event                       pic x     value space.
       77 ws-rl-end-status                  pic x     value space.
       77 ws-runlog-in                      pic 9(7)  value 0.
       77 ws-runlog-out                     pic 9(7)  value 0.


       procedure division.
       000-main.

           perform 091-log-run-start.
           perform 090-load-business-date.
           perform 100-read-closure-request.
           perform 110-load-store-master.
           perform 120-load-on-hand.
           perform 130-load-pending-settlement.

           initialize ws-totals-table.

           open output output-file.
           move ws-closing-store            to ws-hs-closing.
           move ws-closing-name             to ws-hs-closing-name.
           move ws-receiving-store          to ws-hs-receiving.
           move ws-receiving-name           to ws-hs-receiving-name.
           move ws-closure-date             to ws-hs-closure-date.
           write output-line from ws-header1-main.
           write output-line from ws-header2-stores.

           perform 200-move-layaways.
           perform 300-move-gift-cards.
           perform 400-move-on-hand.
           perform 500-move-pending-settlement.

      *    Only once every open item has moved is the store closed -
      *    a rewrite that failed leaves it open for a rerun
           write output-line from spaces.
           if ws-rewrite-failures = 0 then
               perform 600-close-store-master
               move ws-closing-store        to ws-il-store
               write output-line from ws-inactive-line
           else
               write output-line from ws-not-moved-line
           end-if.

           perform 650-print-totals.
           close output-file.
           perform 700-archive-output-files.

           move ws-records-read             to ws-runlog-in.
           move ws-records-moved            to ws-runlog-out.
           if ws-rewrite-failures = 0 then
               display "STORE CLOSURE: STORE " ws-closing-store
                   " CLOSED INTO STORE " ws-receiving-store " - "
                   ws-records-moved " RECORDS MOVED"
               perform 092-log-run-end
           else
               display "STORE CLOSURE: " ws-rewrite-failures
                   " RECORDS NOT MOVED - STORE " ws-closing-store
                   " LEFT ACTIVE"
               perform 094-log-run-aborted
           end-if.

      *    End of 000-main (end of StoreClosure program)
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
               move "StoreClosure"
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

       094-log-run-aborted.
           move 'E'                         to ws-rl-event.
           move 'A'                         to ws-rl-end-status.
           perform 093-write-run-log.


       100-read-closure-request.
           open input closure-request-file.
           if ws-request-status not = "00" then
               display "STORE CLOSURE: NO StoreClosureRequest.ctl ON"
                   " HAND - RUN ABORTED"
               perform 094-log-run-aborted
               stop run
           end-if.
           read closure-request-file
               at end
                   display "STORE CLOSURE: EMPTY REQUEST FILE - "
                       "RUN ABORTED"
                   perform 094-log-run-aborted
                   stop run
           end-read.
           close closure-request-file.

           if scr-closing-store is not numeric
                   or scr-receiving-store is not numeric
                   or scr-closing-store = 0
                   or scr-receiving-store = 0
                   or scr-closing-store = scr-receiving-store then
               display "STORE CLOSURE: BAD REQUEST - NEED TWO "
                   "DIFFERENT STORES, CLOSING THEN RECEIVING"
               perform 094-log-run-aborted
               stop run
           end-if.
           move scr-closing-store           to ws-closing-store.
           move scr-receiving-store         to ws-receiving-store.

           if scr-closure-date is not numeric then
               display "STORE CLOSURE: BAD REQUEST - CLOSURE DATE "
                   "MUST BE YYYYMMDD OR ZEROS"
               perform 094-log-run-aborted
               stop run
           end-if.
           move scr-closure-date            to ws-closure-date.
           if ws-closure-date = 0 then
               move ws-business-date        to ws-closure-date
           end-if.
           if function test-date-yyyymmdd(ws-closure-date) not = 0
               display "STORE CLOSURE: BAD REQUEST - CLOSURE DATE "
                   ws-closure-date " IS NOT A DATE"
               perform 094-log-run-aborted
               stop run
           end-if.
           if ws-closure-date > ws-business-date then
               display "STORE CLOSURE: CLOSURE DATE " ws-closure-date
                   " IS AFTER THE BUSINESS DATE " ws-business-date
               display "STORE CLOSURE: RUN THE CLOSURE ON OR AFTER "
                   "THE DAY THE STORE SHUTS - RUN ABORTED"
               perform 094-log-run-aborted
               stop run
           end-if.


      *    Both stores must be on file and active - a store already
      *    inactive has been closed before
       110-load-store-master.
           open input store-file.
           if ws-store-status not = "00" then
               display "STORE CLOSURE: NO StoreMaster.dat ON HAND - "
                   "RUN ABORTED"
               perform 094-log-run-aborted
               stop run
           end-if.

           move 'n'                         to ws-eof-flag.
           perform until ws-eof-flag = 'y'
               read store-file
                   at end
                       move 'y'             to ws-eof-flag
                   not at end
                       if ws-sm-count >= 200
                           display "STORE CLOSURE: STORE MASTER "
                               "TOO LARGE - RUN ABORTED"
                           perform 094-log-run-aborted
                           stop run
                       end-if
                       add 1                to ws-sm-count
                       move store-line      to ws-sm-line(ws-sm-count)
                       if sm-store-num = ws-closing-store
                           move 'y'         to ws-closing-found
                           move sm-active   to ws-closing-active
                           move sm-name     to ws-closing-name
                       end-if
                       if sm-store-num = ws-receiving-store
                           move 'y'         to ws-receiving-found
                           move sm-active   to ws-receiving-active
                           move sm-name     to ws-receiving-name
                       end-if
               end-read
           end-perform.
           close store-file.

           if ws-closing-found = 'n' or ws-receiving-found = 'n' then
               display "STORE CLOSURE: STORE " ws-closing-store
                   " OR " ws-receiving-store
                   " NOT ON THE STORE MASTER - RUN ABORTED"
               perform 094-log-run-aborted
               stop run
           end-if.
           if ws-closing-active not = 'Y' then
               display "STORE CLOSURE: STORE " ws-closing-store
                   " IS ALREADY INACTIVE - RUN ABORTED"
               perform 094-log-run-aborted
               stop run
           end-if.
           if ws-receiving-active not = 'Y' then
               display "STORE CLOSURE: RECEIVING STORE "
                   ws-receiving-store " IS NOT ACTIVE - RUN ABORTED"
               perform 094-log-run-aborted
               stop run
           end-if.


      *    The on-hand and pending settlement files are rewritten
      *    whole, so one too big for its table stops the run before
      *    anything is touched
       120-load-on-hand.
           open input on-hand-file.
           if ws-onhand-status not = "00" then
               exit paragraph
           end-if.
           move 'n'                         to ws-eof-flag.
           perform until ws-eof-flag = 'y'
               read on-hand-file
                   at end
                       move 'y'             to ws-eof-flag
                   not at end
                       if ws-oh-count >= ws-oh-max
                           display "STORE CLOSURE: OnHand.dat "
                               "TOO LARGE - RUN ABORTED"
                           perform 094-log-run-aborted
                           stop run
                       end-if
                       add 1                to ws-oh-count
                       add 1                to ws-records-read
                       move ohl-sku         to ws-oh-sku(ws-oh-count)
                       move ohl-store-num
                           to ws-oh-store(ws-oh-count)
                       move ohl-qty-on-hand
                           to ws-oh-qty(ws-oh-count)
                       move ohl-reorder-point
                           to ws-oh-reorder(ws-oh-count)
                       move 'n'
                           to ws-oh-dropped(ws-oh-count)
               end-read
           end-perform.
           close on-hand-file.

       130-load-pending-settlement.
           open input pending-file.
           if ws-pending-status not = "00" then
               exit paragraph
           end-if.
           move 'n'                         to ws-eof-flag.
           perform until ws-eof-flag = 'y'
               read pending-file
                   at end
                       move 'y'             to ws-eof-flag
                   not at end
                       if ws-pn-count >= ws-pn-max
                           display "STORE CLOSURE: "
                               "PendingSettlement.dat TOO LARGE - "
                               "RUN ABORTED"
                           perform 094-log-run-aborted
                           stop run
                       end-if
                       add 1                to ws-pn-count
                       add 1                to ws-records-read
                       move pending-line    to ws-pn-line(ws-pn-count)
               end-read
           end-perform.
           close pending-file.


       150-print-section-heading.
           write output-line from spaces.
           write output-line from ws-section-line.
           move 0                           to ws-moved-in-section.


      *    Open layaways - a balance still owing and not cancelled
       200-move-layaways.
           move "OPEN LAYAWAYS MOVED"       to ws-sl-text.
           perform 150-print-section-heading.
           write output-line from ws-lay-heading.

           open i-o layaway-ledger-file.
           if ws-ledger-status not = "00" then
               move "NO LAYAWAY LEDGER ON HAND" to ws-nl-text
               write output-line from ws-none-line
               exit paragraph
           end-if.

           move 'n'                         to ws-eof-flag.
           perform until ws-eof-flag = 'y'
               read layaway-ledger-file next record
                   at end
                       move 'y'             to ws-eof-flag
                   not at end
                       add 1                to ws-records-read
                       perform 210-move-one-layaway
               end-read
           end-perform.
           close layaway-ledger-file.

           if ws-moved-in-section = 0 then
               move "NO OPEN LAYAWAYS AT THE CLOSING STORE"
                   to ws-nl-text
               write output-line from ws-none-line
           end-if.

       210-move-one-layaway.
           if ledg-cancelled-flag = 'Y' or ledg-balance = 0 then
               exit paragraph
           end-if.
           if ledg-store-num = ws-receiving-store then
               add 1                        to ws-tt-receiving-before(1)
               add ledg-balance             to ws-tt-receiving-before(2)
               exit paragraph
           end-if.
           if ledg-store-num not = ws-closing-store then
               exit paragraph
           end-if.

           add 1                            to ws-tt-closing-before(1).
           add ledg-balance                 to ws-tt-closing-before(2).
           move ledg-invoice-num            to ws-ld-invoice.
           move ledg-opened-date            to ws-ld-opened.
           move ledg-total-price            to ws-ld-total.
           move ledg-paid-to-date           to ws-ld-paid.
           move ledg-balance                to ws-ld-balance.

           move ws-receiving-store          to ledg-store-num.
           rewrite ledger-record
               invalid key
                   move "*** NOT MOVED ***" to ws-ld-note
                   add 1                    to ws-rewrite-failures
               not invalid key
                   move spaces              to ws-ld-note
                   add 1                    to ws-tt-moved(1)
                   add ledg-balance         to ws-tt-moved(2)
                   add 1                    to ws-records-moved
                   add 1                    to ws-moved-in-section
           end-rewrite.
           write output-line from ws-lay-detail.


      *    Gift cards with money still on them
       300-move-gift-cards.
           move "GIFT CARD BALANCES MOVED"  to ws-sl-text.
           perform 150-print-section-heading.
           write output-line from ws-gift-heading.

           open i-o gift-card-ledger-file.
           if ws-gc-ledger-status not = "00" then
               move "NO GIFT CARD LEDGER ON HAND" to ws-nl-text
               write output-line from ws-none-line
               exit paragraph
           end-if.

           move 'n'                         to ws-eof-flag.
           perform until ws-eof-flag = 'y'
               read gift-card-ledger-file next record
                   at end
                       move 'y'             to ws-eof-flag
                   not at end
                       add 1                to ws-records-read
                       perform 310-move-one-gift-card
               end-read
           end-perform.
           close gift-card-ledger-file.

           if ws-moved-in-section = 0 then
               move "NO GIFT CARD BALANCES AT THE CLOSING STORE"
                   to ws-nl-text
               write output-line from ws-none-line
           end-if.

       310-move-one-gift-card.
           if gcl-issued-amt not > gcl-redeemed-amt then
               exit paragraph
           end-if.
           if gcl-store-num = ws-receiving-store then
               add 1                        to ws-tt-receiving-before(3)
               compute ws-tt-receiving-before(4) =
                   ws-tt-receiving-before(4)
                       + gcl-issued-amt - gcl-redeemed-amt
               exit paragraph
           end-if.
           if gcl-store-num not = ws-closing-store then
               exit paragraph
           end-if.

           add 1                            to ws-tt-closing-before(3).
           compute ws-tt-closing-before(4) =
               ws-tt-closing-before(4)
                   + gcl-issued-amt - gcl-redeemed-amt.
           move gcl-invoice-num             to ws-gd-invoice.
           move gcl-last-date               to ws-gd-last-date.
           move gcl-issued-amt              to ws-gd-issued.
           move gcl-redeemed-amt            to ws-gd-redeemed.
           compute ws-gd-outstanding =
               gcl-issued-amt - gcl-redeemed-amt.

           move ws-receiving-store          to gcl-store-num.
           rewrite gift-card-record
               invalid key
                   move "*** NOT MOVED ***" to ws-gd-note
                   add 1                    to ws-rewrite-failures
               not invalid key
                   move spaces              to ws-gd-note
                   add 1                    to ws-tt-moved(3)
                   compute ws-tt-moved(4) = ws-tt-moved(4)
                       + gcl-issued-amt - gcl-redeemed-amt
                   add 1                    to ws-records-moved
                   add 1                    to ws-moved-in-section
           end-rewrite.
           write output-line from ws-gift-detail.


      *    Every on-hand line for the closing store is added into the
      *    receiving store's line for the same SKU (opened fresh with
      *    the closing store's reorder point if it has none) and then
      *    dropped from the file
       400-move-on-hand.
           move "ON-HAND STOCK MOVED"       to ws-sl-text.
           perform 150-print-section-heading.
           write output-line from ws-stock-heading.

           perform varying ws-oh-sub from 1 by 1
               until ws-oh-sub > ws-oh-count
               if ws-oh-store(ws-oh-sub) = ws-closing-store
                   add ws-oh-qty(ws-oh-sub)
                       to ws-tt-closing-before(5)
               end-if
               if ws-oh-store(ws-oh-sub) = ws-receiving-store
                   add ws-oh-qty(ws-oh-sub)
                       to ws-tt-receiving-before(5)
               end-if
           end-perform.

           perform varying ws-oh-scan from 1 by 1
               until ws-oh-scan > ws-oh-count
               if ws-oh-store(ws-oh-scan) = ws-closing-store
                       and ws-oh-dropped(ws-oh-scan) = 'n'
                   perform 410-move-one-sku
               end-if
           end-perform.

           if ws-moved-in-section = 0 then
               move "NO ON-HAND STOCK AT THE CLOSING STORE"
                   to ws-nl-text
               write output-line from ws-none-line
           else
               perform 420-rewrite-on-hand
           end-if.

       410-move-one-sku.
           move 0                           to ws-oh-found.
           perform varying ws-oh-sub from 1 by 1
               until ws-oh-sub > ws-oh-count or ws-oh-found > 0
               if ws-oh-sku(ws-oh-sub) = ws-oh-sku(ws-oh-scan)
                       and ws-oh-store(ws-oh-sub) = ws-receiving-store
                   move ws-oh-sub           to ws-oh-found
               end-if
           end-perform.

      *    No receiving line for the SKU - the closing store's line
      *    simply changes hands, so the file never grows
           if ws-oh-found = 0 then
               move 0                       to ws-recv-qty-before
               move ws-receiving-store      to ws-oh-store(ws-oh-scan)
               move ws-oh-scan              to ws-oh-found
           else
               move ws-oh-qty(ws-oh-found)  to ws-recv-qty-before
               add ws-oh-qty(ws-oh-scan)    to ws-oh-qty(ws-oh-found)
               move 'y'                     to ws-oh-dropped(ws-oh-scan)
           end-if.

           move ws-oh-sku(ws-oh-scan)       to ws-sd-sku.
           move ws-oh-qty(ws-oh-scan)       to ws-sd-moved.
           move ws-recv-qty-before          to ws-sd-before.
           move ws-oh-qty(ws-oh-found)      to ws-sd-after.
           write output-line from ws-stock-detail.

           add ws-oh-qty(ws-oh-scan)        to ws-tt-moved(5).
           add 1                            to ws-records-moved.
           add 1                            to ws-moved-in-section.

       420-rewrite-on-hand.
           open output on-hand-file.
           perform varying ws-oh-sub from 1 by 1
               until ws-oh-sub > ws-oh-count
               if ws-oh-dropped(ws-oh-sub) = 'n'
                   move ws-oh-sku(ws-oh-sub) to ohl-sku
                   move ws-oh-store(ws-oh-sub) to ohl-store-num
                   move ws-oh-qty(ws-oh-sub) to ohl-qty-on-hand
                   move ws-oh-reorder(ws-oh-sub) to ohl-reorder-point
                   write on-hand-line
               end-if
           end-perform.
           close on-hand-file.


      *    Unmatched tenders and settlement lines follow the store,
      *    so SettlementReconciliation matches them under the
      *    receiving store from now on
       500-move-pending-settlement.
           move "PENDING SETTLEMENT ITEMS MOVED" to ws-sl-text.
           perform 150-print-section-heading.
           write output-line from ws-pend-heading.

           perform varying ws-pn-sub from 1 by 1
               until ws-pn-sub > ws-pn-count
               move ws-pn-line(ws-pn-sub)   to pending-line
               if pnd-store-num = ws-receiving-store
                   add 1                    to ws-tt-receiving-before(6)
                   add pnd-amount           to ws-tt-receiving-before(7)
               end-if
               if pnd-store-num = ws-closing-store
                   perform 510-move-one-pending-item
               end-if
           end-perform.

           if ws-moved-in-section = 0 then
               move "NO PENDING SETTLEMENT ITEMS AT THE CLOSING STORE"
                   to ws-nl-text
               write output-line from ws-none-line
               exit paragraph
           end-if.

           open output pending-file.
           perform varying ws-pn-sub from 1 by 1
               until ws-pn-sub > ws-pn-count
               write pending-line from ws-pn-line(ws-pn-sub)
           end-perform.
           close pending-file.

       510-move-one-pending-item.
           add 1                            to ws-tt-closing-before(6).
           add pnd-amount                   to ws-tt-closing-before(7).
           if pnd-side-ours then
               move "OUR TENDER"            to ws-pd-side
           else
               move "SETTLEMENT"            to ws-pd-side
           end-if.
           move pnd-invoice-num             to ws-pd-invoice.
           move pnd-pay-type                to ws-pd-pay-type.
           move pnd-first-date              to ws-pd-first-date.
           move pnd-amount                  to ws-pd-amount.
           write output-line from ws-pend-detail.

           move ws-receiving-store          to pnd-store-num.
           move pending-line                to ws-pn-line(ws-pn-sub).
           add 1                            to ws-tt-moved(6).
           add pnd-amount                   to ws-tt-moved(7).
           add 1                            to ws-records-moved.
           add 1                            to ws-moved-in-section.


      *    Mark the closing store inactive - every other store master
      *    line goes back exactly as it was read
       600-close-store-master.
           open output store-file.
           perform varying ws-sm-sub from 1 by 1
               until ws-sm-sub > ws-sm-count
               move ws-sm-line(ws-sm-sub)   to store-line
               if sm-store-num = ws-closing-store
                   move 'N'                 to sm-active
               end-if
               write store-line
           end-perform.
           close store-file.


      *    Before and after totals for both stores - the closing
      *    store should be left with nothing open
       650-print-totals.
           move "BEFORE AND AFTER TOTALS"   to ws-sl-text.
           perform 150-print-section-heading.
           write output-line from ws-totals-heading1.
           write output-line from ws-totals-heading2.

           perform varying ws-tt-sub from 1 by 1
               until ws-tt-sub > 7
               if ws-tl-kind(ws-tt-sub) = 'D'
                   move ws-tl-label(ws-tt-sub) to ws-ta-label
                   move ws-tt-closing-before(ws-tt-sub)
                       to ws-ta-closing-before
                   compute ws-ta-closing-after =
                       ws-tt-closing-before(ws-tt-sub)
                           - ws-tt-moved(ws-tt-sub)
                   move ws-tt-receiving-before(ws-tt-sub)
                       to ws-ta-receiving-before
                   compute ws-ta-receiving-after =
                       ws-tt-receiving-before(ws-tt-sub)
                           + ws-tt-moved(ws-tt-sub)
                   write output-line from ws-total-amount-line
               else
                   move ws-tl-label(ws-tt-sub) to ws-tc-label
                   move ws-tt-closing-before(ws-tt-sub)
                       to ws-tc-closing-before
                   compute ws-tc-closing-after =
                       ws-tt-closing-before(ws-tt-sub)
                           - ws-tt-moved(ws-tt-sub)
                   move ws-tt-receiving-before(ws-tt-sub)
                       to ws-tc-receiving-before
                   compute ws-tc-receiving-after =
                       ws-tt-receiving-before(ws-tt-sub)
                           + ws-tt-moved(ws-tt-sub)
                   write output-line from ws-total-count-line
               end-if
           end-perform.


       700-archive-output-files.
           move ws-business-date            to ws-archive-date.

           move "../../../../data/StoreClosure.out"
               to ws-archive-read-path.
           string "../../../../data/StoreClosure_"
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


       end program StoreClosure.
