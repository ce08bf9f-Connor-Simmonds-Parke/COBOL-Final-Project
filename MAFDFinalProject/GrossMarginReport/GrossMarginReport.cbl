      ******************************************************************
      * Author:    Connor Simmonds-Parke, Nicholas Sturch-flint
      * Date:      2022-01-12
      * Purpose:   Every report in the system so far stops at the
      *            selling price. Now that the product master carries
      *            a unit cost, this report costs the day's sales and
      *            accepted returns at the unit cost in effect on each
      *            transaction's date and shows sales, cost, margin
      *            dollars and margin percent by SKU, by store, by
      *            region and for the chain - for the business day,
      *            month to date and year to date. The day's cost of
      *            sales and cost of returns are written to
      *            MarginControlTotals.ctl for GLPostingExtract to
      *            book against inventory.
      * Note:      Run after S&LProcessing and ReturnsProcessing, and
      *            before GLPostingExtract. A sale costs one unit on
      *            its first tender leg, exactly as InventoryMovement
      *            moves units; layaway payments carry no cost until
      *            the unit leaves at pickup. A SKU with no cost on
      *            file is costed at zero and counted on the report.
      *            The month and year to date figures are carried in
      *            MarginAccumulator.dat; a rerun for the same
      *            business date backs the day out before reposting
      *            it, so the figures never double.
      * Tectonics: cobc
      ******************************************************************
       identification division.

       program-id. GrossMarginReport.
       author. Connor Simmonds-Parke, Nicholas Sturch-flint.
       date-written. 01-12-2022.
      *Description: Prints sales, cost and gross margin by SKU, store
      *             and region for the day, month and year to date.

       environment division.
       configuration section.

       input-output section.
       file-control.

      *    Input Files - the day's sales and the returns that
      *    ReturnsProcessing accepted; no file just means none
           select s-l-file
               assign to "../../../../data/S&LRecords.dat"
               organization is line sequential
               file status is ws-sl-status.

           select returns-file
               assign to "../../../../data/AcceptedReturns.dat"
               organization is line sequential
               file status is ws-returns-status.

      *    Product Master - descriptions, and the unit cost for a SKU
      *    that has no cost history
           select product-file
               assign to "../../../../data/ProductMaster.dat"
               organization is line sequential
               file status is ws-product-status.

      *    Cost History - every unit cost change with the date it
      *    took effect, kept by ProductMasterMaintenance
           select cost-history-file
               assign to "../../../../data/CostHistory.dat"
               organization is line sequential
               file status is ws-csthist-status.

      *    Store Master - store names and the region each reports
      *    under
           select store-file
               assign to "../../../../data/StoreMaster.dat"
               organization is line sequential
               file status is ws-store-status.

      *    Margin Accumulator - month and year to date sales and cost
      *    per SKU and store, with the business date last posted
           select margin-accumulator-file
               assign to "../../../../data/MarginAccumulator.dat"
               organization is line sequential
               file status is ws-accum-status.

      *    Output Files
           select output-file
               assign to "../../../../data/GrossMargin.out"
               organization is line sequential.

      *    Control totals, picked up by GLPostingExtract - the day's
      *    cost of sales and cost of returns
           select margin-control-file
               assign to "../../../../data/MarginControlTotals.ctl"
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
      *    happened (Edit writes it from the batch header), used
      *    instead of the machine date for the period roll, archive
      *    naming and report headers
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

      *Input Records - the shared register format
       fd s-l-file
           data record is sl-input-line
           record contains 100 characters.

       01 sl-input-line.
           05 sl-il-code                    pic x.
               88 sl-il-code-S              value 'S'.
               88 sl-il-code-L              value 'L'.
           05 sl-il-amount                  pic 9(5)v99.
           05 sl-il-type                    pic x(2).
           05 sl-il-store-num               pic 99.
           05 sl-il-invoice-num             pic x(9).
           05 sl-il-SKU                     pic x(15).
           05 sl-il-trans-date              pic 9(8).
           05 sl-il-trans-time              pic 9(6).
           05 sl-il-tender-seq              pic 9.
           05 filler                        pic x(49).

       fd returns-file
           data record is returns-input-line
           record contains 100 characters.

       01 returns-input-line.
           05 rt-il-code                    pic x.
           05 rt-il-amount                  pic 9(5)v99.
           05 rt-il-type                    pic x(2).
           05 rt-il-store-num               pic 99.
           05 rt-il-invoice-num             pic x(9).
           05 rt-il-SKU                     pic x(15).
           05 rt-il-trans-date              pic 9(8).
           05 rt-il-trans-time              pic 9(6).
           05 rt-il-tender-seq              pic 9.
           05 filler                        pic x(49).

       fd product-file
           data record is product-line
           record contains 49 characters.

       01 product-line.
           05 pm-sku                        pic x(15).
           05 pm-description                pic x(20).
           05 pm-list-price                 pic 9(5)v99.
           05 pm-unit-cost                  pic 9(5)v99.

       fd cost-history-file
           data record is cost-history-line
           record contains 37 characters.

       01 cost-history-line.
           05 csh-sku                       pic x(15).
           05 csh-effective-date            pic 9(8).
           05 csh-old-cost                  pic 9(5)v99.
           05 csh-new-cost                  pic 9(5)v99.

       fd store-file
           data record is store-line
           record contains 38 characters.

       01 store-line.
           05 sm-store-num                  pic 99.
           05 sm-name                       pic x(20).
           05 sm-region                     pic x(12).
           05 sm-tax-rate                   pic 9v99.
           05 sm-active                     pic x.

      *Margin Accumulator Record - one per SKU and store; the day
      *figures are those of the last business date posted, signed
      *since a day's returns can outweigh its sales
       fd margin-accumulator-file
           data record is margin-accumulator-line
           record contains 87 characters.

       01 margin-accumulator-line.
           05 mac-sku                       pic x(15).
           05 mac-store-num                 pic 99.
           05 mac-last-date                 pic 9(8).
           05 mac-day-sales                 pic s9(7)v99.
           05 mac-day-cost                  pic s9(7)v99.
           05 mac-mtd-sales                 pic s9(9)v99.
           05 mac-mtd-cost                  pic s9(9)v99.
           05 mac-ytd-sales                 pic s9(9)v99.
           05 mac-ytd-cost                  pic s9(9)v99.

       fd output-file
           data record is output-line
           record contains 110 characters.

       01 output-line                       pic x(110).

      *Margin Control Totals - the batch date, the day's cost of the
      *units sold and of the units returned, and how many units had
      *no cost on file
       fd margin-control-file
           data record is margin-control-line
           record contains 37 characters.

       01 margin-control-line.
           05 mct-batch-date                pic 9(8).
           05 mct-sales-cost                pic 9(9)v99.
           05 mct-returns-cost              pic 9(9)v99.
           05 mct-uncosted-count            pic 9(7).

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
           05 filler                        pic x(36)
               value spaces.
           05 filler                        pic x(25)
               value "GROSS MARGIN REPORT".
           05 filler                        pic x(14)
               value "BUSINESS DATE ".
           05 ws-header-busdate             pic 9(8).
           05 filler                        pic x(27)
               value spaces.

       01 ws-header2-headings.
           05 filler                        pic x(16)
               value "SKU / Store".
           05 filler                        pic x(21)
               value "Description / Name".
           05 filler                        pic x(5)
               value "Per".
           05 filler                        pic x(17)
               value "          Sales".
           05 filler                        pic x(17)
               value "           Cost".
           05 filler                        pic x(17)
               value "         Margin".
           05 filler                        pic x(7)
               value "Margin%".
           05 filler                        pic x(10)
               value spaces.

       01 ws-header3-underlines.
           05 filler                        pic x(16)
               value "-----------".
           05 filler                        pic x(21)
               value "------------------".
           05 filler                        pic x(5)
               value "---".
           05 filler                        pic x(17)
               value "          -----".
           05 filler                        pic x(17)
               value "           ----".
           05 filler                        pic x(17)
               value "         ------".
           05 filler                        pic x(7)
               value "-------".
           05 filler                        pic x(10)
               value spaces.

       01 ws-section-heading.
           05 ws-sh-text                    pic x(40).
           05 filler                        pic x(70)
               value spaces.

      *Detail Line - a SKU's, store's, region's or the chain's figures
      *for one period; the label and name print on the DAY line only
       01 ws-detail-line.
           05 ws-dl-key                     pic x(16).
           05 filler redefines ws-dl-key.
               10 ws-dl-store               pic 99.
               10 filler                    pic x(14).
           05 ws-dl-name                    pic x(21).
           05 ws-dl-period                  pic x(5).
           05 ws-dl-sales                   pic zzz,zzz,zz9.99-.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-cost                    pic zzz,zzz,zz9.99-.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-margin                  pic zzz,zzz,zz9.99-.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-pct                     pic zzz9.9-.
           05 filler                        pic x(10)
               value spaces.

       01 ws-no-sales-line.
           05 filler                        pic x(40)
               value "No sales or returns on file for the year".
           05 filler                        pic x(70)
               value spaces.

       01 ws-units-line.
           05 filler                        pic x(20)
               value "Units sold today: ".
           05 ws-ul-sale-units              pic z,zzz,zz9.
           05 filler                        pic x(6)
               value spaces.
           05 filler                        pic x(22)
               value "Units returned today: ".
           05 ws-ul-return-units            pic z,zzz,zz9.
           05 filler                        pic x(44)
               value spaces.

       01 ws-uncosted-line.
           05 filler                        pic x(44)
               value "Units with no unit cost on file (at zero): ".
           05 ws-ul-uncosted                pic z,zzz,zz9.
           05 filler                        pic x(57)
               value spaces.

      *Product Master Table - descriptions and master unit costs
       01 ws-product-table.
           05 ws-pm-entry                   occurs 3000 times.
               10 ws-pm-sku                 pic x(15).
               10 ws-pm-desc                pic x(20).
               10 ws-pm-unitcost            pic 9(5)v99.
       77 ws-product-count                  pic 9(4)  value 0.
       77 ws-product-status                 pic xx    value spaces.
       77 ws-pm-sub                         pic 9(4)  value 0.
       77 ws-pm-found                       pic 9(4)  value 0.

      *Cost History Table - the whole history, loaded once
       01 ws-cost-history-table.
           05 ws-ch-entry                   occurs 9000 times.
               10 ws-ch-sku                 pic x(15).
               10 ws-ch-eff-date            pic 9(8).
               10 ws-ch-old-cost            pic 9(5)v99.
               10 ws-ch-new-cost            pic 9(5)v99.
       77 ws-cost-history-count             pic 9(4)  value 0.
       77 ws-csthist-status                 pic xx    value spaces.
       77 ws-ch-sub                         pic 9(4)  value 0.

      *Unit Cost Lookup - the SKU and date asked about, the latest
      *change on or before the date and the earliest one after it,
      *and the answer
       77 ws-cost-sku                       pic x(15) value spaces.
       77 ws-cost-date                      pic 9(8)  value 0.
       77 ws-cost-best-eff                  pic 9(8)  value 0.
       77 ws-cost-best-cost                 pic 9(5)v99 value 0.
       77 ws-cost-next-eff                  pic 9(8)  value 0.
       77 ws-cost-next-old                  pic 9(5)v99 value 0.
       77 ws-unit-cost                      pic 9(5)v99 value 0.

      *Margin Accumulator Table - one entry per SKU and store; the
      *figures group lines up with the work figures so an entry can
      *be moved across whole
       01 ws-margin-table.
           05 ws-ma-entry                   occurs 20000 times.
               10 ws-ma-sku                 pic x(15).
               10 ws-ma-store               pic 99.
               10 ws-ma-figures.
                   15 ws-ma-day-sales       pic s9(9)v99.
                   15 ws-ma-day-cost        pic s9(9)v99.
                   15 ws-ma-mtd-sales       pic s9(9)v99.
                   15 ws-ma-mtd-cost        pic s9(9)v99.
                   15 ws-ma-ytd-sales       pic s9(9)v99.
                   15 ws-ma-ytd-cost        pic s9(9)v99.
       77 ws-margin-count                   pic 9(5)  value 0.
       77 ws-ma-sub                         pic 9(5)  value 0.
       77 ws-ma-found                       pic 9(5)  value 0.
       77 ws-ma-full-warned                 pic x     value 'n'.
       77 ws-accum-status                   pic xx    value spaces.
       77 ws-accum-written                  pic 9(7)  value 0.

      *One posting - a sale leg or return leg's SKU, store, signed
      *sales dollars and signed cost
       77 ws-post-sku                       pic x(15) value spaces.
       77 ws-post-store                     pic 99    value 0.
       77 ws-post-sales                     pic s9(7)v99 value 0.
       77 ws-post-cost                      pic s9(7)v99 value 0.

      *SKU Summary Table - the accumulator rolled up over the stores,
      *sorted by SKU for printing
       01 ws-sku-table.
           05 ws-sk-entry                   occurs 3000 times.
               10 ws-sk-sku                 pic x(15).
               10 ws-sk-figures.
                   15 ws-sk-day-sales       pic s9(9)v99.
                   15 ws-sk-day-cost        pic s9(9)v99.
                   15 ws-sk-mtd-sales       pic s9(9)v99.
                   15 ws-sk-mtd-cost        pic s9(9)v99.
                   15 ws-sk-ytd-sales       pic s9(9)v99.
                   15 ws-sk-ytd-cost        pic s9(9)v99.
       01 ws-sku-swap-entry.
           05 ws-swap-sku                   pic x(15).
           05 ws-swap-figures               pic x(66).
       77 ws-sku-count                      pic 9(4)  value 0.
       77 ws-sk-sub                         pic 9(4)  value 0.
       77 ws-sk-found                       pic 9(4)  value 0.
       77 ws-rank-i                         pic 9(4)  value 0.
       77 ws-rank-j                         pic 9(4)  value 0.
       77 ws-rank-low-idx                   pic 9(4)  value 0.

      *Store Table - subscripted directly by store number
       01 ws-store-table.
           05 ws-st-entry                   occurs 99 times.
               10 ws-st-name                pic x(20).
               10 ws-st-region              pic x(12).
               10 ws-st-posted              pic x.
               10 ws-st-figures.
                   15 ws-st-day-sales       pic s9(9)v99.
                   15 ws-st-day-cost        pic s9(9)v99.
                   15 ws-st-mtd-sales       pic s9(9)v99.
                   15 ws-st-mtd-cost        pic s9(9)v99.
                   15 ws-st-ytd-sales       pic s9(9)v99.
                   15 ws-st-ytd-cost        pic s9(9)v99.
       77 ws-store-status                   pic xx    value spaces.
       77 ws-st-sub                         pic 999   value 0.

      *Region Subtotal Table - built at print time by rolling the
      *store figures up under each store's master-file region
       01 ws-region-table.
           05 ws-rg-entry                   occurs 20 times.
               10 ws-rg-name                pic x(12).
               10 ws-rg-figures.
                   15 ws-rg-day-sales       pic s9(9)v99.
                   15 ws-rg-day-cost        pic s9(9)v99.
                   15 ws-rg-mtd-sales       pic s9(9)v99.
                   15 ws-rg-mtd-cost        pic s9(9)v99.
                   15 ws-rg-ytd-sales       pic s9(9)v99.
                   15 ws-rg-ytd-cost        pic s9(9)v99.
       77 ws-region-count                   pic 99    value 0.
       77 ws-rg-sub                         pic 99    value 0.
       77 ws-rg-found                       pic 99    value 0.

      *One line's figures - a SKU's, store's, region's or the
      *chain's - edited onto the detail lines by 450
       01 ws-work-figures.
           05 ws-wk-day-sales               pic s9(9)v99 value 0.
           05 ws-wk-day-cost                pic s9(9)v99 value 0.
           05 ws-wk-mtd-sales               pic s9(9)v99 value 0.
           05 ws-wk-mtd-cost                pic s9(9)v99 value 0.
           05 ws-wk-ytd-sales               pic s9(9)v99 value 0.
           05 ws-wk-ytd-cost                pic s9(9)v99 value 0.
       77 ws-wk-sales                       pic s9(9)v99 value 0.
       77 ws-wk-cost                        pic s9(9)v99 value 0.
       77 ws-wk-margin                      pic s9(9)v99 value 0.
       77 ws-wk-pct                         pic s9(4)v9  value 0.

      *Chain Totals
       01 ws-chain-figures.
           05 ws-ch-day-sales               pic s9(9)v99 value 0.
           05 ws-ch-day-cost                pic s9(9)v99 value 0.
           05 ws-ch-mtd-sales               pic s9(9)v99 value 0.
           05 ws-ch-mtd-cost                pic s9(9)v99 value 0.
           05 ws-ch-ytd-sales               pic s9(9)v99 value 0.
           05 ws-ch-ytd-cost                pic s9(9)v99 value 0.

      *The Day's Counts and Control Totals
       77 ws-sl-status                      pic xx    value spaces.
       77 ws-returns-status                 pic xx    value spaces.
       77 ws-records-read                   pic 9(7)  value 0.
       77 ws-sale-units                     pic 9(7)  value 0.
       77 ws-return-units                   pic 9(7)  value 0.
       77 ws-uncosted-count                 pic 9(7)  value 0.
       77 ws-sales-cost-total               pic 9(9)v99 value 0.
       77 ws-returns-cost-total             pic 9(9)v99 value 0.

      *Central Run Log fields - what this run will stamp into
      *RunLog.dat at start ('S') and end ('E', normal 'N' or
      *abnormal 'A')
       77 ws-runlog-status                  pic xx    value spaces.
       77 ws-rl-event                       pic x     value space.
       77 ws-rl-end-status                  pic x     value space.
       77 ws-runlog-in                      pic 9(7)  value 0.
       77 ws-runlog-out                     pic 9(7)  value 0.

      *General Constants
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


       procedure division.
       000-main.

           perform 090-load-business-date.
           perform 091-log-run-start.

           perform 100-load-product-master.
           perform 105-load-store-master.
           perform 110-load-cost-history.

      *    Bring the accumulator up to the business date - a new
      *    month or year starts its figures over, and a rerun of the
      *    same date backs that day out first
           perform 120-load-accumulator.

      *    Cost the day's sales and accepted returns into it
           perform 200-cost-sales.
           perform 210-cost-returns.

           perform 300-roll-up-figures.

           open output output-file.
           perform 400-print-report.
           close output-file.

      *    Carry the figures forward, and hand the day's cost of
      *    sales and returns on to GLPostingExtract
           perform 500-rewrite-accumulator.
           perform 600-write-control-totals.

      *    Keep a date-stamped copy of today's output so a later run
      *    doesn't erase the only record of it
           perform 700-archive-output-files.

      *    Stamp the central run log with this run's counts
           move ws-records-read             to ws-runlog-in.
           move ws-accum-written            to ws-runlog-out.
           perform 092-log-run-end.

      *    End of 000-main (end of GrossMarginReport program)
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
               move "GrossMarginReport"
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
                               add 1        to ws-product-count
                               move pm-sku
                                   to ws-pm-sku(ws-product-count)
                               move pm-description
                                   to ws-pm-desc(ws-product-count)
                               move 0
                                 to ws-pm-unitcost(ws-product-count)
                               if pm-unit-cost is numeric
                                   move pm-unit-cost
                                     to ws-pm-unitcost(ws-product-count)
                               end-if
                           end-if
                   end-read
               end-perform
               close product-file
           end-if.


      *    Every store starts off the master as UNASSIGNED, then the
      *    master overlays its name and region
       105-load-store-master.
           perform varying ws-st-sub from 1 by 1
               until ws-st-sub > 99
               move "NOT ON MASTER"         to ws-st-name(ws-st-sub)
               move "UNASSIGNED"            to ws-st-region(ws-st-sub)
               move 'n'                     to ws-st-posted(ws-st-sub)
               move 0                       to
                   ws-st-day-sales(ws-st-sub)
               move 0                       to
                   ws-st-day-cost(ws-st-sub)
               move 0                       to
                   ws-st-mtd-sales(ws-st-sub)
               move 0                       to
                   ws-st-mtd-cost(ws-st-sub)
               move 0                       to
                   ws-st-ytd-sales(ws-st-sub)
               move 0                       to
                   ws-st-ytd-cost(ws-st-sub)
           end-perform.

           open input store-file.
           if ws-store-status = "00" then
               perform until ws-store-status not = "00"
                   read store-file
                       at end
                           move "10"        to ws-store-status
                       not at end
                           if sm-store-num > 0 then
                               move sm-name
                                   to ws-st-name(sm-store-num)
                               move sm-region
                                   to ws-st-region(sm-store-num)
                           end-if
                   end-read
               end-perform
               close store-file
           end-if.


       110-load-cost-history.
           open input cost-history-file.
           if ws-csthist-status = "00" then
               perform until ws-csthist-status not = "00"
                   read cost-history-file
                       at end
                           move "10"        to ws-csthist-status
                       not at end
                           if ws-cost-history-count < 9000
                                   and csh-effective-date is numeric
                                   and csh-old-cost is numeric
                                   and csh-new-cost is numeric then
                               add 1 to ws-cost-history-count
                               move ws-cost-history-count
                                   to ws-ch-sub
                               move csh-sku
                                   to ws-ch-sku(ws-ch-sub)
                               move csh-effective-date
                                   to ws-ch-eff-date(ws-ch-sub)
                               move csh-old-cost
                                   to ws-ch-old-cost(ws-ch-sub)
                               move csh-new-cost
                                   to ws-ch-new-cost(ws-ch-sub)
                           end-if
                   end-read
               end-perform
               close cost-history-file
           end-if.


      *    Load every accumulator entry, bringing each up to the
      *    business date as it comes in
       120-load-accumulator.
           open input margin-accumulator-file.
           if ws-accum-status = "00" then
               perform until ws-accum-status not = "00"
                   read margin-accumulator-file
                       at end
                           move "10"        to ws-accum-status
                       not at end
                           perform 125-roll-accumulator-entry
                   end-read
               end-perform
               close margin-accumulator-file
           end-if.

      *    The day figures belong to the date last posted. If that is
      *    the business date this is a rerun, so the day comes back
      *    out of the month and year; otherwise a new month or year
      *    starts those figures over. Either way the day starts empty.
       125-roll-accumulator-entry.
           if ws-margin-count >= 20000 then
               if ws-ma-full-warned = 'n'
                   display "MARGIN ACCUMULATOR TABLE FULL - "
                           "FURTHER SKU/STORE PAIRS NOT LOADED"
                   move 'y'                 to ws-ma-full-warned
               end-if
               exit paragraph
           end-if.
           add 1                            to ws-margin-count.
           move mac-sku             to ws-ma-sku(ws-margin-count).
           move mac-store-num       to ws-ma-store(ws-margin-count).
           move mac-mtd-sales       to ws-ma-mtd-sales(ws-margin-count).
           move mac-mtd-cost        to ws-ma-mtd-cost(ws-margin-count).
           move mac-ytd-sales       to ws-ma-ytd-sales(ws-margin-count).
           move mac-ytd-cost        to ws-ma-ytd-cost(ws-margin-count).

           if mac-last-date = ws-business-date then
               subtract mac-day-sales
                   from ws-ma-mtd-sales(ws-margin-count)
               subtract mac-day-cost
                   from ws-ma-mtd-cost(ws-margin-count)
               subtract mac-day-sales
                   from ws-ma-ytd-sales(ws-margin-count)
               subtract mac-day-cost
                   from ws-ma-ytd-cost(ws-margin-count)
           else if mac-last-date(1:4) not = ws-business-date(1:4) then
               move 0      to ws-ma-mtd-sales(ws-margin-count)
               move 0      to ws-ma-mtd-cost(ws-margin-count)
               move 0      to ws-ma-ytd-sales(ws-margin-count)
               move 0      to ws-ma-ytd-cost(ws-margin-count)
           else if mac-last-date(5:2) not = ws-business-date(5:2) then
               move 0      to ws-ma-mtd-sales(ws-margin-count)
               move 0      to ws-ma-mtd-cost(ws-margin-count)
           end-if.

           move 0          to ws-ma-day-sales(ws-margin-count).
           move 0          to ws-ma-day-cost(ws-margin-count).


      *    Every sale leg's dollars count toward sales; the unit is
      *    costed once, on the first leg. Layaway payments are left
      *    out - no unit has left the store yet.
       200-cost-sales.
           open input s-l-file.
           if ws-sl-status not = "00" then
               exit paragraph
           end-if.
           move 'n'                         to ws-eof-flag.
           read s-l-file
               at end move 'y'              to ws-eof-flag.
           perform until ws-eof-flag = 'y'
               add 1                        to ws-records-read
               if sl-il-code-S and sl-il-store-num > 0 then
                   move sl-il-SKU           to ws-post-sku
                   move sl-il-store-num     to ws-post-store
                   move sl-il-amount        to ws-post-sales
                   move 0                   to ws-post-cost
                   if sl-il-tender-seq <= 1 then
                       move sl-il-SKU       to ws-cost-sku
                       move sl-il-trans-date to ws-cost-date
                       perform 220-find-unit-cost
                       move ws-unit-cost    to ws-post-cost
                       add ws-unit-cost     to ws-sales-cost-total
                       add 1                to ws-sale-units
                   end-if
                   perform 230-post-margin
               end-if
               read s-l-file
                   at end move 'y'          to ws-eof-flag
           end-perform.
           close s-l-file.


      *    An accepted return takes its dollars back off sales and
      *    its unit back off cost, at the cost in effect on the
      *    return's date
       210-cost-returns.
           open input returns-file.
           if ws-returns-status not = "00" then
               exit paragraph
           end-if.
           move 'n'                         to ws-eof-flag.
           read returns-file
               at end move 'y'              to ws-eof-flag.
           perform until ws-eof-flag = 'y'
               add 1                        to ws-records-read
               if rt-il-store-num > 0 then
                   move rt-il-SKU           to ws-post-sku
                   move rt-il-store-num     to ws-post-store
                   compute ws-post-sales = 0 - rt-il-amount
                   move 0                   to ws-post-cost
                   if rt-il-tender-seq <= 1 then
                       move rt-il-SKU       to ws-cost-sku
                       move rt-il-trans-date to ws-cost-date
                       perform 220-find-unit-cost
                       compute ws-post-cost = 0 - ws-unit-cost
                       add ws-unit-cost     to ws-returns-cost-total
                       add 1                to ws-return-units
                   end-if
                   perform 230-post-margin
               end-if
               read returns-file
                   at end move 'y'          to ws-eof-flag
           end-perform.
           close returns-file.


      *    The unit cost of ws-cost-sku on ws-cost-date - the latest
      *    cost change on or before the date (a later line wins a tie
      *    on the date); before the SKU's first change, the cost that
      *    change replaced; a SKU with no history at all takes the
      *    master's cost. A cost of zero is counted as uncosted.
       220-find-unit-cost.
           move 0                           to ws-cost-best-eff.
           move 0                           to ws-cost-best-cost.
           move 99999999                    to ws-cost-next-eff.
           move 0                           to ws-cost-next-old.
           perform varying ws-ch-sub from 1 by 1
               until ws-ch-sub > ws-cost-history-count
               if ws-ch-sku(ws-ch-sub) = ws-cost-sku
                   if ws-ch-eff-date(ws-ch-sub) <= ws-cost-date
                       if ws-ch-eff-date(ws-ch-sub) >= ws-cost-best-eff
                           move ws-ch-eff-date(ws-ch-sub)
                               to ws-cost-best-eff
                           move ws-ch-new-cost(ws-ch-sub)
                               to ws-cost-best-cost
                       end-if
                   else
                       if ws-ch-eff-date(ws-ch-sub) < ws-cost-next-eff
                           move ws-ch-eff-date(ws-ch-sub)
                               to ws-cost-next-eff
                           move ws-ch-old-cost(ws-ch-sub)
                               to ws-cost-next-old
                       end-if
                   end-if
               end-if
           end-perform.

           move 0                           to ws-unit-cost.
           if ws-cost-best-eff > 0 then
               move ws-cost-best-cost       to ws-unit-cost
           else if ws-cost-next-eff < 99999999 then
               move ws-cost-next-old        to ws-unit-cost
           else
               move 0                       to ws-pm-found
               perform varying ws-pm-sub from 1 by 1
                   until ws-pm-sub > ws-product-count
                   if ws-pm-sku(ws-pm-sub) = ws-cost-sku
                       move ws-pm-sub       to ws-pm-found
                   end-if
               end-perform
               if ws-pm-found > 0
                   move ws-pm-unitcost(ws-pm-found) to ws-unit-cost
               end-if
           end-if.

           if ws-unit-cost = 0 then
               add 1                        to ws-uncosted-count
           end-if.


      *    Add the posting into its SKU/store entry, starting a new
      *    entry the first time the pair is seen
       230-post-margin.
           move 0                           to ws-ma-found.
           perform varying ws-ma-sub from 1 by 1
               until ws-ma-sub > ws-margin-count
               if ws-ma-sku(ws-ma-sub) = ws-post-sku
                       and ws-ma-store(ws-ma-sub) = ws-post-store
                   move ws-ma-sub           to ws-ma-found
               end-if
           end-perform.

           if ws-ma-found = 0 then
               if ws-margin-count >= 20000 then
                   if ws-ma-full-warned = 'n'
                       display "MARGIN ACCUMULATOR TABLE FULL - "
                               "FURTHER SKU/STORE PAIRS NOT POSTED"
                       move 'y'             to ws-ma-full-warned
                   end-if
                   exit paragraph
               end-if
               add 1                        to ws-margin-count
               move ws-margin-count         to ws-ma-found
               move ws-post-sku             to ws-ma-sku(ws-ma-found)
               move ws-post-store           to ws-ma-store(ws-ma-found)
               move 0       to ws-ma-day-sales(ws-ma-found)
               move 0       to ws-ma-day-cost(ws-ma-found)
               move 0       to ws-ma-mtd-sales(ws-ma-found)
               move 0       to ws-ma-mtd-cost(ws-ma-found)
               move 0       to ws-ma-ytd-sales(ws-ma-found)
               move 0       to ws-ma-ytd-cost(ws-ma-found)
           end-if.

           add ws-post-sales    to ws-ma-day-sales(ws-ma-found).
           add ws-post-cost     to ws-ma-day-cost(ws-ma-found).
           add ws-post-sales    to ws-ma-mtd-sales(ws-ma-found).
           add ws-post-cost     to ws-ma-mtd-cost(ws-ma-found).
           add ws-post-sales    to ws-ma-ytd-sales(ws-ma-found).
           add ws-post-cost     to ws-ma-ytd-cost(ws-ma-found).


      *    Roll every accumulator entry up by SKU, by store and for
      *    the chain; the regions are rolled from the stores at print
      *    time
       300-roll-up-figures.
           perform varying ws-ma-sub from 1 by 1
               until ws-ma-sub > ws-margin-count
               move ws-ma-figures(ws-ma-sub) to ws-work-figures
               perform 310-roll-entry-to-sku
               move ws-ma-store(ws-ma-sub)  to ws-st-sub
               move 'y'                     to ws-st-posted(ws-st-sub)
               add ws-wk-day-sales  to ws-st-day-sales(ws-st-sub)
               add ws-wk-day-cost   to ws-st-day-cost(ws-st-sub)
               add ws-wk-mtd-sales  to ws-st-mtd-sales(ws-st-sub)
               add ws-wk-mtd-cost   to ws-st-mtd-cost(ws-st-sub)
               add ws-wk-ytd-sales  to ws-st-ytd-sales(ws-st-sub)
               add ws-wk-ytd-cost   to ws-st-ytd-cost(ws-st-sub)
               add ws-wk-day-sales          to ws-ch-day-sales
               add ws-wk-day-cost           to ws-ch-day-cost
               add ws-wk-mtd-sales          to ws-ch-mtd-sales
               add ws-wk-mtd-cost           to ws-ch-mtd-cost
               add ws-wk-ytd-sales          to ws-ch-ytd-sales
               add ws-wk-ytd-cost           to ws-ch-ytd-cost
           end-perform.

           perform 320-sort-sku-table.

       310-roll-entry-to-sku.
           move 0                           to ws-sk-found.
           perform varying ws-sk-sub from 1 by 1
               until ws-sk-sub > ws-sku-count
               if ws-sk-sku(ws-sk-sub) = ws-ma-sku(ws-ma-sub)
                   move ws-sk-sub           to ws-sk-found
               end-if
           end-perform.
           if ws-sk-found = 0 and ws-sku-count < 3000 then
               add 1                        to ws-sku-count
               move ws-sku-count            to ws-sk-found
               move ws-ma-sku(ws-ma-sub)    to ws-sk-sku(ws-sk-found)
               move 0       to ws-sk-day-sales(ws-sk-found)
               move 0       to ws-sk-day-cost(ws-sk-found)
               move 0       to ws-sk-mtd-sales(ws-sk-found)
               move 0       to ws-sk-mtd-cost(ws-sk-found)
               move 0       to ws-sk-ytd-sales(ws-sk-found)
               move 0       to ws-sk-ytd-cost(ws-sk-found)
           end-if.
           if ws-sk-found > 0 then
               add ws-wk-day-sales  to ws-sk-day-sales(ws-sk-found)
               add ws-wk-day-cost   to ws-sk-day-cost(ws-sk-found)
               add ws-wk-mtd-sales  to ws-sk-mtd-sales(ws-sk-found)
               add ws-wk-mtd-cost   to ws-sk-mtd-cost(ws-sk-found)
               add ws-wk-ytd-sales  to ws-sk-ytd-sales(ws-sk-found)
               add ws-wk-ytd-cost   to ws-sk-ytd-cost(ws-sk-found)
           end-if.

       320-sort-sku-table.

      *    Selection sort by SKU - same simple pass as the product
      *    ranking in ProductAnalysis
           perform varying ws-rank-i from 1 by 1
               until ws-rank-i > ws-sku-count
               move ws-rank-i               to ws-rank-low-idx
               perform varying ws-rank-j from ws-rank-i by 1
                   until ws-rank-j > ws-sku-count
                   if ws-sk-sku(ws-rank-j) <
                           ws-sk-sku(ws-rank-low-idx)
                       move ws-rank-j       to ws-rank-low-idx
                   end-if
               end-perform
               if ws-rank-low-idx not = ws-rank-i
                   move ws-sk-entry(ws-rank-i)
                       to ws-sku-swap-entry
                   move ws-sk-entry(ws-rank-low-idx)
                       to ws-sk-entry(ws-rank-i)
                   move ws-sku-swap-entry
                       to ws-sk-entry(ws-rank-low-idx)
               end-if
           end-perform.


       400-print-report.
           move ws-business-date            to ws-header-busdate.
           write output-line from ws-header1-main
               after advancing 1 line.
           write output-line from ws-header2-headings
               after advancing 2 lines.
           write output-line from ws-header3-underlines
               after advancing 1 line.

           if ws-margin-count = 0 then
               write output-line from ws-no-sales-line
                   after advancing 1 line
           else
               perform 410-print-sku-section
               perform 420-print-store-section
               perform 430-print-region-section
               perform 440-print-chain-total
           end-if.

           move ws-sale-units               to ws-ul-sale-units.
           move ws-return-units             to ws-ul-return-units.
           write output-line from ws-units-line
               after advancing 2 lines.
           move ws-uncosted-count           to ws-ul-uncosted.
           write output-line from ws-uncosted-line
               after advancing 1 line.


       410-print-sku-section.
           move "BY SKU"                    to ws-sh-text.
           write output-line from ws-section-heading
               after advancing 2 lines.
           perform varying ws-sk-sub from 1 by 1
               until ws-sk-sub > ws-sku-count
               move ws-sk-figures(ws-sk-sub) to ws-work-figures
               move ws-sk-sku(ws-sk-sub)    to ws-dl-key
               move "NOT ON MASTER"         to ws-dl-name
               perform varying ws-pm-sub from 1 by 1
                   until ws-pm-sub > ws-product-count
                   if ws-pm-sku(ws-pm-sub) = ws-sk-sku(ws-sk-sub)
                       move ws-pm-desc(ws-pm-sub) to ws-dl-name
                   end-if
               end-perform
               perform 450-print-figures
           end-perform.


       420-print-store-section.
           move "BY STORE"                  to ws-sh-text.
           write output-line from ws-section-heading
               after advancing 2 lines.
           perform varying ws-st-sub from 1 by 1
               until ws-st-sub > 99
               if ws-st-posted(ws-st-sub) = 'y'
                   move ws-st-figures(ws-st-sub) to ws-work-figures
                   move spaces              to ws-dl-key
                   move ws-st-sub           to ws-dl-store
                   move ws-st-name(ws-st-sub) to ws-dl-name
                   perform 450-print-figures
                   perform 425-roll-store-to-region
               end-if
           end-perform.

      *    Roll the store on the work figures up under its region,
      *    starting a new region entry the first time one is seen
       425-roll-store-to-region.
           move 0                           to ws-rg-found.
           perform varying ws-rg-sub from 1 by 1
               until ws-rg-sub > ws-region-count
               if ws-rg-name(ws-rg-sub) = ws-st-region(ws-st-sub)
                   move ws-rg-sub           to ws-rg-found
               end-if
           end-perform.
           if ws-rg-found = 0 and ws-region-count < 20 then
               add 1                        to ws-region-count
               move ws-region-count         to ws-rg-found
               move ws-st-region(ws-st-sub) to ws-rg-name(ws-rg-found)
               move 0       to ws-rg-day-sales(ws-rg-found)
               move 0       to ws-rg-day-cost(ws-rg-found)
               move 0       to ws-rg-mtd-sales(ws-rg-found)
               move 0       to ws-rg-mtd-cost(ws-rg-found)
               move 0       to ws-rg-ytd-sales(ws-rg-found)
               move 0       to ws-rg-ytd-cost(ws-rg-found)
           end-if.
           if ws-rg-found > 0 then
               add ws-wk-day-sales  to ws-rg-day-sales(ws-rg-found)
               add ws-wk-day-cost   to ws-rg-day-cost(ws-rg-found)
               add ws-wk-mtd-sales  to ws-rg-mtd-sales(ws-rg-found)
               add ws-wk-mtd-cost   to ws-rg-mtd-cost(ws-rg-found)
               add ws-wk-ytd-sales  to ws-rg-ytd-sales(ws-rg-found)
               add ws-wk-ytd-cost   to ws-rg-ytd-cost(ws-rg-found)
           end-if.


       430-print-region-section.
           move "BY REGION"                 to ws-sh-text.
           write output-line from ws-section-heading
               after advancing 2 lines.
           perform varying ws-rg-sub from 1 by 1
               until ws-rg-sub > ws-region-count
               move ws-rg-figures(ws-rg-sub) to ws-work-figures
               move ws-rg-name(ws-rg-sub)   to ws-dl-key
               move spaces                  to ws-dl-name
               perform 450-print-figures
           end-perform.


       440-print-chain-total.
           move "CHAIN TOTAL"               to ws-sh-text.
           write output-line from ws-section-heading
               after advancing 2 lines.
           move ws-chain-figures            to ws-work-figures.
           move spaces                      to ws-dl-key.
           move spaces                      to ws-dl-name.
           perform 450-print-figures.


      *    Three lines from the work figures - the day, month to date
      *    and year to date - with the margin and margin percent
      *    worked out for each
       450-print-figures.
           move "DAY"                       to ws-dl-period.
           move ws-wk-day-sales             to ws-wk-sales.
           move ws-wk-day-cost              to ws-wk-cost.
           perform 460-format-period.
           write output-line from ws-detail-line
               after advancing 1 line.

           move spaces                      to ws-dl-key.
           move spaces                      to ws-dl-name.
           move "MTD"                       to ws-dl-period.
           move ws-wk-mtd-sales             to ws-wk-sales.
           move ws-wk-mtd-cost              to ws-wk-cost.
           perform 460-format-period.
           write output-line from ws-detail-line
               after advancing 1 line.

           move "YTD"                       to ws-dl-period.
           move ws-wk-ytd-sales             to ws-wk-sales.
           move ws-wk-ytd-cost              to ws-wk-cost.
           perform 460-format-period.
           write output-line from ws-detail-line
               after advancing 1 line.

      *    Margin percent is of sales - no sales reads as zero, not a
      *    divide blow-up
       460-format-period.
           compute ws-wk-margin = ws-wk-sales - ws-wk-cost.
           if ws-wk-sales = 0 then
               move 0                       to ws-wk-pct
           else
               compute ws-wk-pct rounded =
                   (ws-wk-margin * 100) / ws-wk-sales
                   on size error
                       move 9999.9          to ws-wk-pct
               end-compute
           end-if.
           move ws-wk-sales                 to ws-dl-sales.
           move ws-wk-cost                  to ws-dl-cost.
           move ws-wk-margin                to ws-dl-margin.
           move ws-wk-pct                   to ws-dl-pct.


      *    Every entry goes back out stamped with the business date;
      *    an entry with nothing left for the year drops off
       500-rewrite-accumulator.
           open output margin-accumulator-file.
           perform varying ws-ma-sub from 1 by 1
               until ws-ma-sub > ws-margin-count
               if ws-ma-ytd-sales(ws-ma-sub) not = 0
                       or ws-ma-ytd-cost(ws-ma-sub) not = 0
                   move ws-ma-sku(ws-ma-sub)    to mac-sku
                   move ws-ma-store(ws-ma-sub)  to mac-store-num
                   move ws-business-date        to mac-last-date
                   move ws-ma-day-sales(ws-ma-sub) to mac-day-sales
                   move ws-ma-day-cost(ws-ma-sub)  to mac-day-cost
                   move ws-ma-mtd-sales(ws-ma-sub) to mac-mtd-sales
                   move ws-ma-mtd-cost(ws-ma-sub)  to mac-mtd-cost
                   move ws-ma-ytd-sales(ws-ma-sub) to mac-ytd-sales
                   move ws-ma-ytd-cost(ws-ma-sub)  to mac-ytd-cost
                   write margin-accumulator-line
                   add 1                        to ws-accum-written
               end-if
           end-perform.
           close margin-accumulator-file.


      *    One record: the day's cost of the units sold and returned,
      *    for GLPostingExtract to post against inventory
       600-write-control-totals.
           move ws-business-date            to mct-batch-date.
           move ws-sales-cost-total         to mct-sales-cost.
           move ws-returns-cost-total       to mct-returns-cost.
           move ws-uncosted-count           to mct-uncosted-count.
           open output margin-control-file.
           write margin-control-line.
           close margin-control-file.


       700-archive-output-files.
           move ws-business-date            to ws-archive-date.

           move "../../../../data/GrossMargin.out"
               to ws-archive-read-path.
           string "../../../../data/GrossMargin_"
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


       end program GrossMarginReport.
