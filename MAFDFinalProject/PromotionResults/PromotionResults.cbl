      ******************************************************************
      * Author:    Connor Simmonds-Parke, Nicholas Sturch-flint
      * Date:      2021-11-17
      * Purpose:   Merchandising plans promotions on the calendar in
      *            Promotions.dat but had no way of seeing whether
      *            they moved any product. For every promotion that
      *            has started by the business date this report adds
      *            up the units and dollars of the promoted SKU sold
      *            in the promotion's stores over the days it has run,
      *            against the same SKU in the same stores over the
      *            weeks just before it started, and shows the lift in
      *            units sold per day.
      * Note:      Reads SalesHistory.dat, so run after S&LProcessing
      *            has posted the day. Sales are gross - a sale later
      *            refunded still counts. PROMO-BASELINE-WEEKS comes
      *            off the parameter master, defaulting to 4.
      * Tectonics: cobc
      ******************************************************************
       identification division.

       program-id. PromotionResults.
       author. Connor Simmonds-Parke, Nicholas Sturch-flint.
       date-written. 11-17-2021.
      *Description: Prints units and dollars sold on each promotion
      *             against the weeks before it from the sales history.

       environment division.
       configuration section.

       input-output section.
       file-control.

      *    Promotion Calendar - the promotions to report
           select promotion-file
               assign to "../../../../data/Promotions.dat"
               organization is line sequential
               file status is ws-promo-status.

      *    Historical Sales Record - read-only here
           select sales-history-file
               assign to "../../../../data/SalesHistory.dat"
               organization is indexed
               access mode is sequential
               record key is hist-invoice-num
               file status is ws-hist-status.

      *    Store Master - puts each store in its region for the
      *    region-wide promotions
           select store-file
               assign to "../../../../data/StoreMaster.dat"
               organization is line sequential
               file status is ws-store-status.

      *    Central Parameter Master - the baseline weeks
           select parameter-master-file
               assign to "../../../../data/ParameterMaster.dat"
               organization is line sequential
               file status is ws-parameter-status.

      *    Output Files
           select output-file
               assign to "../../../../data/PromotionResults.out"
               organization is line sequential.

      *    Business-Date Parameter - how far into a running promotion
      *    the results go; falls back to the machine date when Edit
      *    has not published one
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

       fd promotion-file
           data record is promotion-line
           record contains 80 characters.

       01 promotion-line.
           05 pro-promo-id                  pic x(8).
           05 pro-sku                       pic x(15).
           05 pro-scope                     pic x.
           05 pro-store-num                 pic 99.
           05 pro-region                    pic x(12).
           05 pro-promo-price               pic 9(5)v99.
           05 pro-pct-off                   pic 9(3)v99.
           05 pro-start-date                pic 9(8).
           05 pro-end-date                  pic 9(8).
           05 pro-description               pic x(14).

       fd sales-history-file
           data record is hist-record.

       01 hist-record.
           05 hist-invoice-num              pic x(9).
           05 hist-amount                   pic 9(5)v99.
           05 hist-sku                      pic x(15).
           05 hist-store-num                pic 99.
           05 hist-refunded-flag            pic x.
           05 hist-trans-date               pic 9(8).
           05 hist-trans-time               pic 9(6).
           05 hist-loyalty-num              pic x(10).
           05 hist-operator-id              pic 9(4).
           05 hist-refund-date              pic 9(8).

       fd store-file
           data record is store-line
           record contains 38 characters.

       01 store-line.
           05 sm-store-num                  pic 99.
           05 sm-name                       pic x(20).
           05 sm-region                     pic x(12).
           05 sm-tax-rate                   pic 9v99.
           05 sm-active                     pic x.

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
           05 filler                        pic x(30)
               value spaces.
           05 filler                        pic x(27)
               value "PROMOTION RESULTS AS OF    ".
           05 ws-header-busdate             pic 9(8).
           05 filler                        pic x(45)
               value spaces.

       01 ws-header2-baseline.
           05 filler                        pic x(30)
               value spaces.
           05 filler                        pic x(22)
               value "BASELINE IS THE LAST ".
           05 ws-header-weeks               pic z9.
           05 filler                        pic x(56)
               value " WEEKS BEFORE EACH PROMOTION START".

       01 ws-header3-groups.
           05 filler                        pic x(60)
               value spaces.
           05 filler                        pic x(18)
               value "---- PROMOTION ---".
           05 filler                        pic x(18)
               value "---- BASELINE ----".
           05 filler                        pic x(14)
               value spaces.

       01 ws-header4-headings.
           05 filler                        pic x(10)
               value "Promo".
           05 filler                        pic x(17)
               value "SKU".
           05 filler                        pic x(14)
               value "Scope".
           05 filler                        pic x(9)
               value "Start".
           05 filler                        pic x(10)
               value "End".
           05 filler                        pic x(6)
               value "Units".
           05 filler                        pic x(12)
               value "     Sales".
           05 filler                        pic x(6)
               value "Units".
           05 filler                        pic x(12)
               value "     Sales".
           05 filler                        pic x(14)
               value "  Lift".

       01 ws-header5-underlines.
           05 filler                        pic x(10)
               value "--------".
           05 filler                        pic x(17)
               value "---------------".
           05 filler                        pic x(14)
               value "------------".
           05 filler                        pic x(9)
               value "--------".
           05 filler                        pic x(10)
               value "--------".
           05 filler                        pic x(6)
               value "-----".
           05 filler                        pic x(12)
               value "----------".
           05 filler                        pic x(6)
               value "-----".
           05 filler                        pic x(12)
               value "----------".
           05 filler                        pic x(14)
               value "--------".

      *Detail Line - one per promotion; the lift reads n/a when the
      *SKU sold nothing in those stores over the baseline
       01 ws-detail-line.
           05 ws-dl-promo-id                pic x(8).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-sku                     pic x(15).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-scope                   pic x(12).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-start                   pic 9(8).
           05 filler                        pic x
               value space.
           05 ws-dl-end                     pic 9(8).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-promo-units             pic zzzz9.
           05 filler                        pic x
               value space.
           05 ws-dl-promo-sales             pic zzz,zz9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-base-units              pic zzzz9.
           05 filler                        pic x
               value space.
           05 ws-dl-base-sales              pic zzz,zz9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-lift-area               pic x(8).
           05 filler redefines ws-dl-lift-area.
               10 ws-dl-lift                pic -zzz9.9.
               10 ws-dl-lift-sign           pic x.
           05 filler                        pic x(6)
               value spaces.

       01 ws-no-promotions-line.
           05 filler                        pic x(48)
               value "No promotions have started by the business date.".
           05 filler                        pic x(62)
               value spaces.

      *Total Lines
       01 ws-total-line.
           05 filler                        pic x(60)
               value "TOTALS".
           05 ws-tl-promo-units             pic zzzz9.
           05 filler                        pic x
               value space.
           05 ws-tl-promo-sales             pic zzz,zz9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-tl-base-units              pic zzzz9.
           05 filler                        pic x
               value space.
           05 ws-tl-base-sales              pic zzz,zz9.99.
           05 filler                        pic x(16)
               value spaces.

       01 ws-count-line.
           05 filler                        pic x(25)
               value "PROMOTIONS REPORTED    : ".
           05 ws-cl-count                   pic zzzzz9.
           05 filler                        pic x(79)
               value spaces.

       01 ws-skipped-line.
           05 filler                        pic x(25)
               value "PROMOTIONS NOT LOADED  : ".
           05 ws-sl-count                   pic zzzzz9.
           05 ws-sl-note                    pic x(79)
               value "  (blank dates or end before start)".

      *Promotion Table - the promotions started by the business
      *date, with their windows as day numbers and their running
      *totals from the history
       01 ws-promotion-table.
           05 ws-pr-entry                   occurs 500 times.
               10 ws-pr-promo-id            pic x(8).
               10 ws-pr-sku                 pic x(15).
               10 ws-pr-scope               pic x.
               10 ws-pr-store-num           pic 99.
               10 ws-pr-region              pic x(12).
               10 ws-pr-start-date          pic 9(8).
               10 ws-pr-end-date            pic 9(8).
               10 ws-pr-start-int           pic 9(7).
               10 ws-pr-end-int             pic 9(7).
               10 ws-pr-base-from-int       pic 9(7).
               10 ws-pr-promo-units         pic 9(7).
               10 ws-pr-promo-sales         pic 9(7)v99.
               10 ws-pr-base-units          pic 9(7).
               10 ws-pr-base-sales          pic 9(7)v99.
       77 ws-promotion-count                pic 9(4)  value 0.
       77 ws-pr-sub                         pic 9(4)  value 0.
       77 ws-promo-skipped                  pic 9(5)  value 0.
       77 ws-table-full-flag                pic x     value 'n'.

      *Store Master Table - the region of each store by number
       01 ws-store-master-table.
           05 ws-sm-entry                   occurs 99 times.
               10 ws-sm-region              pic x(12).
       77 ws-sm-sub                         pic 999   value 0.

      *Working Fields
       77 ws-busdate-int                    pic 9(7)  value 0.
       77 ws-trans-int                      pic 9(7)  value 0.
       77 ws-in-scope-flag                  pic x     value 'n'.
       77 ws-promo-days                     pic 9(5)  value 0.
       77 ws-base-days                      pic 9(5)  value 0.
       77 ws-promo-rate                     pic 9(7)v9999 value 0.
       77 ws-base-rate                      pic 9(7)v9999 value 0.
       77 ws-lift-pct                       pic s9(4)v9 value 0.

      *Report Totals
       77 ws-tot-promo-units                pic 9(7)  value 0.
       77 ws-tot-promo-sales                pic 9(7)v99 value 0.
       77 ws-tot-base-units                 pic 9(7)  value 0.
       77 ws-tot-base-sales                 pic 9(7)v99 value 0.

      *Baseline Weeks - the parameter master's, else the default
       77 ws-baseline-weeks                 pic 99    value 4.
       77 ws-parameter-status               pic xx    value spaces.
       77 ws-param-name                     pic x(20) value spaces.
       77 ws-param-found-flag               pic x     value 'n'.
       01 ws-param-value-area.
           05 ws-param-value                pic x(12).
           05 filler redefines ws-param-value.
               10 ws-param-weeks            pic 99.

      *General Constants
       77 ws-promo-status                   pic xx    value spaces.
       77 ws-hist-status                    pic xx    value spaces.
       77 ws-store-status                   pic xx    value spaces.
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
           compute ws-busdate-int =
               function integer-of-date(ws-business-date).
           perform 105-load-baseline-weeks.
           perform 110-load-store-master.
           perform 120-load-promotions.

           if ws-promotion-count > 0 then
               perform 200-scan-history
           end-if.

           open output output-file.
           move ws-business-date            to ws-header-busdate.
           move ws-baseline-weeks           to ws-header-weeks.
           write output-line from ws-header1-main
               after advancing 1 line.
           write output-line from ws-header2-baseline
               after advancing 1 line.
           write output-line from ws-header3-groups
               after advancing 2 lines.
           write output-line from ws-header4-headings
               after advancing 1 line.
           write output-line from ws-header5-underlines
               after advancing 1 line.

           if ws-promotion-count = 0 then
               write output-line from ws-no-promotions-line
                   after advancing 1 line
           else
               perform varying ws-pr-sub from 1 by 1
                   until ws-pr-sub > ws-promotion-count
                   perform 300-print-promotion-line
               end-perform
           end-if.

           perform 400-print-totals.

           close output-file.

      *    Keep a dated copy of the report so tomorrow's run doesn't
      *    erase it
           perform 700-archive-output-files.

      *    End of 000-main (end of PromotionResults program)
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


       105-load-baseline-weeks.
           move "PROMO-BASELINE-WEEKS"      to ws-param-name.
           perform 128-find-parameter.
           if ws-param-found-flag = 'y' and ws-param-weeks is numeric
                   and ws-param-weeks > 0 then
               move ws-param-weeks          to ws-baseline-weeks
           end-if.
           compute ws-base-days = ws-baseline-weeks * 7.


       110-load-store-master.
           perform varying ws-sm-sub from 1 by 1
               until ws-sm-sub > 99
               move spaces                  to ws-sm-region(ws-sm-sub)
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


      *    Only promotions already under way are reported; one still
      *    running is measured up to the business date. The baseline
      *    is the set number of weeks ending the day before it began.
       120-load-promotions.
           open input promotion-file.
           if ws-promo-status not = "00" then
               exit paragraph
           end-if.
           perform until ws-promo-status not = "00"
               read promotion-file
                   at end
                       move "10"            to ws-promo-status
                   not at end
                       perform 125-take-promotion
               end-read
           end-perform.
           close promotion-file.


       125-take-promotion.
           if pro-start-date is not numeric
                   or pro-end-date is not numeric
                   or pro-start-date < 19000101
                   or pro-end-date < pro-start-date then
               add 1                        to ws-promo-skipped
               exit paragraph
           end-if.
           if pro-start-date > ws-business-date then
               exit paragraph
           end-if.
           if ws-promotion-count >= 500 then
               move 'y'                     to ws-table-full-flag
               add 1                        to ws-promo-skipped
               exit paragraph
           end-if.

           add 1                            to ws-promotion-count.
           move ws-promotion-count          to ws-pr-sub.
           move pro-promo-id            to ws-pr-promo-id(ws-pr-sub).
           move pro-sku                 to ws-pr-sku(ws-pr-sub).
           move pro-scope               to ws-pr-scope(ws-pr-sub).
           move pro-store-num           to ws-pr-store-num(ws-pr-sub).
           move pro-region              to ws-pr-region(ws-pr-sub).
           move pro-start-date          to ws-pr-start-date(ws-pr-sub).
           move pro-end-date            to ws-pr-end-date(ws-pr-sub).
           compute ws-pr-start-int(ws-pr-sub) =
               function integer-of-date(pro-start-date).
           if pro-end-date > ws-business-date then
               move ws-busdate-int      to ws-pr-end-int(ws-pr-sub)
           else
               compute ws-pr-end-int(ws-pr-sub) =
                   function integer-of-date(pro-end-date)
           end-if.
           compute ws-pr-base-from-int(ws-pr-sub) =
               ws-pr-start-int(ws-pr-sub) - ws-base-days.
           move 0                   to ws-pr-promo-units(ws-pr-sub).
           move 0                   to ws-pr-promo-sales(ws-pr-sub).
           move 0                   to ws-pr-base-units(ws-pr-sub).
           move 0                   to ws-pr-base-sales(ws-pr-sub).


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


      *    One pass of the history; each sale is offered to every
      *    promotion, since two promotions can share a SKU
       200-scan-history.
           open input sales-history-file.
           if ws-hist-status = "00" then
               perform until ws-eof-flag = 'y'
                   read sales-history-file next record
                       at end
                           move 'y'         to ws-eof-flag
                       not at end
                           perform 210-take-history-record
                   end-read
               end-perform
               close sales-history-file
           end-if.


       210-take-history-record.
           if hist-trans-date is not numeric
                   or hist-trans-date < 19000101
                   or hist-store-num = 0 then
               exit paragraph
           end-if.
           compute ws-trans-int =
               function integer-of-date(hist-trans-date).

           perform varying ws-pr-sub from 1 by 1
               until ws-pr-sub > ws-promotion-count
               if ws-pr-sku(ws-pr-sub) = hist-sku
                       and ws-trans-int
                           >= ws-pr-base-from-int(ws-pr-sub)
                       and ws-trans-int
                           <= ws-pr-end-int(ws-pr-sub)
                   perform 220-check-scope
                   if ws-in-scope-flag = 'y'
                       perform 230-accumulate-sale
                   end-if
               end-if
           end-perform.


      *    A promotion covers one store (S), every store in a region
      *    (R) or the whole chain (A)
       220-check-scope.
           move 'n'                         to ws-in-scope-flag.
           evaluate ws-pr-scope(ws-pr-sub)
               when "A"
                   move 'y'                 to ws-in-scope-flag
               when "S"
                   if ws-pr-store-num(ws-pr-sub) = hist-store-num
                       move 'y'             to ws-in-scope-flag
                   end-if
               when "R"
                   if ws-pr-region(ws-pr-sub)
                           = ws-sm-region(hist-store-num)
                       move 'y'             to ws-in-scope-flag
                   end-if
           end-evaluate.


       230-accumulate-sale.
           if ws-trans-int >= ws-pr-start-int(ws-pr-sub) then
               add 1                to ws-pr-promo-units(ws-pr-sub)
               add hist-amount      to ws-pr-promo-sales(ws-pr-sub)
           else
               add 1                to ws-pr-base-units(ws-pr-sub)
               add hist-amount      to ws-pr-base-sales(ws-pr-sub)
           end-if.


      *    Lift compares units sold per day, so a promotion three days
      *    in isn't held against four full weeks of baseline
       300-print-promotion-line.
           move ws-pr-promo-id(ws-pr-sub)   to ws-dl-promo-id.
           move ws-pr-sku(ws-pr-sub)        to ws-dl-sku.
           evaluate ws-pr-scope(ws-pr-sub)
               when "A"
                   move "ALL STORES"        to ws-dl-scope
               when "S"
                   move spaces              to ws-dl-scope
                   string "STORE " ws-pr-store-num(ws-pr-sub)
                       delimited by size into ws-dl-scope
                   end-string
               when "R"
                   move ws-pr-region(ws-pr-sub) to ws-dl-scope
               when other
                   move "UNKNOWN"           to ws-dl-scope
           end-evaluate.
           move ws-pr-start-date(ws-pr-sub) to ws-dl-start.
           move ws-pr-end-date(ws-pr-sub)   to ws-dl-end.
           move ws-pr-promo-units(ws-pr-sub) to ws-dl-promo-units.
           move ws-pr-promo-sales(ws-pr-sub) to ws-dl-promo-sales.
           move ws-pr-base-units(ws-pr-sub) to ws-dl-base-units.
           move ws-pr-base-sales(ws-pr-sub) to ws-dl-base-sales.

           if ws-pr-base-units(ws-pr-sub) = 0 then
               move "     n/a"              to ws-dl-lift-area
           else
               compute ws-promo-days =
                   ws-pr-end-int(ws-pr-sub)
                       - ws-pr-start-int(ws-pr-sub) + 1
               compute ws-promo-rate rounded =
                   ws-pr-promo-units(ws-pr-sub) / ws-promo-days
               compute ws-base-rate rounded =
                   ws-pr-base-units(ws-pr-sub) / ws-base-days
               compute ws-lift-pct rounded =
                   ((ws-promo-rate - ws-base-rate) * 100)
                       / ws-base-rate
                   on size error
                       move 9999.9          to ws-lift-pct
               end-compute
               move ws-lift-pct             to ws-dl-lift
               move "%"                     to ws-dl-lift-sign
           end-if.

           write output-line from ws-detail-line
               after advancing 1 line.

           add ws-pr-promo-units(ws-pr-sub) to ws-tot-promo-units.
           add ws-pr-promo-sales(ws-pr-sub) to ws-tot-promo-sales.
           add ws-pr-base-units(ws-pr-sub)  to ws-tot-base-units.
           add ws-pr-base-sales(ws-pr-sub)  to ws-tot-base-sales.


       400-print-totals.
           move ws-tot-promo-units          to ws-tl-promo-units.
           move ws-tot-promo-sales          to ws-tl-promo-sales.
           move ws-tot-base-units           to ws-tl-base-units.
           move ws-tot-base-sales           to ws-tl-base-sales.
           write output-line from ws-total-line
               after advancing 2 lines.

           move ws-promotion-count          to ws-cl-count.
           write output-line from ws-count-line
               after advancing 2 lines.
           if ws-promo-skipped > 0 then
               move ws-promo-skipped        to ws-sl-count
               if ws-table-full-flag = 'y' then
                   move "  (bad dates, or over the 500 table limit)"
                       to ws-sl-note
               end-if
               write output-line from ws-skipped-line
                   after advancing 1 line
           end-if.


       700-archive-output-files.
           move ws-business-date            to ws-archive-date.

           move "../../../../data/PromotionResults.out"
               to ws-archive-read-path.
           string "../../../../data/PromotionResults_"
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


       end program PromotionResults.
