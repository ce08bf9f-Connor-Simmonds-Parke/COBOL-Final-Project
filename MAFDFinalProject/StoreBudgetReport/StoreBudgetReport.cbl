      ******************************************************************
      * Author:    Connor Simmonds-Parke, Nicholas Sturch-flint
      * Date:      2021-12-01
      * Purpose:   Finance sets a net sales budget for every store and
      *            month in StoreBudget.dat. This report sets each
      *            store's month-to-date and year-to-date net sales
      *            (the store's sales less its returns, off the store
      *            slots in SLAccumulator.dat and ReturnsAccumulator.
      *            dat) against that budget, shows the dollar and
      *            percent variance, projects the month-to-date figure
      *            straight-line to month end, and subtotals it all by
      *            region and for the chain.
      * Note:      Run after S&LProcessing and ReturnsProcessing have
      *            posted the day. The budget to date is the month's
      *            budget spread evenly over its days, so a store on
      *            budget on the 10th shows no variance. Year to date
      *            is the earlier months' budgets in full plus the
      *            current month's budget to date.
      * Tectonics: cobc
      ******************************************************************
       identification division.

       program-id. StoreBudgetReport.
       author. Connor Simmonds-Parke, Nicholas Sturch-flint.
       date-written. 12-01-2021.
      *Description: Prints net sales against budget by store and
      *             region, month to date and year to date.

       environment division.
       configuration section.

       input-output section.
       file-control.

      *    Input Files
           select budget-file
               assign to "../../../../data/StoreBudget.dat"
               organization is line sequential
               file status is ws-budget-status.

      *    Sales/Layaways Accumulator - the stores' sales to date
           select sl-accumulator-file
               assign to "../../../../data/SLAccumulator.dat"
               organization is line sequential
               file status is ws-sl-acc-status.

      *    Returns Accumulator - the stores' returns to date
           select returns-accumulator-file
               assign to "../../../../data/ReturnsAccumulator.dat"
               organization is line sequential
               file status is ws-ret-acc-status.

      *    Store Master - store names and the region each reports
      *    under
           select store-file
               assign to "../../../../data/StoreMaster.dat"
               organization is line sequential
               file status is ws-store-status.

      *    Business-Date Parameter - the day the business actually
      *    happened (Edit writes it from the batch header), used
      *    instead of the machine date for the report period
           select business-date-file
               assign to "../../../../data/BusinessDate.ctl"
               organization is line sequential
               file status is ws-busdate-status.

      *    Output Files
           select report-file
               assign to "../../../../data/StoreBudgetReport.out"
               organization is line sequential.

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

       fd budget-file
           data record is budget-line
           record contains 19 characters.

       01 budget-line.
           05 sb-store-num                  pic 99.
           05 sb-year                       pic 9(4).
           05 sb-month                      pic 99.
           05 sb-budget-amt                 pic 9(9)v99.

       fd sl-accumulator-file
           data record is sl-accumulator-line
           record contains 2236 characters.

       01 sl-accumulator-line.
           05 sla-year                      pic 9(4).
           05 sla-month                     pic 99.
           05 sla-mtd-amt                   pic 9(9)v99.
           05 sla-mtd-tax                   pic 9(9)v99.
           05 sla-ytd-amt                   pic 9(9)v99.
           05 sla-ytd-tax                   pic 9(9)v99.
           05 sla-last-batch-date           pic 9(8).
           05 sla-store-slot                occurs 99 times.
               10 sla-store-mtd-amt         pic 9(9)v99.
               10 sla-store-ytd-amt         pic 9(9)v99.

       fd returns-accumulator-file
           data record is returns-accumulator-line
           record contains 2236 characters.

       01 returns-accumulator-line.
           05 rta-year                      pic 9(4).
           05 rta-month                     pic 99.
           05 rta-mtd-amt                   pic 9(9)v99.
           05 rta-mtd-tax                   pic 9(9)v99.
           05 rta-ytd-amt                   pic 9(9)v99.
           05 rta-ytd-tax                   pic 9(9)v99.
           05 rta-last-batch-date           pic 9(8).
           05 rta-store-slot                occurs 99 times.
               10 rta-store-mtd-amt         pic 9(9)v99.
               10 rta-store-ytd-amt         pic 9(9)v99.

       fd store-file
           data record is store-line
           record contains 38 characters.

       01 store-line.
           05 sm-store-num                  pic 99.
           05 sm-name                       pic x(20).
           05 sm-region                     pic x(12).
           05 sm-tax-rate                   pic 9v99.
           05 sm-active                     pic x.

       fd business-date-file
           data record is business-date-line
           record contains 8 characters.

       01 business-date-line.
           05 bdl-business-date             pic 9(8).

       fd report-file
           data record is output-line
           record contains 132 characters.

       01 output-line                       pic x(132).

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
           05 filler                        pic x(40)
               value spaces.
           05 filler                        pic x(36)
               value "STORE NET SALES AGAINST BUDGET AS OF".
           05 filler                        pic x
               value space.
           05 ws-header-busdate             pic 9(8).
           05 filler                        pic x(47)
               value spaces.

       01 ws-header2-days.
           05 filler                        pic x(40)
               value spaces.
           05 filler                        pic x(4)
               value "DAY ".
           05 ws-header-day                 pic z9.
           05 filler                        pic x(4)
               value " OF ".
           05 ws-header-dim                 pic z9.
           05 filler                        pic x(80)
               value " IN THE MONTH - WHOLE DOLLARS".

       01 ws-header3-groups.
           05 filler                        pic x(31)
               value spaces.
           05 filler                        pic x(27)
               value "-------------------- MONTH ".
           05 filler                        pic x(30)
               value "TO DATE -------------------- ".
           05 filler                        pic x(44)
               value "--------------- YEAR TO DATE ---------------".

       01 ws-header4-headings.
           05 filler                        pic x(19)
               value "St  Store".
           05 filler                        pic x(12)
               value "  Mth Budget".
           05 filler                        pic x(12)
               value "   Budget TD".
           05 filler                        pic x(12)
               value "      Actual".
           05 filler                        pic x(12)
               value "    Variance".
           05 filler                        pic x(9)
               value "   Var %".
           05 filler                        pic x(12)
               value "   Projected".
           05 filler                        pic x(12)
               value "   Budget TD".
           05 filler                        pic x(12)
               value "      Actual".
           05 filler                        pic x(12)
               value "    Variance".
           05 filler                        pic x(9)
               value "   Var %".

       01 ws-header5-underlines.
           05 filler                        pic x(19)
               value "--  --------------".
           05 filler                        pic x(12)
               value " -----------".
           05 filler                        pic x(12)
               value " -----------".
           05 filler                        pic x(12)
               value " -----------".
           05 filler                        pic x(12)
               value " -----------".
           05 filler                        pic x(9)
               value "  -------".
           05 filler                        pic x(12)
               value " -----------".
           05 filler                        pic x(12)
               value " -----------".
           05 filler                        pic x(12)
               value " -----------".
           05 filler                        pic x(12)
               value " -----------".
           05 filler                        pic x(9)
               value "  -------".

      *Detail Line - one per store, and reused for the region and
      *chain totals with the label in place of the store; a percent
      *reads n/a when there is no budget to measure against
       01 ws-detail-line.
           05 ws-dl-label                   pic x(19).
           05 filler redefines ws-dl-label.
               10 ws-dl-store               pic 99.
               10 filler                    pic x(2).
               10 ws-dl-name                pic x(14).
               10 filler                    pic x.
           05 ws-dl-month-budget            pic zz,zzz,zz9-.
           05 filler                        pic x
               value space.
           05 ws-dl-mtd-budget              pic zz,zzz,zz9-.
           05 filler                        pic x
               value space.
           05 ws-dl-mtd-actual              pic zz,zzz,zz9-.
           05 filler                        pic x
               value space.
           05 ws-dl-mtd-var                 pic zz,zzz,zz9-.
           05 filler                        pic x
               value space.
           05 ws-dl-mtd-pct-area            pic x(8).
           05 filler redefines ws-dl-mtd-pct-area.
               10 ws-dl-mtd-pct             pic ----9.9.
               10 ws-dl-mtd-pct-sign        pic x.
           05 filler                        pic x
               value space.
           05 ws-dl-projected               pic zz,zzz,zz9-.
           05 filler                        pic x
               value space.
           05 ws-dl-ytd-budget              pic zz,zzz,zz9-.
           05 filler                        pic x
               value space.
           05 ws-dl-ytd-actual              pic zz,zzz,zz9-.
           05 filler                        pic x
               value space.
           05 ws-dl-ytd-var                 pic zz,zzz,zz9-.
           05 filler                        pic x
               value space.
           05 ws-dl-ytd-pct-area            pic x(8).
           05 filler redefines ws-dl-ytd-pct-area.
               10 ws-dl-ytd-pct             pic ----9.9.
               10 ws-dl-ytd-pct-sign        pic x.

       01 ws-region-heading.
           05 filler                        pic x(19)
               value "REGION TOTALS".
           05 filler                        pic x(113)
               value spaces.

       01 ws-no-stores-line.
           05 filler                        pic x(58)
               value "No stores have a budget or sales for the business
      -              " period.".
           05 filler                        pic x(74)
               value spaces.

      *Notes printed under the totals when an accumulator couldn't
      *be used for the business period
       01 ws-note-line.
           05 ws-nl-text                    pic x(132).

      *Store Table - subscripted directly by store number, holding
      *each store's budget and actuals for the business period
       01 ws-store-table.
           05 ws-st-entry                   occurs 99 times.
               10 ws-st-onfile              pic x.
               10 ws-st-active              pic x.
               10 ws-st-name                pic x(20).
               10 ws-st-region              pic x(12).
               10 ws-st-month-budget        pic s9(9)v99.
               10 ws-st-prior-budget        pic s9(9)v99.
               10 ws-st-budget-flag         pic x.
               10 ws-st-mtd-actual          pic s9(9)v99.
               10 ws-st-ytd-actual          pic s9(9)v99.
               10 ws-st-actual-flag         pic x.
       77 ws-st-sub                         pic 999   value 0.

      *Region Subtotal Table - built at print time by rolling the
      *store figures up under each store's master-file region
       01 ws-region-table.
           05 ws-rg-entry                   occurs 20 times.
               10 ws-rg-name                pic x(12).
               10 ws-rg-month-budget        pic s9(9)v99.
               10 ws-rg-mtd-budget          pic s9(9)v99.
               10 ws-rg-mtd-actual          pic s9(9)v99.
               10 ws-rg-projected           pic s9(9)v99.
               10 ws-rg-ytd-budget          pic s9(9)v99.
               10 ws-rg-ytd-actual          pic s9(9)v99.
       77 ws-region-count                   pic 99    value 0.
       77 ws-rg-sub                         pic 99    value 0.
       77 ws-rg-found                       pic 99    value 0.

      *One line's figures - a store's, a region's or the chain's -
      *worked out here and edited onto the detail line by 420
       01 ws-work-figures.
           05 ws-wk-month-budget            pic s9(9)v99 value 0.
           05 ws-wk-mtd-budget              pic s9(9)v99 value 0.
           05 ws-wk-mtd-actual              pic s9(9)v99 value 0.
           05 ws-wk-projected               pic s9(9)v99 value 0.
           05 ws-wk-ytd-budget              pic s9(9)v99 value 0.
           05 ws-wk-ytd-actual              pic s9(9)v99 value 0.
       77 ws-wk-variance                    pic s9(9)v99 value 0.
       77 ws-wk-pct                         pic s9(4)v9  value 0.

      *Chain Totals
       01 ws-chain-figures.
           05 ws-ch-month-budget            pic s9(9)v99 value 0.
           05 ws-ch-mtd-budget              pic s9(9)v99 value 0.
           05 ws-ch-mtd-actual              pic s9(9)v99 value 0.
           05 ws-ch-projected               pic s9(9)v99 value 0.
           05 ws-ch-ytd-budget              pic s9(9)v99 value 0.
           05 ws-ch-ytd-actual              pic s9(9)v99 value 0.

      *File Status and Control Variables
       77 ws-budget-status                  pic xx    value spaces.
       77 ws-sl-acc-status                  pic xx    value spaces.
       77 ws-ret-acc-status                 pic xx    value spaces.
       77 ws-store-status                   pic xx    value spaces.
       77 ws-stores-printed                 pic 999   value 0.

      *Whether each accumulator was on file for the business month
      *(m), only the business year (y), or not usable at all (n)
       77 ws-sl-acc-period                  pic x     value 'n'.
       77 ws-ret-acc-period                 pic x     value 'n'.

      *Business Date - falls back to the machine date when Edit has
      *not published one; broken out for the budget period
       77 ws-busdate-status                 pic xx    value spaces.
       01 ws-business-date                  pic 9(8)  value 0.
       01 filler redefines ws-business-date.
           05 ws-bus-year                   pic 9(4).
           05 ws-bus-month                  pic 99.
           05 ws-bus-day                    pic 99.

      *Days in the business month, from the first of the month to
      *the first of the next
       01 ws-month-first                    pic 9(8)  value 0.
       01 filler redefines ws-month-first.
           05 ws-mf-year                    pic 9(4).
           05 ws-mf-month                   pic 99.
           05 ws-mf-day                     pic 99.
       01 ws-next-month-first               pic 9(8)  value 0.
       01 filler redefines ws-next-month-first.
           05 ws-nf-year                    pic 9(4).
           05 ws-nf-month                   pic 99.
           05 ws-nf-day                     pic 99.
       77 ws-days-in-month                  pic 99    value 0.

      *Date-Stamped Archive Copies
       77 ws-archive-date                   pic x(8)  value spaces.
       77 ws-archive-read-path              pic x(100) value spaces.
       77 ws-archive-write-path             pic x(100) value spaces.
       77 ws-archive-eof-flag               pic x     value 'n'.


       procedure division.
       000-main.

           perform 090-load-business-date.
           perform 095-compute-month-days.

      *    Load the stores, their budgets for the business year and
      *    their net sales off the two accumulators
           perform 100-load-store-master.
           perform 110-load-budget.
           perform 120-load-sales-accumulator.
           perform 130-load-returns-accumulator.

           open output report-file.
           perform 150-print-headings.

      *    One line per store with a budget or sales, then the region
      *    subtotals and the chain total
           perform 200-print-stores.
           perform 300-print-region-totals.
           perform 400-print-chain-total.

           close report-file.

      *    Keep a date-stamped copy of today's output so a later run
      *    doesn't erase the only record of it
           perform 700-archive-output-files.

      *    End of 000-main (end of StoreBudgetReport program)
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


      *    The straight-line projection and the budget to date both
      *    need the number of days in the business month
       095-compute-month-days.
           move ws-bus-year                 to ws-mf-year.
           move ws-bus-month                to ws-mf-month.
           move 1                           to ws-mf-day.
           if ws-bus-month = 12 then
               compute ws-nf-year = ws-bus-year + 1
               move 1                       to ws-nf-month
           else
               move ws-bus-year             to ws-nf-year
               compute ws-nf-month = ws-bus-month + 1
           end-if.
           move 1                           to ws-nf-day.
           compute ws-days-in-month =
               function integer-of-date(ws-next-month-first)
               - function integer-of-date(ws-month-first).


      *    Every store starts off the master as UNASSIGNED, then the
      *    master overlays its name and region
       100-load-store-master.
           perform varying ws-st-sub from 1 by 1
               until ws-st-sub > 99
               move 'n'                     to ws-st-onfile(ws-st-sub)
               move 'N'                     to ws-st-active(ws-st-sub)
               move "NOT ON MASTER"         to ws-st-name(ws-st-sub)
               move "UNASSIGNED"            to ws-st-region(ws-st-sub)
               move 0                       to
                   ws-st-month-budget(ws-st-sub)
               move 0                       to
                   ws-st-prior-budget(ws-st-sub)
               move 'n'                     to
                   ws-st-budget-flag(ws-st-sub)
               move 0                       to
                   ws-st-mtd-actual(ws-st-sub)
               move 0                       to
                   ws-st-ytd-actual(ws-st-sub)
               move 'n'                     to
                   ws-st-actual-flag(ws-st-sub)
           end-perform.

           open input store-file.
           if ws-store-status = "00" then
               perform until ws-store-status not = "00"
                   read store-file
                       at end
                           move "10"        to ws-store-status
                       not at end
                           if sm-store-num > 0 then
                               move 'y'
                                   to ws-st-onfile(sm-store-num)
                               move sm-active
                                   to ws-st-active(sm-store-num)
                               move sm-name
                                   to ws-st-name(sm-store-num)
                               move sm-region
                                   to ws-st-region(sm-store-num)
                           end-if
                   end-read
               end-perform
               close store-file
           end-if.


      *    Only the business year's budgets matter - the business
      *    month's is the month budget, the earlier months' go toward
      *    the year to date in full
       110-load-budget.
           open input budget-file.
           if ws-budget-status = "00" then
               perform until ws-budget-status not = "00"
                   read budget-file
                       at end
                           move "10"        to ws-budget-status
                       not at end
                           perform 115-post-budget-line
                   end-read
               end-perform
               close budget-file
           end-if.


       115-post-budget-line.
           if sb-store-num is not numeric or sb-store-num = 0
                   or sb-year is not numeric
                   or sb-month is not numeric
                   or sb-budget-amt is not numeric then
               exit paragraph
           end-if.
           if sb-year not = ws-bus-year
                   or sb-month > ws-bus-month then
               exit paragraph
           end-if.
           if sb-month = ws-bus-month then
               add sb-budget-amt
                   to ws-st-month-budget(sb-store-num)
           else
               add sb-budget-amt
                   to ws-st-prior-budget(sb-store-num)
           end-if.
           move 'y'
               to ws-st-budget-flag(sb-store-num).


      *    The accumulator only counts toward the business period if
      *    it was last rolled for it - one still on last month has
      *    nothing this month, one still on last year has nothing for
      *    the year either
       120-load-sales-accumulator.
           open input sl-accumulator-file.
           if ws-sl-acc-status not = "00" then
               exit paragraph
           end-if.
           read sl-accumulator-file
               at end
                   move "10"                to ws-sl-acc-status
           end-read.
           close sl-accumulator-file.
           if ws-sl-acc-status not = "00"
                   or sla-year is not numeric
                   or sla-month is not numeric then
               exit paragraph
           end-if.

           if sla-year = ws-bus-year then
               move 'y'                     to ws-sl-acc-period
               if sla-month = ws-bus-month then
                   move 'm'                 to ws-sl-acc-period
               end-if
           end-if.
           if ws-sl-acc-period = 'n' then
               exit paragraph
           end-if.

           perform varying ws-st-sub from 1 by 1
               until ws-st-sub > 99
               if sla-store-slot(ws-st-sub) is numeric
                   if ws-sl-acc-period = 'm'
                       add sla-store-mtd-amt(ws-st-sub)
                           to ws-st-mtd-actual(ws-st-sub)
                   end-if
                   add sla-store-ytd-amt(ws-st-sub)
                       to ws-st-ytd-actual(ws-st-sub)
                   if sla-store-ytd-amt(ws-st-sub) > 0
                       move 'y'
                           to ws-st-actual-flag(ws-st-sub)
                   end-if
               end-if
           end-perform.


      *    Returns come off the sales the same way to give net sales
       130-load-returns-accumulator.
           open input returns-accumulator-file.
           if ws-ret-acc-status not = "00" then
               exit paragraph
           end-if.
           read returns-accumulator-file
               at end
                   move "10"                to ws-ret-acc-status
           end-read.
           close returns-accumulator-file.
           if ws-ret-acc-status not = "00"
                   or rta-year is not numeric
                   or rta-month is not numeric then
               exit paragraph
           end-if.

           if rta-year = ws-bus-year then
               move 'y'                     to ws-ret-acc-period
               if rta-month = ws-bus-month then
                   move 'm'                 to ws-ret-acc-period
               end-if
           end-if.
           if ws-ret-acc-period = 'n' then
               exit paragraph
           end-if.

           perform varying ws-st-sub from 1 by 1
               until ws-st-sub > 99
               if rta-store-slot(ws-st-sub) is numeric
                   if ws-ret-acc-period = 'm'
                       subtract rta-store-mtd-amt(ws-st-sub)
                           from ws-st-mtd-actual(ws-st-sub)
                   end-if
                   subtract rta-store-ytd-amt(ws-st-sub)
                       from ws-st-ytd-actual(ws-st-sub)
                   if rta-store-ytd-amt(ws-st-sub) > 0
                       move 'y'
                           to ws-st-actual-flag(ws-st-sub)
                   end-if
               end-if
           end-perform.


       150-print-headings.
           move ws-business-date            to ws-header-busdate.
           move ws-bus-day                  to ws-header-day.
           move ws-days-in-month            to ws-header-dim.
           write output-line from ws-header1-main
               after advancing 1 line.
           write output-line from ws-header2-days
               after advancing 1 line.
           write output-line from ws-header3-groups
               after advancing 2 lines.
           write output-line from ws-header4-headings
               after advancing 1 line.
           write output-line from ws-header5-underlines
               after advancing 1 line.


      *    Every active store on the master is listed, budget or not;
      *    an inactive or unknown store only when it has a budget or
      *    sales for the period
       200-print-stores.
           perform varying ws-st-sub from 1 by 1
               until ws-st-sub > 99
               if ws-st-active(ws-st-sub) = 'Y'
                       or ws-st-budget-flag(ws-st-sub) = 'y'
                       or ws-st-actual-flag(ws-st-sub) = 'y'
                   perform 210-print-store-line
               end-if
           end-perform.

           if ws-stores-printed = 0 then
               write output-line from ws-no-stores-line
                   after advancing 1 line
           end-if.


       210-print-store-line.
           add 1                            to ws-stores-printed.
           move ws-st-month-budget(ws-st-sub) to ws-wk-month-budget.
           compute ws-wk-mtd-budget rounded =
               ws-st-month-budget(ws-st-sub) * ws-bus-day
               / ws-days-in-month.
           move ws-st-mtd-actual(ws-st-sub) to ws-wk-mtd-actual.
           compute ws-wk-projected rounded =
               ws-st-mtd-actual(ws-st-sub) * ws-days-in-month
               / ws-bus-day.
           compute ws-wk-ytd-budget =
               ws-st-prior-budget(ws-st-sub) + ws-wk-mtd-budget.
           move ws-st-ytd-actual(ws-st-sub) to ws-wk-ytd-actual.

           move spaces                      to ws-dl-label.
           move ws-st-sub                   to ws-dl-store.
           move ws-st-name(ws-st-sub)       to ws-dl-name.
           perform 420-format-figures.
           write output-line from ws-detail-line
               after advancing 1 line.

      *    Carry the store's figures into its region and the chain
           perform 310-roll-store-to-region.
           add ws-wk-month-budget           to ws-ch-month-budget.
           add ws-wk-mtd-budget             to ws-ch-mtd-budget.
           add ws-wk-mtd-actual             to ws-ch-mtd-actual.
           add ws-wk-projected              to ws-ch-projected.
           add ws-wk-ytd-budget             to ws-ch-ytd-budget.
           add ws-wk-ytd-actual             to ws-ch-ytd-actual.


       300-print-region-totals.
           if ws-region-count = 0 then
               exit paragraph
           end-if.
           write output-line from ws-region-heading
               after advancing 2 lines.
           perform varying ws-rg-sub from 1 by 1
               until ws-rg-sub > ws-region-count
               move ws-rg-month-budget(ws-rg-sub)
                   to ws-wk-month-budget
               move ws-rg-mtd-budget(ws-rg-sub) to ws-wk-mtd-budget
               move ws-rg-mtd-actual(ws-rg-sub) to ws-wk-mtd-actual
               move ws-rg-projected(ws-rg-sub)  to ws-wk-projected
               move ws-rg-ytd-budget(ws-rg-sub) to ws-wk-ytd-budget
               move ws-rg-ytd-actual(ws-rg-sub) to ws-wk-ytd-actual
               move spaces                  to ws-dl-label
               move ws-rg-name(ws-rg-sub)   to ws-dl-label
               perform 420-format-figures
               write output-line from ws-detail-line
                   after advancing 1 line
           end-perform.


      *    Roll the store on the work figures up under its region,
      *    starting a new region entry the first time one is seen
       310-roll-store-to-region.
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
               move 0                       to
                   ws-rg-month-budget(ws-rg-found)
               move 0                       to
                   ws-rg-mtd-budget(ws-rg-found)
               move 0                       to
                   ws-rg-mtd-actual(ws-rg-found)
               move 0                       to
                   ws-rg-projected(ws-rg-found)
               move 0                       to
                   ws-rg-ytd-budget(ws-rg-found)
               move 0                       to
                   ws-rg-ytd-actual(ws-rg-found)
           end-if.
           if ws-rg-found > 0 then
               add ws-wk-month-budget       to
                   ws-rg-month-budget(ws-rg-found)
               add ws-wk-mtd-budget         to
                   ws-rg-mtd-budget(ws-rg-found)
               add ws-wk-mtd-actual         to
                   ws-rg-mtd-actual(ws-rg-found)
               add ws-wk-projected          to
                   ws-rg-projected(ws-rg-found)
               add ws-wk-ytd-budget         to
                   ws-rg-ytd-budget(ws-rg-found)
               add ws-wk-ytd-actual         to
                   ws-rg-ytd-actual(ws-rg-found)
           end-if.


       400-print-chain-total.
           move ws-chain-figures            to ws-work-figures.
           move "CHAIN TOTAL"               to ws-dl-label.
           perform 420-format-figures.
           write output-line from ws-detail-line
               after advancing 2 lines.

      *    Say so when an accumulator had nothing for the period, so
      *    a column of zeros isn't read as a bad month
           if ws-sl-acc-period not = 'm' then
               move "NOTE: SLAccumulator.dat not rolled for the business
      -            " month - no sales to date counted"
                   to ws-nl-text
               write output-line from ws-note-line
                   after advancing 2 lines
           end-if.
           if ws-ret-acc-period not = 'm' then
               move "NOTE: ReturnsAccumulator.dat not rolled for the bus
      -            "iness month - no returns to date counted"
                   to ws-nl-text
               write output-line from ws-note-line
                   after advancing 1 line
           end-if.


      *    Edit the work figures onto the detail line with their
      *    variances - actual less budget, so under budget prints
      *    negative - and the variance as a percent of budget
       420-format-figures.
           move ws-wk-month-budget          to ws-dl-month-budget.
           move ws-wk-mtd-budget            to ws-dl-mtd-budget.
           move ws-wk-mtd-actual            to ws-dl-mtd-actual.
           move ws-wk-projected             to ws-dl-projected.
           move ws-wk-ytd-budget            to ws-dl-ytd-budget.
           move ws-wk-ytd-actual            to ws-dl-ytd-actual.

           compute ws-wk-variance = ws-wk-mtd-actual - ws-wk-mtd-budget.
           move ws-wk-variance              to ws-dl-mtd-var.
           move spaces                      to ws-dl-mtd-pct-area.
           if ws-wk-mtd-budget > 0 then
               compute ws-wk-pct rounded =
                   ws-wk-variance * 100 / ws-wk-mtd-budget
                   on size error
                       move "  ****"        to ws-dl-mtd-pct-area
                   not on size error
                       move ws-wk-pct       to ws-dl-mtd-pct
                       move "%"             to ws-dl-mtd-pct-sign
               end-compute
           else
               move "     n/a"              to ws-dl-mtd-pct-area
           end-if.

           compute ws-wk-variance = ws-wk-ytd-actual - ws-wk-ytd-budget.
           move ws-wk-variance              to ws-dl-ytd-var.
           move spaces                      to ws-dl-ytd-pct-area.
           if ws-wk-ytd-budget > 0 then
               compute ws-wk-pct rounded =
                   ws-wk-variance * 100 / ws-wk-ytd-budget
                   on size error
                       move "  ****"        to ws-dl-ytd-pct-area
                   not on size error
                       move ws-wk-pct       to ws-dl-ytd-pct
                       move "%"             to ws-dl-ytd-pct-sign
               end-compute
           else
               move "     n/a"              to ws-dl-ytd-pct-area
           end-if.


       700-archive-output-files.
           move ws-business-date            to ws-archive-date.

           move "../../../../data/StoreBudgetReport.out"
               to ws-archive-read-path.
           string "../../../../data/StoreBudgetReport_"
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


       end program StoreBudgetReport.
