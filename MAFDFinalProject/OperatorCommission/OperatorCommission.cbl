      ******************************************************************
      * Author:    Connor Simmonds-Parke, Nicholas Sturch-flint
      * Date:      2021-11-24
      * Purpose:   Payroll was working out sales commissions on a
      *            calculator from the printouts. This program totals
      *            each operator's sales for the pay period from the
      *            sales history, takes off the returns of that
      *            operator's own sales refunded in the period, and
      *            applies the operator's commission plan - one flat
      *            rate, or up to five tiers each paying its rate on
      *            the net sales that fall inside it. Each operator
      *            gets a statement, and payroll gets an interface
      *            file of the commissions payable wrapped in a
      *            control header and trailer.
      * Note:      Run at the end of the pay period, after the last
      *            day's S&LProcessing and ReturnsProcessing. The
      *            period comes from PayPeriod.ctl; without one it is
      *            the COMMISSION-PERIOD-DAYS (default 14) days ending
      *            on the business date.
      * Tectonics: cobc
      ******************************************************************
       identification division.

       program-id. OperatorCommission.
       author. Connor Simmonds-Parke, Nicholas Sturch-flint.
       date-written. 11-24-2021.
      *Description: Prints the pay period's commission statement for
      *             each operator and writes the payroll interface.

       environment division.
       configuration section.

       input-output section.
       file-control.

      *    Operator Master - name, home store, commission plan and
      *    active flag for every operator number
           select operator-file
               assign to "../../../../data/OperatorMaster.dat"
               organization is line sequential
               file status is ws-operator-status.

      *    Commission Plans - the rate or tiers behind each plan code
           select plan-file
               assign to "../../../../data/CommissionPlans.dat"
               organization is line sequential
               file status is ws-plan-status.

      *    Historical Sales Record - read-only here; every sale with
      *    the operator who rang it, and the date it was refunded
           select sales-history-file
               assign to "../../../../data/SalesHistory.dat"
               organization is indexed
               access mode is sequential
               record key is hist-invoice-num
               file status is ws-hist-status.

      *    Pay Period Control - the first and last day of the period
      *    being paid; missing file tolerated (period defaulted)
           select pay-period-file
               assign to "../../../../data/PayPeriod.ctl"
               organization is line sequential
               file status is ws-period-status.

      *    Central Parameter Master - the default period length
           select parameter-master-file
               assign to "../../../../data/ParameterMaster.dat"
               organization is line sequential
               file status is ws-parameter-status.

      *    Output Files
           select statement-file
               assign to "../../../../data/CommissionStatements.out"
               organization is line sequential.

      *    Payroll Interface - one commission line per operator paid,
      *    in the fixed format payroll's system imports
           select payroll-file
               assign to "../../../../data/PayrollCommission.dat"
               organization is line sequential.

      *    Business-Date Parameter - the day the business actually
      *    happened (Edit writes it from the batch header); falls
      *    back to the machine date when Edit has not published one
           select business-date-file
               assign to "../../../../data/BusinessDate.ctl"
               organization is line sequential
               file status is ws-busdate-status.

      *    Date-Stamped Archive Copies - generic text-line files whose
      *    assigned name is built at runtime so every pay period's
      *    statements are kept, not just overwritten
           select archive-read-file
               assign to dynamic ws-archive-read-path
               organization is line sequential.

           select archive-write-file
               assign to dynamic ws-archive-write-path
               organization is line sequential.


       data division.
       file section.

       fd operator-file
           data record is operator-line
           record contains 50 characters.

       01 operator-line.
           05 opm-operator-id               pic 9(4).
           05 opm-name                      pic x(30).
           05 opm-home-store                pic 99.
           05 opm-plan-code                 pic x(4).
           05 opm-status                    pic x.
           05 filler                        pic x(9).

      *Commission Plan - a flat-rate plan is a single tier from zero;
      *tiers run in ascending order of their from-amount and an
      *unused tier is left at zero
       fd plan-file
           data record is plan-line
           record contains 90 characters.

       01 plan-line.
           05 cp-plan-code                  pic x(4).
           05 cp-description                pic x(20).
           05 cp-tier                       occurs 5 times.
               10 cp-tier-from              pic 9(7)v99.
               10 cp-tier-rate              pic 99v99.
           05 filler                        pic x.

       fd sales-history-file
           data record is hist-record.

       01 hist-record.
           05 hist-invoice-num              pic x(9).
           05 hist-amount                   pic 9(5)v99.
           05 hist-sku                      pic x(15).
           05 hist-store-num                pic 99.
           05 hist-refunded-flag            pic x.
               88 hist-refunded             value 'Y'.
           05 hist-trans-date               pic 9(8).
           05 hist-trans-time               pic 9(6).
           05 hist-loyalty-num              pic x(10).
           05 hist-operator-id              pic 9(4).
           05 hist-refund-date              pic 9(8).

       fd pay-period-file
           data record is pay-period-line
           record contains 16 characters.

       01 pay-period-line.
           05 ppc-start-date                pic 9(8).
           05 ppc-end-date                  pic 9(8).

       fd parameter-master-file
           data record is parameter-master-line
           record contains 32 characters.

       01 parameter-master-line.
           05 prm-name                      pic x(20).
           05 prm-value                     pic x(12).

       fd statement-file
           data record is statement-line
           record contains 110 characters.

       01 statement-line                    pic x(110).

      *Payroll Commission Line
       fd payroll-file
           data record is payroll-detail-record
           record contains 50 characters.

       01 payroll-detail-record.
           05 pcd-code                      pic x.
           05 pcd-operator-id               pic 9(4).
           05 pcd-home-store                pic 99.
           05 pcd-plan-code                 pic x(4).
           05 pcd-gross-sales               pic 9(7)v99.
           05 pcd-returns                   pic 9(7)v99.
           05 pcd-commission                pic 9(7)v99.
           05 pcd-period-end                pic 9(8).
           05 filler                        pic x(4).

      *Control Header - leads the file so payroll can prove a
      *complete transfer before importing
       01 payroll-header-record.
           05 pch-code                      pic x.
           05 pch-period-start              pic 9(8).
           05 pch-period-end                pic 9(8).
           05 pch-program                   pic x(30).
           05 filler                        pic x(3).

      *Control Trailer - record count and commission hash total over
      *the detail lines between the header and itself
       01 payroll-trailer-record.
           05 pct-code                      pic x.
           05 pct-record-count              pic 9(6).
           05 pct-hash-total                pic 9(11)v99.
           05 filler                        pic x(30).

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

      *Statement Lines - one block per operator
       01 ws-st-title-line.
           05 filler                        pic x(30)
               value "COMMISSION STATEMENT".
           05 filler                        pic x(9)
               value "OPERATOR ".
           05 ws-st-operator                pic 9(4).
           05 filler                        pic x(5)
               value spaces.
           05 filler                        pic x(11)
               value "PAY PERIOD ".
           05 ws-st-period-start            pic 9(8).
           05 filler                        pic x(4)
               value " TO ".
           05 ws-st-period-end              pic 9(8).
           05 filler                        pic x(31)
               value spaces.

       01 ws-st-name-line.
           05 filler                        pic x(4)
               value spaces.
           05 ws-st-name                    pic x(30).
           05 filler                        pic x(5)
               value spaces.
           05 filler                        pic x(11)
               value "HOME STORE ".
           05 ws-st-home-store              pic 99.
           05 filler                        pic x(5)
               value spaces.
           05 ws-st-status-note             pic x(30).
           05 filler                        pic x(23)
               value spaces.

       01 ws-st-plan-line.
           05 filler                        pic x(4)
               value spaces.
           05 filler                        pic x(7)
               value "PLAN : ".
           05 ws-st-plan-code               pic x(4).
           05 filler                        pic x(2)
               value spaces.
           05 ws-st-plan-desc               pic x(40).
           05 filler                        pic x(53)
               value spaces.

       01 ws-st-amount-line.
           05 filler                        pic x(4)
               value spaces.
           05 ws-sa-caption                 pic x(36).
           05 ws-sa-count                   pic zzzz9
               blank when zero.
           05 ws-sa-count-caption           pic x(8).
           05 filler                        pic x(4)
               value spaces.
           05 ws-sa-amount                  pic $z,zzz,zz9.99-.
           05 filler                        pic x(39)
               value spaces.

       01 ws-st-tier-headings.
           05 filler                        pic x(8)
               value spaces.
           05 filler                        pic x(8)
               value "Tier".
           05 filler                        pic x(16)
               value "      From".
           05 filler                        pic x(10)
               value "  Rate".
           05 filler                        pic x(16)
               value "  Sales In Tier".
           05 filler                        pic x(52)
               value "    Commission".

       01 ws-st-tier-line.
           05 filler                        pic x(8)
               value spaces.
           05 ws-tr-tier                    pic 9.
           05 filler                        pic x(5)
               value spaces.
           05 ws-tr-from                    pic $z,zzz,zz9.99.
           05 filler                        pic x(3)
               value spaces.
           05 ws-tr-rate                    pic z9.99.
           05 filler                        pic x
               value "%".
           05 filler                        pic x(3)
               value spaces.
           05 ws-tr-base                    pic $z,zzz,zz9.99.
           05 filler                        pic x(3)
               value spaces.
           05 ws-tr-commission              pic $zzz,zz9.99.
           05 filler                        pic x(44)
               value spaces.

       01 ws-st-separator-line.
           05 filler                        pic x(110)
               value all "=".

       01 ws-no-statements-line.
           05 filler                        pic x(46)
               value "No operators with commission for this period.".
           05 filler                        pic x(64)
               value spaces.

      *Summary Lines - after the last statement
       01 ws-sum-header.
           05 filler                        pic x(30)
               value "COMMISSION RUN SUMMARY".
           05 filler                        pic x(80)
               value spaces.

       01 ws-sum-line.
           05 ws-sum-caption                pic x(40).
           05 ws-sum-count                  pic zzz,zz9.
           05 filler                        pic x(5)
               value spaces.
           05 ws-sum-amount                 pic $zz,zzz,zz9.99
               blank when zero.
           05 filler                        pic x(44)
               value spaces.

       01 ws-unknown-header.
           05 filler                        pic x(40)
               value "SALES UNDER OPERATOR NUMBERS NOT ON THE ".
           05 filler                        pic x(70)
               value "OPERATOR MASTER - NOT PAID".

       01 ws-unknown-line.
           05 filler                        pic x(4)
               value spaces.
           05 filler                        pic x(9)
               value "OPERATOR ".
           05 ws-un-operator                pic 9(4).
           05 filler                        pic x(4)
               value spaces.
           05 filler                        pic x(8)
               value "SALES : ".
           05 ws-un-sales                   pic $z,zzz,zz9.99.
           05 filler                        pic x(4)
               value spaces.
           05 filler                        pic x(10)
               value "RETURNS : ".
           05 ws-un-returns                 pic $z,zzz,zz9.99.
           05 filler                        pic x(41)
               value spaces.

      *Operator Table, subscripted directly by operator number - the
      *master's details and the period's totals from the history
       01 ws-operator-table.
           05 ws-op-entry                   occurs 9999 times.
               10 ws-op-onfile              pic x.
               10 ws-op-name                pic x(30).
               10 ws-op-home-store          pic 99.
               10 ws-op-plan-code           pic x(4).
               10 ws-op-status              pic x.
               10 ws-op-sales               pic 9(7)v99.
               10 ws-op-sales-count         pic 9(5).
               10 ws-op-returns             pic 9(7)v99.
               10 ws-op-return-count        pic 9(5).
       77 ws-op-sub                         pic 9(5)  value 0.

      *Commission Plan Table
       01 ws-plan-table.
           05 ws-pl-entry                   occurs 50 times.
               10 ws-pl-code                pic x(4).
               10 ws-pl-desc                pic x(20).
               10 ws-pl-tier                occurs 5 times.
                   15 ws-pl-tier-from       pic 9(7)v99.
                   15 ws-pl-tier-rate       pic 99v99.
       77 ws-plan-count                     pic 99    value 0.
       77 ws-pl-sub                         pic 99    value 0.
       77 ws-found-plan                     pic 99    value 0.
       77 ws-tier-sub                       pic 9     value 0.
       77 ws-tier-count                     pic 9     value 0.

      *Commission Work Fields
       77 ws-net-sales                      pic s9(7)v99 value 0.
       77 ws-tier-upper                     pic 9(7)v99 value 0.
       77 ws-tier-base                      pic 9(7)v99 value 0.
       77 ws-tier-commission                pic 9(7)v99 value 0.
       77 ws-commission                     pic 9(7)v99 value 0.

      *Run Totals
       77 ws-statement-count                pic 9(5)  value 0.
       77 ws-paid-count                     pic 9(5)  value 0.
       77 ws-tot-sales                      pic 9(9)v99 value 0.
       77 ws-tot-returns                    pic 9(9)v99 value 0.
       77 ws-tot-commission                 pic 9(9)v99 value 0.
       77 ws-unknown-count                  pic 9(5)  value 0.

      *Control Totals for the header/trailer wrap
       77 ws-pay-record-count               pic 9(6)  value 0.
       77 ws-pay-hash-total                 pic 9(11)v99 value 0.

      *Pay Period
       77 ws-period-start                   pic 9(8)  value 0.
       77 ws-period-end                     pic 9(8)  value 0.
       77 ws-period-days                    pic 9(3)  value 14.
       77 ws-period-status                  pic xx    value spaces.

      *Parameter Lookup
       77 ws-parameter-status               pic xx    value spaces.
       77 ws-param-name                     pic x(20) value spaces.
       77 ws-param-found-flag               pic x     value 'n'.
       01 ws-param-value-area.
           05 ws-param-value                pic x(12).
           05 filler redefines ws-param-value.
               10 ws-param-days             pic 9(3).

      *General Constants
       77 ws-operator-status                pic xx    value spaces.
       77 ws-plan-status                    pic xx    value spaces.
       77 ws-hist-status                    pic xx    value spaces.
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
           perform 100-load-pay-period.
           perform 110-load-operator-master.
           perform 120-load-commission-plans.
           perform 200-scan-history.

           open output statement-file,
                       payroll-file.

      *    Lead the payroll interface with its control header
           move 'H'                         to pch-code.
           move ws-period-start             to pch-period-start.
           move ws-period-end               to pch-period-end.
           move "OperatorCommission"        to pch-program.
           write payroll-header-record.

      *    Every active operator gets a statement, and so does a
      *    departed one with sales or returns still in the period
           perform varying ws-op-sub from 1 by 1
               until ws-op-sub > 9999
               if ws-op-onfile(ws-op-sub) = 'y'
                   if ws-op-status(ws-op-sub) = 'A'
                           or ws-op-sales-count(ws-op-sub) > 0
                           or ws-op-return-count(ws-op-sub) > 0
                       perform 300-print-statement
                   end-if
               end-if
           end-perform.

           if ws-statement-count = 0 then
               write statement-line from ws-no-statements-line
                   after advancing 1 line
           end-if.

           perform 400-print-summary.

      *    Close the interface out with its control trailer - the
      *    receiving side's verification proves the file arrived
      *    whole before importing
           move 'T'                         to pct-code.
           move ws-pay-record-count         to pct-record-count.
           move ws-pay-hash-total           to pct-hash-total.
           write payroll-trailer-record.

           close statement-file,
                 payroll-file.

      *    Keep a copy of the period's statements under its end date
      *    so the next period's run doesn't erase them
           perform 700-archive-output-files.

      *    End of 000-main (end of OperatorCommission program)
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


      *    The pay period control file when there is a sensible one;
      *    otherwise the parameter master's period length (or the
      *    default) counted back from the business date
       100-load-pay-period.
           open input pay-period-file.
           if ws-period-status = "00" then
               read pay-period-file
                   at end
                       continue
                   not at end
                       if ppc-start-date is numeric
                               and ppc-end-date is numeric
                               and ppc-start-date > 19000101
                               and ppc-end-date >= ppc-start-date
                           move ppc-start-date to ws-period-start
                           move ppc-end-date   to ws-period-end
                       end-if
               end-read
               close pay-period-file
           end-if.

           if ws-period-end = 0 then
               move "COMMISSION-PERIOD-DAYS" to ws-param-name
               perform 128-find-parameter
               if ws-param-found-flag = 'y'
                       and ws-param-days is numeric
                       and ws-param-days > 0
                   move ws-param-days       to ws-period-days
               end-if
               move ws-business-date        to ws-period-end
               compute ws-period-start =
                   function date-of-integer(
                       function integer-of-date(ws-business-date)
                           - ws-period-days + 1)
           end-if.


       110-load-operator-master.
           perform varying ws-op-sub from 1 by 1
               until ws-op-sub > 9999
               move 'n'                 to ws-op-onfile(ws-op-sub)
               move spaces              to ws-op-name(ws-op-sub)
               move 0                   to ws-op-home-store(ws-op-sub)
               move spaces              to ws-op-plan-code(ws-op-sub)
               move spaces              to ws-op-status(ws-op-sub)
               move 0                   to ws-op-sales(ws-op-sub)
               move 0                   to ws-op-sales-count(ws-op-sub)
               move 0                   to ws-op-returns(ws-op-sub)
               move 0                   to ws-op-return-count(ws-op-sub)
           end-perform.

           open input operator-file.
           if ws-operator-status = "00" then
               perform until ws-operator-status not = "00"
                   read operator-file
                       at end
                           move "10"        to ws-operator-status
                       not at end
                           if opm-operator-id is numeric
                                   and opm-operator-id > 0 then
                               move opm-operator-id to ws-op-sub
                               move 'y'     to ws-op-onfile(ws-op-sub)
                               move opm-name
                                   to ws-op-name(ws-op-sub)
                               move opm-home-store
                                   to ws-op-home-store(ws-op-sub)
                               move opm-plan-code
                                   to ws-op-plan-code(ws-op-sub)
                               move opm-status
                                   to ws-op-status(ws-op-sub)
                           end-if
                   end-read
               end-perform
               close operator-file
           end-if.


       120-load-commission-plans.
           open input plan-file.
           if ws-plan-status = "00" then
               perform until ws-plan-status not = "00"
                   read plan-file
                       at end
                           move "10"        to ws-plan-status
                       not at end
                           if ws-plan-count < 50 then
                               add 1        to ws-plan-count
                               move cp-plan-code
                                   to ws-pl-code(ws-plan-count)
                               move cp-description
                                   to ws-pl-desc(ws-plan-count)
                               perform varying ws-tier-sub from 1 by 1
                                   until ws-tier-sub > 5
                                   move cp-tier-from(ws-tier-sub)
                                       to ws-pl-tier-from
                                           (ws-plan-count, ws-tier-sub)
                                   move cp-tier-rate(ws-tier-sub)
                                       to ws-pl-tier-rate
                                           (ws-plan-count, ws-tier-sub)
                               end-perform
                           end-if
                   end-read
               end-perform
               close plan-file
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


      *    A sale counts to the operator who rang it in the period it
      *    was rung; a return counts against that same operator in
      *    the period the refund was given, whenever the sale was
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
           if hist-operator-id is not numeric
                   or hist-operator-id = 0 then
               exit paragraph
           end-if.
           move hist-operator-id            to ws-op-sub.

           if hist-trans-date is numeric
                   and hist-trans-date >= ws-period-start
                   and hist-trans-date <= ws-period-end then
               add hist-amount              to ws-op-sales(ws-op-sub)
               add 1                  to ws-op-sales-count(ws-op-sub)
           end-if.

           if hist-refunded
                   and hist-refund-date is numeric
                   and hist-refund-date >= ws-period-start
                   and hist-refund-date <= ws-period-end then
               add hist-amount              to ws-op-returns(ws-op-sub)
               add 1                 to ws-op-return-count(ws-op-sub)
           end-if.


       300-print-statement.
           add 1                            to ws-statement-count.
           move ws-op-sub                   to ws-st-operator.
           move ws-period-start             to ws-st-period-start.
           move ws-period-end               to ws-st-period-end.
           if ws-statement-count = 1 then
               write statement-line from ws-st-title-line
                   after advancing 1 line
           else
               write statement-line from ws-st-title-line
                   after advancing page
           end-if.

           move ws-op-name(ws-op-sub)       to ws-st-name.
           move ws-op-home-store(ws-op-sub) to ws-st-home-store.
           move spaces                      to ws-st-status-note.
           if ws-op-status(ws-op-sub) not = 'A' then
               move "OPERATOR INACTIVE"     to ws-st-status-note
           end-if.
           write statement-line from ws-st-name-line
               after advancing 2 lines.

           perform 310-find-plan.
           move ws-op-plan-code(ws-op-sub)  to ws-st-plan-code.
           if ws-found-plan = 0 then
               move "PLAN NOT ON FILE - NO COMMISSION"
                                            to ws-st-plan-desc
           else
               move ws-pl-desc(ws-found-plan) to ws-st-plan-desc
           end-if.
           write statement-line from ws-st-plan-line
               after advancing 1 line.

           move "SALES IN PERIOD"           to ws-sa-caption.
           move ws-op-sales-count(ws-op-sub) to ws-sa-count.
           move " SALES"                    to ws-sa-count-caption.
           move ws-op-sales(ws-op-sub)      to ws-sa-amount.
           write statement-line from ws-st-amount-line
               after advancing 2 lines.

           move "LESS RETURNS OF OWN SALES" to ws-sa-caption.
           move ws-op-return-count(ws-op-sub) to ws-sa-count.
           move " RETURNS"                  to ws-sa-count-caption.
           move ws-op-returns(ws-op-sub)    to ws-sa-amount.
           write statement-line from ws-st-amount-line
               after advancing 1 line.

           compute ws-net-sales =
               ws-op-sales(ws-op-sub) - ws-op-returns(ws-op-sub).
           move "NET SALES"                 to ws-sa-caption.
           move 0                           to ws-sa-count.
           move spaces                      to ws-sa-count-caption.
           move ws-net-sales                to ws-sa-amount.
           write statement-line from ws-st-amount-line
               after advancing 1 line.

           move 0                           to ws-commission.
           if ws-found-plan > 0 then
               write statement-line from ws-st-tier-headings
                   after advancing 2 lines
               perform 320-apply-plan
           end-if.

           move "COMMISSION PAYABLE"        to ws-sa-caption.
           move 0                           to ws-sa-count.
           move spaces                      to ws-sa-count-caption.
           move ws-commission               to ws-sa-amount.
           write statement-line from ws-st-amount-line
               after advancing 2 lines.
           write statement-line from ws-st-separator-line
               after advancing 1 line.

           add ws-op-sales(ws-op-sub)       to ws-tot-sales.
           add ws-op-returns(ws-op-sub)     to ws-tot-returns.

           if ws-commission > 0 then
               perform 350-write-payroll-line
           end-if.


       310-find-plan.
           move 0                           to ws-found-plan.
           perform varying ws-pl-sub from 1 by 1
               until ws-pl-sub > ws-plan-count
               if ws-pl-code(ws-pl-sub) = ws-op-plan-code(ws-op-sub)
                   move ws-pl-sub           to ws-found-plan
               end-if
           end-perform.


      *    Each tier pays its rate on the part of the net sales
      *    between its from-amount and the next tier's; the first
      *    tier always counts, a later one only once it has a
      *    from-amount. Net sales at or below zero earn nothing.
       320-apply-plan.
           move 1                           to ws-tier-count.
           perform varying ws-tier-sub from 2 by 1
               until ws-tier-sub > 5
               if ws-pl-tier-from(ws-found-plan, ws-tier-sub) > 0
                   move ws-tier-sub         to ws-tier-count
               end-if
           end-perform.

           perform varying ws-tier-sub from 1 by 1
               until ws-tier-sub > ws-tier-count
               perform 330-apply-one-tier
           end-perform.


       330-apply-one-tier.
           move 0                           to ws-tier-base.
           move 0                           to ws-tier-commission.
           if ws-tier-sub < ws-tier-count then
               move ws-pl-tier-from(ws-found-plan, ws-tier-sub + 1)
                                            to ws-tier-upper
           else
               move 9999999.99              to ws-tier-upper
           end-if.

           if ws-net-sales
                   > ws-pl-tier-from(ws-found-plan, ws-tier-sub)
               if ws-net-sales < ws-tier-upper
                   compute ws-tier-base = ws-net-sales
                       - ws-pl-tier-from(ws-found-plan, ws-tier-sub)
               else
                   compute ws-tier-base = ws-tier-upper
                       - ws-pl-tier-from(ws-found-plan, ws-tier-sub)
               end-if
               compute ws-tier-commission rounded =
                   ws-tier-base
                       * ws-pl-tier-rate(ws-found-plan, ws-tier-sub)
                       / 100
               add ws-tier-commission       to ws-commission
           end-if.

           move ws-tier-sub                 to ws-tr-tier.
           move ws-pl-tier-from(ws-found-plan, ws-tier-sub)
                                            to ws-tr-from.
           move ws-pl-tier-rate(ws-found-plan, ws-tier-sub)
                                            to ws-tr-rate.
           move ws-tier-base                to ws-tr-base.
           move ws-tier-commission          to ws-tr-commission.
           write statement-line from ws-st-tier-line
               after advancing 1 line.


       350-write-payroll-line.
           move 'D'                         to pcd-code.
           move ws-op-sub                   to pcd-operator-id.
           move ws-op-home-store(ws-op-sub) to pcd-home-store.
           move ws-op-plan-code(ws-op-sub)  to pcd-plan-code.
           move ws-op-sales(ws-op-sub)      to pcd-gross-sales.
           move ws-op-returns(ws-op-sub)    to pcd-returns.
           move ws-commission               to pcd-commission.
           move ws-period-end               to pcd-period-end.
           write payroll-detail-record.

           add 1                            to ws-pay-record-count.
           add ws-commission                to ws-pay-hash-total.
           add 1                            to ws-paid-count.
           add ws-commission                to ws-tot-commission.


      *    The run's totals, then any sales the history holds under
      *    an operator number payroll has no one for
       400-print-summary.
           write statement-line from ws-sum-header
               after advancing page.

           move "STATEMENTS PRINTED"        to ws-sum-caption.
           move ws-statement-count          to ws-sum-count.
           move 0                           to ws-sum-amount.
           write statement-line from ws-sum-line
               after advancing 2 lines.
           move "GROSS SALES ON STATEMENTS" to ws-sum-caption.
           move 0                           to ws-sum-count.
           move ws-tot-sales                to ws-sum-amount.
           write statement-line from ws-sum-line
               after advancing 1 line.
           move "RETURNS ON STATEMENTS"     to ws-sum-caption.
           move ws-tot-returns              to ws-sum-amount.
           write statement-line from ws-sum-line
               after advancing 1 line.
           move "OPERATORS PAID COMMISSION" to ws-sum-caption.
           move ws-paid-count               to ws-sum-count.
           move ws-tot-commission           to ws-sum-amount.
           write statement-line from ws-sum-line
               after advancing 1 line.

           perform varying ws-op-sub from 1 by 1
               until ws-op-sub > 9999
               if ws-op-onfile(ws-op-sub) = 'n'
                       and (ws-op-sales-count(ws-op-sub) > 0
                           or ws-op-return-count(ws-op-sub) > 0)
                   if ws-unknown-count = 0
                       write statement-line from ws-unknown-header
                           after advancing 2 lines
                   end-if
                   add 1                    to ws-unknown-count
                   move ws-op-sub           to ws-un-operator
                   move ws-op-sales(ws-op-sub) to ws-un-sales
                   move ws-op-returns(ws-op-sub) to ws-un-returns
                   write statement-line from ws-unknown-line
                       after advancing 1 line
               end-if
           end-perform.


       700-archive-output-files.
           move ws-period-end               to ws-archive-date.

           move "../../../../data/CommissionStatements.out"
               to ws-archive-read-path.
           string "../../../../data/CommissionStatements_"
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


       end program OperatorCommission.
