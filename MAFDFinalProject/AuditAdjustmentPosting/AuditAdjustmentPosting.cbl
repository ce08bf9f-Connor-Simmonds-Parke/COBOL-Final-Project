      ******************************************************************
      * Author:    Connor Simmonds-Parke, Nicholas Sturch-flint
      * Date:      2022-02-09
      * Purpose:   Sales audit regularly finds mistakes days after a
      *            batch has posted - a sale rung up under the wrong
      *            store, a tender keyed CA that was really CR, an
      *            amount keyed wrong. The only fix used to be fake
      *            transactions in a later batch, which put the
      *            correction into the wrong day's reports and hourly
      *            curves. This batch takes approved adjustments that
      *            reference the original invoice and business date
      *            and posts the corrections straight into the
      *            figures for the original period: the S&L or
      *            Returns accumulator (chain and store slots), the
      *            tax remittance accumulator's jurisdictions,
      *            SalesHistory.dat for a sale, and balancing entries
      *            on GLJournal.dat dated the original business date.
      *            The adjustment register lists every adjustment,
      *            its reason, who entered it and who approved it.
      * Note:      AuditAdjustments.dat carries one line per
      *            adjustment: adjustment number, original code (S, L
      *            or R), invoice, original business date, the store,
      *            tender and amount as posted, the tax-exempt flag,
      *            then the corrected store, tender and amount (00,
      *            spaces or zero where unchanged), the reason, and
      *            the ids of who entered and who approved it - the
      *            approver may not be the person who entered it.
      *            An adjustment is refused onto the register, and
      *            nothing of it posted, when its period is in
      *            ClosedPeriods.ctl or is no longer the period the
      *            accumulators carry, when it would take a total
      *            below zero, or when its number was already posted
      *            (AdjustmentHistory.dat keeps every one posted, so
      *            running the same file twice posts nothing twice).
      *            Run after the nightly chain, once GLPostingExtract
      *            has written the day's journal and before
      *            accounting imports it; the journal is rewritten
      *            with the adjustment entries ahead of a new
      *            trailer, and its dated copy with it. A journal on
      *            hand for any other business date has already gone
      *            to accounting, and the run is refused.
      * Tectonics: cobc
      ******************************************************************
       identification division.

       program-id. AuditAdjustmentPosting.
       author. Connor Simmonds-Parke, Nicholas Sturch-flint.
       date-written. 02-09-2022.
      *Description: Posts approved prior-day sales audit adjustments
      *             under their original period and prints the
      *             adjustment register.

       environment division.
       configuration section.

       input-output section.
       file-control.

      *    Approved Adjustments - drives the run; the batch refuses to
      *    run without it
           select adjustment-file
               assign to "../../../../data/AuditAdjustments.dat"
               organization is line sequential
               file status is ws-adjust-status.

      *    Adjustment History - every adjustment number ever posted,
      *    appended to at the end of each run
           select adjustment-history-file
               assign to "../../../../data/AdjustmentHistory.dat"
               organization is line sequential
               file status is ws-adjhist-status.

      *    Store Master - each store's tax rate, and whether it is
      *    still trading to take a corrected sale
           select store-file
               assign to "../../../../data/StoreMaster.dat"
               organization is line sequential
               file status is ws-store-status.

      *    Closed Periods Registry - a month MonthEndClose has locked
      *    takes no adjustment
           select closed-periods-file
               assign to "../../../../data/ClosedPeriods.ctl"
               organization is line sequential
               file status is ws-closed-status.

      *    The three accumulators the corrections are folded into
           select sl-accumulator-file
               assign to "../../../../data/SLAccumulator.dat"
               organization is line sequential
               file status is ws-sla-status.

           select returns-accumulator-file
               assign to "../../../../data/ReturnsAccumulator.dat"
               organization is line sequential
               file status is ws-rta-status.

           select tax-accumulator-file
               assign to "../../../../data/TaxRemitAccumulator.dat"
               organization is line sequential
               file status is ws-tra-status.

      *    Historical Sales Record - a corrected sale's store or
      *    amount is rewritten so a later return matches it properly
           select sales-history-file
               assign to "../../../../data/SalesHistory.dat"
               organization is indexed
               access mode is dynamic
               record key is hist-invoice-num
               file status is ws-hist-status.

      *    GL Journal Extract - the day's journal from
      *    GLPostingExtract, rewritten with the adjustment entries
           select gl-journal-file
               assign to "../../../../data/GLJournal.dat"
               organization is line sequential
               file status is ws-gl-status.

      *    Output Files
           select output-file
               assign to "../../../../data/AdjustmentRegister.out"
               organization is line sequential.

      *    Central Run Log
           select run-log-file
               assign to "../../../../data/RunLog.dat"
               organization is line sequential
               file status is ws-runlog-status.

      *    Operations Alert Feed - one record per reportable
      *    condition, shared by every batch program and read back by
      *    AlertReport for the on-call analyst
           select alert-file
               assign to "../../../../data/Alerts.dat"
               organization is line sequential
               file status is ws-alert-status.

      *    Business-Date Parameter - the day the business actually
      *    happened (Edit writes it from the batch header); no
      *    adjustment may be dated after it
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

       fd adjustment-file
           data record is adjustment-line
           record contains 94 characters.

       01 adjustment-line.
           05 adj-number                    pic 9(6).
           05 adj-orig-code                 pic x.
               88 adj-orig-sale-layaway     value 'S' 'L'.
               88 adj-orig-sale             value 'S'.
               88 adj-orig-return           value 'R'.
           05 adj-invoice-num               pic x(9).
           05 adj-business-date             pic 9(8).
           05 adj-store-num                 pic 99.
           05 adj-pay-type                  pic x(2).
           05 adj-amount                    pic 9(5)v99.
           05 adj-exempt-flag               pic x.
               88 adj-tax-exempt            value 'Y'.
           05 adj-new-store-num             pic 99.
           05 adj-new-pay-type              pic x(2).
           05 adj-new-amount                pic 9(5)v99.
           05 adj-reason                    pic x(30).
           05 adj-entered-by                pic x(8).
           05 adj-approved-by               pic x(8).

       fd adjustment-history-file
           data record is adjustment-history-line
           record contains 39 characters.

       01 adjustment-history-line.
           05 ahl-adj-number                pic 9(6).
           05 ahl-orig-date                 pic 9(8).
           05 ahl-invoice-num               pic x(9).
           05 ahl-posted-date               pic 9(8).
           05 ahl-approved-by               pic x(8).

       fd store-file
           data record is store-line
           record contains 38 characters.

       01 store-line.
           05 sm-store-num                  pic 99.
           05 sm-name                       pic x(20).
           05 sm-region                     pic x(12).
           05 sm-tax-rate                   pic 9v99.
           05 sm-active                     pic x.

       fd closed-periods-file
           data record is closed-periods-line
           record contains 6 characters.

       01 closed-periods-line.
           05 cpl-period                    pic 9(6).

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

       fd tax-accumulator-file
           data record is tax-accumulator-line
           record contains 154 characters.

       01 tax-accumulator-line.
           05 tra-year                      pic 9(4).
           05 tra-month                     pic 99.
           05 tra-last-batch-date           pic 9(8).
           05 tra-juris-slot                occurs 10 times.
               10 tra-juris-rate            pic 9v99.
               10 tra-juris-mtd-net         pic s9(9)v99.

       fd sales-history-file
           data record is hist-record.

       01 hist-record.
           05 hist-invoice-num              pic x(9).
           05 hist-amount                   pic 9(5)v99.
           05 hist-sku                      pic x(15).
           05 hist-store-num                pic 99.
           05 hist-refunded-flag            pic x.
               88 hist-refunded             value 'Y'.
               88 hist-not-refunded         value 'N'.
           05 hist-trans-date               pic 9(8).
           05 hist-trans-time               pic 9(6).
           05 hist-loyalty-num              pic x(10).
           05 hist-operator-id              pic 9(4).
           05 hist-refund-date              pic 9(8).

      *GL Journal Extract - one account posting per line between the
      *control header and trailer, as GLPostingExtract writes it
       fd gl-journal-file
           data record is gl-journal-line
           record contains 49 characters.

       01 gl-journal-line.
           05 glj-account                   pic 9(4).
           05 glj-account-name              pic x(24).
           05 glj-dr-cr                     pic x(2).
           05 glj-amount                    pic 9(9)v99.
           05 glj-batch-date                pic 9(8).

       01 gl-header-record.
           05 glh-code                      pic x.
           05 glh-batch-date                pic 9(8).
           05 glh-program                   pic x(30).
           05 filler                        pic x(10).

       01 gl-trailer-record.
           05 glt-code                      pic x.
           05 glt-record-count              pic 9(6).
           05 glt-hash-total                pic 9(11)v99.
           05 filler                        pic x(29).

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

       fd alert-file
           data record is alert-line
           record contains 115 characters.

       01 alert-line.
           05 al-business-date              pic 9(8).
           05 al-time                       pic 9(6).
           05 al-program-id                 pic x(30).
           05 al-severity                   pic 9.
           05 al-store-num                  pic 99.
           05 al-code                       pic x(8).
           05 al-text                       pic x(60).

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
           05 filler                        pic x(36)
               value "SALES AUDIT ADJUSTMENT REGISTER".
           05 filler                        pic x(44)
               value spaces.

       01 ws-header2-date.
           05 filler                        pic x(15)
               value "BUSINESS DATE ".
           05 ws-hd-business-date           pic 9(8).
           05 filler                        pic x(87)
               value spaces.

       01 ws-column-headings.
           05 filler                        pic x(8)
               value "Adj No".
           05 filler                        pic x(10)
               value "Orig Date".
           05 filler                        pic x(3)
               value "Cd".
           05 filler                        pic x(11)
               value "Invoice".
           05 filler                        pic x(4)
               value "Str".
           05 filler                        pic x(4)
               value "Tnd".
           05 filler                        pic x(15)
               value "   Amount".
           05 filler                        pic x(4)
               value "Str".
           05 filler                        pic x(4)
               value "Tnd".
           05 filler                        pic x(11)
               value "   Amount".
           05 filler                        pic x(36)
               value "Status".

       01 ws-column-underlines.
           05 filler                        pic x(8)
               value "------".
           05 filler                        pic x(10)
               value "---------".
           05 filler                        pic x(3)
               value "--".
           05 filler                        pic x(11)
               value "---------".
           05 filler                        pic x(4)
               value "---".
           05 filler                        pic x(4)
               value "---".
           05 filler                        pic x(15)
               value "---------".
           05 filler                        pic x(4)
               value "---".
           05 filler                        pic x(4)
               value "---".
           05 filler                        pic x(11)
               value "---------".
           05 filler                        pic x(36)
               value "-------".

      *Detail Lines - the adjustment as posted and as corrected,
      *then its reason and sign-off, then its GL entries or the
      *reason it was refused
       01 ws-detail-line.
           05 ws-dl-adj-number              pic 9(6).
           05 filler                        pic x(2)  value spaces.
           05 ws-dl-orig-date               pic 9(8).
           05 filler                        pic x(2)  value spaces.
           05 ws-dl-orig-code               pic x.
           05 filler                        pic x(2)  value spaces.
           05 ws-dl-invoice-num             pic x(9).
           05 filler                        pic x(2)  value spaces.
           05 ws-dl-store                   pic 99.
           05 filler                        pic x(2)  value spaces.
           05 ws-dl-pay-type                pic x(2).
           05 filler                        pic x(2)  value spaces.
           05 ws-dl-amount                  pic zz,zz9.99.
           05 filler                        pic x(4)  value " -> ".
           05 ws-dl-new-store               pic 99.
           05 filler                        pic x(2)  value spaces.
           05 ws-dl-new-pay-type            pic x(2).
           05 filler                        pic x(2)  value spaces.
           05 ws-dl-new-amount              pic zz,zz9.99.
           05 filler                        pic x(2)  value spaces.
           05 ws-dl-status                  pic x(8).
           05 filler                        pic x(28) value spaces.

       01 ws-signoff-line.
           05 filler                        pic x(8)  value spaces.
           05 filler                        pic x(8)  value "REASON: ".
           05 ws-so-reason                  pic x(30).
           05 filler                        pic x(14)
               value "  ENTERED BY: ".
           05 ws-so-entered-by              pic x(8).
           05 filler                        pic x(15)
               value "  APPROVED BY: ".
           05 ws-so-approved-by             pic x(8).
           05 filler                        pic x(19) value spaces.

       01 ws-refused-line.
           05 filler                        pic x(8)  value spaces.
           05 filler                        pic x(14)
               value "*** REFUSED - ".
           05 ws-rf-reason                  pic x(50).
           05 filler                        pic x(38) value spaces.

       01 ws-gl-detail-line.
           05 filler                        pic x(8)  value spaces.
           05 filler                        pic x(4)  value "GL  ".
           05 ws-gd-account                 pic 9(4).
           05 filler                        pic x(2)  value spaces.
           05 ws-gd-account-name            pic x(24).
           05 filler                        pic x(2)  value spaces.
           05 ws-gd-dr-cr                   pic x(2).
           05 filler                        pic x(2)  value spaces.
           05 ws-gd-amount                  pic $zzz,zzz,zz9.99.
           05 filler                        pic x(2)  value spaces.
           05 filler                        pic x(6)
               value "DATED ".
           05 ws-gd-date                    pic 9(8).
           05 filler                        pic x(31) value spaces.

      *Totals Lines
       01 ws-count-line.
           05 filler                        pic x(19)
               value "ADJUSTMENTS READ: ".
           05 ws-cl-read                    pic zzzz9.
           05 filler                        pic x(11)
               value "  POSTED: ".
           05 ws-cl-posted                  pic zzzz9.
           05 filler                        pic x(12)
               value "  REFUSED: ".
           05 ws-cl-refused                 pic zzzz9.
           05 filler                        pic x(53) value spaces.

       01 ws-net-line.
           05 filler                        pic x(5)  value spaces.
           05 ws-nl-label                   pic x(26).
           05 filler                        pic x(8)
               value "AMOUNT ".
           05 ws-nl-amount                  pic $zz,zzz,zz9.99-.
           05 filler                        pic x(7)
               value "  TAX ".
           05 ws-nl-tax                     pic $zz,zzz,zz9.99-.
           05 filler                        pic x(34) value spaces.

       01 ws-gl-balance-line.
           05 filler                        pic x(24)
               value "GL ADJUSTMENT DEBITS = ".
           05 ws-gb-debits                  pic $z,zzz,zzz,zz9.99.
           05 filler                        pic x(13)
               value "  CREDITS = ".
           05 ws-gb-credits                 pic $z,zzz,zzz,zz9.99.
           05 filler                        pic x(39) value spaces.

       01 ws-journal-line.
           05 filler                        pic x(48)
               value "ADJUSTMENT ENTRIES ADDED TO GLJournal.dat UNDER ".
           05 filler                        pic x(62)
               value "THEIR ORIGINAL BUSINESS DATES".

       01 ws-nothing-posted-line.
           05 filler                        pic x(48)
               value "NOTHING POSTED - NO ACCUMULATOR, HISTORY OR GL ".
           05 filler                        pic x(62)
               value "FILE CHANGED".

       01 ws-no-adjustments-line.
           05 filler                        pic x(4)  value spaces.
           05 filler                        pic x(40)
               value "No adjustments on file this run".
           05 filler                        pic x(66) value spaces.

      *Store Table - tax rate and trading status by store number
       01 ws-store-table.
           05 ws-st-entry                   occurs 99 times.
               10 ws-st-on-file             pic x.
               10 ws-st-rate                pic 9v99.
               10 ws-st-active              pic x.

      *Closed Periods - every month MonthEndClose has locked
       01 ws-closed-table.
           05 ws-closed-period              pic 9(6)
               occurs 600 times.
       77 ws-closed-count                   pic 999   value 0.
       77 ws-closed-sub                     pic 999   value 0.

      *Adjustment numbers already posted, this run's included
       01 ws-applied-table.
           05 ws-applied-number             pic 9(6)
               occurs 50000 times.
       77 ws-applied-count                  pic 9(5)  value 0.
       77 ws-applied-sub                    pic 9(5)  value 0.
       77 ws-applied-max                    pic 9(5)  value 50000.

      *History lines for this run's postings - appended once every
      *other file has been written
       01 ws-new-history-table.
           05 ws-nh-line                    pic x(39)
               occurs 500 times.
       77 ws-nh-count                       pic 999   value 0.
       77 ws-nh-sub                         pic 999   value 0.
       77 ws-nh-max                         pic 999   value 500.

      *The day's journal as GLPostingExtract left it
       01 ws-gl-header-hold.
           05 ws-gh-code                    pic x     value space.
           05 ws-gh-batch-date              pic 9(8)  value 0.
           05 filler                        pic x(40) value spaces.
       77 ws-gl-header-found                pic x     value 'n'.
       01 ws-gl-old-table.
           05 ws-gl-old-line                pic x(49)
               occurs 5000 times.
       77 ws-gl-old-count                   pic 9(4)  value 0.
       77 ws-gl-old-sub                     pic 9(4)  value 0.
       77 ws-gl-max                         pic 9(4)  value 5000.

      *This run's adjustment entries, written after the day's own
       01 ws-gl-adjust-table.
           05 ws-ga-entry                   occurs 5000 times.
               10 ws-ga-account             pic 9(4).
               10 ws-ga-name                pic x(24).
               10 ws-ga-dr-cr               pic x(2).
               10 ws-ga-amount              pic 9(9)v99.
               10 ws-ga-date                pic 9(8).
       77 ws-ga-count                       pic 9(4)  value 0.
       77 ws-ga-sub                         pic 9(4)  value 0.

      *One adjustment's GL effect netted by account - debit positive
      *- so an account both reversed and reposted only shows the
      *difference
       01 ws-posting-table.
           05 ws-pw-entry                   occurs 12 times.
               10 ws-pw-account             pic 9(4).
               10 ws-pw-name                pic x(24).
               10 ws-pw-net                 pic s9(9)v99.
       77 ws-pw-count                       pic 99    value 0.
       77 ws-pw-sub                         pic 99    value 0.
       77 ws-pw-found                       pic 99    value 0.
       77 ws-pa-account                     pic 9(4)  value 0.
       77 ws-pa-name                        pic x(24) value spaces.
       77 ws-pa-amount                      pic s9(9)v99 value 0.
       77 ws-tender-pay-type                pic x(2)  value spaces.

      *The adjustment in hand - as posted and as corrected
       77 ws-old-store                      pic 99    value 0.
       77 ws-new-store                      pic 99    value 0.
       77 ws-old-pay-type                   pic x(2)  value spaces.
       77 ws-new-pay-type                   pic x(2)  value spaces.
       77 ws-old-amount                     pic 9(5)v99 value 0.
       77 ws-new-amount                     pic 9(5)v99 value 0.
       77 ws-old-tax                        pic 9(6)v99 value 0.
       77 ws-new-tax                        pic 9(6)v99 value 0.
       77 ws-amount-diff                    pic s9(6)v99 value 0.
       77 ws-tax-diff                       pic s9(6)v99 value 0.
       77 ws-orig-period                    pic 9(6)  value 0.
       77 ws-refuse-reason                  pic x(50) value spaces.
       77 ws-check-amount                   pic s9(11)v99 value 0.
       77 ws-hist-new-amount                pic s9(6)v99 value 0.
       77 ws-hist-needed                    pic x     value 'n'.

      *Tax Jurisdiction lookup - slot holding a rate, or the first
      *free one; zero when neither
       77 ws-find-rate                      pic 9v99  value 0.
       77 ws-ju-sub                         pic 99    value 0.
       77 ws-ju-found                       pic 99    value 0.
       77 ws-ju-free                        pic 99    value 0.
       77 ws-tax-sign                       pic s9    value 0.

      *Accumulators on hand and the period each carries
       77 ws-sla-found                      pic x     value 'n'.
       77 ws-rta-found                      pic x     value 'n'.
       77 ws-tra-found                      pic x     value 'n'.
       77 ws-sla-period                     pic 9(6)  value 0.
       77 ws-rta-period                     pic 9(6)  value 0.
       77 ws-tra-period                     pic 9(6)  value 0.
       77 ws-sla-changed                    pic x     value 'n'.
       77 ws-rta-changed                    pic x     value 'n'.
       77 ws-tra-changed                    pic x     value 'n'.
       77 ws-hist-open                      pic x     value 'n'.

      *Counters and Totals
       77 ws-adj-read                       pic 9(5)  value 0.
       77 ws-adj-posted                     pic 9(5)  value 0.
       77 ws-adj-refused                    pic 9(5)  value 0.
       77 ws-net-sl-amount                  pic s9(9)v99 value 0.
       77 ws-net-sl-tax                     pic s9(9)v99 value 0.
       77 ws-net-r-amount                   pic s9(9)v99 value 0.
       77 ws-net-r-tax                      pic s9(9)v99 value 0.
       77 ws-total-debits                   pic 9(11)v99 value 0.
       77 ws-total-credits                  pic 9(11)v99 value 0.
       77 ws-gl-record-count                pic 9(6)  value 0.
       77 ws-gl-hash-total                  pic 9(11)v99 value 0.

      *File Statuses
       77 ws-adjust-status                  pic xx    value spaces.
       77 ws-adjhist-status                 pic xx    value spaces.
       77 ws-store-status                   pic xx    value spaces.
       77 ws-closed-status                  pic xx    value spaces.
       77 ws-sla-status                     pic xx    value spaces.
       77 ws-rta-status                     pic xx    value spaces.
       77 ws-tra-status                     pic xx    value spaces.
       77 ws-hist-status                    pic xx    value spaces.
       77 ws-gl-status                      pic xx    value spaces.
       77 ws-eof-flag                       pic x     value 'n'.
       77 ws-sm-sub                         pic 999   value 0.

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

      *Operations Alert fields - set by the caller before 085;
      *severity 1 critical, 2 warning, 3 notice; store 00 when the
      *condition is chain-wide
       77 ws-alert-status                   pic xx    value spaces.
       77 ws-alert-severity                 pic 9     value 0.
       77 ws-alert-store                    pic 99    value 0.
       77 ws-alert-code                     pic x(8)  value spaces.
       77 ws-alert-text                     pic x(60) value spaces.


       procedure division.
       000-main.

           perform 091-log-run-start.
           perform 090-load-business-date.

      *    Everything the postings are checked against is loaded
      *    before any file is changed
           perform 100-load-store-master.
           perform 110-load-closed-periods.
           perform 120-load-accumulators.
           perform 130-load-adjustment-history.
           perform 140-load-gl-journal.

           open input adjustment-file.
           if ws-adjust-status not = "00" then
               display "AUDIT ADJUSTMENTS: NO AuditAdjustments.dat "
                   "ON HAND - RUN ABORTED"
               perform 094-log-run-aborted
               stop run
           end-if.

           open i-o sales-history-file.
           if ws-hist-status = "00" then
               move 'y'                     to ws-hist-open
           end-if.

           open output output-file.
           move ws-business-date            to ws-hd-business-date.
           write output-line from ws-header1-main.
           write output-line from ws-header2-date.
           write output-line from spaces.
           write output-line from ws-column-headings.
           write output-line from ws-column-underlines.

           move 'n'                         to ws-eof-flag.
           perform until ws-eof-flag = 'y'
               read adjustment-file
                   at end
                       move 'y'             to ws-eof-flag
                   not at end
                       add 1                to ws-adj-read
                       perform 200-process-adjustment
               end-read
           end-perform.
           close adjustment-file.
           if ws-hist-open = 'y' then
               close sales-history-file
           end-if.

      *    The accumulators and journal are written back whole, and
      *    the history last, so a run that stops before the end is
      *    not taken as posted
           if ws-adj-posted > 0 then
               perform 600-write-accumulators
               perform 610-rewrite-gl-journal
               perform 620-append-adjustment-history
           end-if.

           perform 650-print-totals.
           close output-file.
           perform 700-archive-output-files.

           display "AUDIT ADJUSTMENTS: " ws-adj-read " READ, "
               ws-adj-posted " POSTED, " ws-adj-refused " REFUSED".
           move ws-adj-read                 to ws-runlog-in.
           move ws-adj-posted               to ws-runlog-out.
           perform 092-log-run-end.

      *    End of 000-main (end of AuditAdjustmentPosting program)
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
               move "AuditAdjustmentPosting"
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

      *    Append one record to the shared alert file - like the run
      *    log it is created on first use and only ever extended
       085-write-alert.
           open extend alert-file.
           if ws-alert-status = "35" then
               open output alert-file
           end-if.
           if ws-alert-status = "00" then
               move ws-business-date        to al-business-date
               move function current-date(9:6)
                   to al-time
               move "AuditAdjustmentPosting"
                   to al-program-id
               move ws-alert-severity       to al-severity
               move ws-alert-store          to al-store-num
               move ws-alert-code           to al-code
               move ws-alert-text           to al-text
               write alert-line
               close alert-file
           end-if.


      *    Tax rates and trading status by store - without the store
      *    master no tax can be recomputed, so the run stops
       100-load-store-master.
           initialize ws-store-table.
           open input store-file.
           if ws-store-status not = "00" then
               display "AUDIT ADJUSTMENTS: NO StoreMaster.dat ON "
                   "HAND - RUN ABORTED"
               perform 094-log-run-aborted
               stop run
           end-if.
           move 'n'                         to ws-eof-flag.
           perform until ws-eof-flag = 'y'
               read store-file
                   at end
                       move 'y'             to ws-eof-flag
                   not at end
                       if sm-store-num is numeric
                               and sm-store-num > 0
                           move 'y'
                               to ws-st-on-file(sm-store-num)
                           move sm-tax-rate
                               to ws-st-rate(sm-store-num)
                           move sm-active
                               to ws-st-active(sm-store-num)
                       end-if
               end-read
           end-perform.
           close store-file.


      *    No registry yet just means no month has been closed
       110-load-closed-periods.
           open input closed-periods-file.
           if ws-closed-status not = "00" then
               exit paragraph
           end-if.
           move 'n'                         to ws-eof-flag.
           perform until ws-eof-flag = 'y'
               read closed-periods-file
                   at end
                       move 'y'             to ws-eof-flag
                   not at end
                       if ws-closed-count >= 600
                           display "AUDIT ADJUSTMENTS: "
                               "ClosedPeriods.ctl TOO LARGE - "
                               "RUN ABORTED"
                           perform 094-log-run-aborted
                           stop run
                       end-if
                       add 1                to ws-closed-count
                       move cpl-period
                           to ws-closed-period(ws-closed-count)
               end-read
           end-perform.
           close closed-periods-file.


      *    Each accumulator carries one period - the month its last
      *    batch posted into; an adjustment can only go into that
      *    month. A store slot written before the slots existed
      *    reads as spaces and is taken as zero.
       120-load-accumulators.
           open input sl-accumulator-file.
           if ws-sla-status = "00" then
               read sl-accumulator-file
                   at end
                       continue
                   not at end
                       move 'y'             to ws-sla-found
                       compute ws-sla-period =
                           (sla-year * 100) + sla-month
                       perform varying ws-sm-sub from 1 by 1
                           until ws-sm-sub > 99
                           if sla-store-mtd-amt(ws-sm-sub)
                                   is not numeric
                               move 0
                                 to sla-store-mtd-amt(ws-sm-sub)
                           end-if
                           if sla-store-ytd-amt(ws-sm-sub)
                                   is not numeric
                               move 0
                                 to sla-store-ytd-amt(ws-sm-sub)
                           end-if
                       end-perform
               end-read
               close sl-accumulator-file
           end-if.

           open input returns-accumulator-file.
           if ws-rta-status = "00" then
               read returns-accumulator-file
                   at end
                       continue
                   not at end
                       move 'y'             to ws-rta-found
                       compute ws-rta-period =
                           (rta-year * 100) + rta-month
                       perform varying ws-sm-sub from 1 by 1
                           until ws-sm-sub > 99
                           if rta-store-mtd-amt(ws-sm-sub)
                                   is not numeric
                               move 0
                                 to rta-store-mtd-amt(ws-sm-sub)
                           end-if
                           if rta-store-ytd-amt(ws-sm-sub)
                                   is not numeric
                               move 0
                                 to rta-store-ytd-amt(ws-sm-sub)
                           end-if
                       end-perform
               end-read
               close returns-accumulator-file
           end-if.

           open input tax-accumulator-file.
           if ws-tra-status = "00" then
               read tax-accumulator-file
                   at end
                       continue
                   not at end
                       move 'y'             to ws-tra-found
                       compute ws-tra-period =
                           (tra-year * 100) + tra-month
               end-read
               close tax-accumulator-file
           end-if.


      *    Every adjustment number already posted - the same number
      *    is never posted twice
       130-load-adjustment-history.
           open input adjustment-history-file.
           if ws-adjhist-status not = "00" then
               exit paragraph
           end-if.
           move 'n'                         to ws-eof-flag.
           perform until ws-eof-flag = 'y'
               read adjustment-history-file
                   at end
                       move 'y'             to ws-eof-flag
                   not at end
                       if ws-applied-count >= ws-applied-max
                           display "AUDIT ADJUSTMENTS: "
                               "AdjustmentHistory.dat TOO LARGE - "
                               "RUN ABORTED"
                           perform 094-log-run-aborted
                           stop run
                       end-if
                       add 1                to ws-applied-count
                       move ahl-adj-number
                           to ws-applied-number(ws-applied-count)
               end-read
           end-perform.
           close adjustment-history-file.


      *    Hold the day's journal - header, detail lines, trailer
      *    dropped - so it can be written back with the adjustments
      *    ahead of a trailer that counts them; no journal yet means
      *    the adjustments start one
       140-load-gl-journal.
           open input gl-journal-file.
           if ws-gl-status not = "00" then
               exit paragraph
           end-if.
           move 'n'                         to ws-eof-flag.
           perform until ws-eof-flag = 'y'
               read gl-journal-file
                   at end
                       move 'y'             to ws-eof-flag
                   not at end
                       if glh-code = 'H'
                               and ws-gl-header-found = 'n'
                           move 'y'         to ws-gl-header-found
                           move gl-journal-line
                               to ws-gl-header-hold
                       else
                           if glt-code not = 'T'
                               perform 145-hold-gl-detail
                           end-if
                       end-if
               end-read
           end-perform.
           close gl-journal-file.

      *    A journal for another day has already gone to accounting -
      *    adjustments added to it would never be imported
           if ws-gl-header-found = 'y'
                   and ws-gh-batch-date not = ws-business-date then
               display "AUDIT ADJUSTMENTS: GLJournal.dat IS FOR "
                   ws-gh-batch-date ", NOT BUSINESS DATE "
                   ws-business-date " - RUN ABORTED"
               perform 094-log-run-aborted
               stop run
           end-if.

       145-hold-gl-detail.
           if ws-gl-old-count >= ws-gl-max then
               display "AUDIT ADJUSTMENTS: GLJournal.dat TOO LARGE - "
                   "RUN ABORTED"
               perform 094-log-run-aborted
               stop run
           end-if.
           add 1                            to ws-gl-old-count.
           move gl-journal-line
               to ws-gl-old-line(ws-gl-old-count).


      *    Check the adjustment, then post it or refuse it - nothing
      *    of a refused adjustment is posted anywhere
       200-process-adjustment.
           move spaces                      to ws-refuse-reason.
           perform 210-validate-adjustment.

           move adj-number                  to ws-dl-adj-number.
           move adj-business-date           to ws-dl-orig-date.
           move adj-orig-code               to ws-dl-orig-code.
           move adj-invoice-num             to ws-dl-invoice-num.
           move ws-old-store                to ws-dl-store.
           move ws-old-pay-type             to ws-dl-pay-type.
           move ws-old-amount               to ws-dl-amount.
           move ws-new-store                to ws-dl-new-store.
           move ws-new-pay-type             to ws-dl-new-pay-type.
           move ws-new-amount               to ws-dl-new-amount.
           move adj-reason                  to ws-so-reason.
           move adj-entered-by              to ws-so-entered-by.
           move adj-approved-by             to ws-so-approved-by.

           if ws-refuse-reason not = spaces then
               add 1                        to ws-adj-refused
               move "REFUSED"               to ws-dl-status
               write output-line from spaces
               write output-line from ws-detail-line
               write output-line from ws-signoff-line
               move ws-refuse-reason        to ws-rf-reason
               write output-line from ws-refused-line
               perform 290-alert-refused
               exit paragraph
           end-if.

           perform 300-post-accumulators.
           perform 320-post-tax-remittance.
           if ws-hist-needed = 'y' then
               perform 340-rewrite-sales-history
           end-if.
           perform 350-build-gl-postings.

           add 1                            to ws-adj-posted.
           add 1                            to ws-applied-count.
           move adj-number
               to ws-applied-number(ws-applied-count).
           add 1                            to ws-nh-count.
           move adj-number                  to ahl-adj-number.
           move adj-business-date           to ahl-orig-date.
           move adj-invoice-num             to ahl-invoice-num.
           move ws-business-date            to ahl-posted-date.
           move adj-approved-by             to ahl-approved-by.
           move adjustment-history-line     to ws-nh-line(ws-nh-count).

           move "POSTED"                    to ws-dl-status.
           write output-line from spaces.
           write output-line from ws-detail-line.
           write output-line from ws-signoff-line.
           perform 380-add-gl-lines.


      *    The checks run in order and stop at the first failure,
      *    which becomes the refusal reason on the register
       210-validate-adjustment.
           move 0                           to ws-old-store.
           move spaces                      to ws-old-pay-type.
           move 0                           to ws-old-amount.
           move 'n'                         to ws-hist-needed.
           if adj-store-num is numeric then
               move adj-store-num           to ws-old-store
           end-if.
           move adj-pay-type                to ws-old-pay-type.
           if adj-amount is numeric then
               move adj-amount              to ws-old-amount
           end-if.
           move ws-old-store                to ws-new-store.
           move ws-old-pay-type             to ws-new-pay-type.
           move ws-old-amount               to ws-new-amount.
           if adj-new-store-num is numeric
                   and adj-new-store-num > 0 then
               move adj-new-store-num       to ws-new-store
           end-if.
           if adj-new-pay-type not = spaces then
               move adj-new-pay-type        to ws-new-pay-type
           end-if.
           if adj-new-amount is numeric
                   and adj-new-amount > 0 then
               move adj-new-amount          to ws-new-amount
           end-if.

           if adj-number is not numeric or adj-number = 0 then
               move "NO ADJUSTMENT NUMBER"  to ws-refuse-reason
               exit paragraph
           end-if.
           perform varying ws-applied-sub from 1 by 1
               until ws-applied-sub > ws-applied-count
               if ws-applied-number(ws-applied-sub) = adj-number
                   move "ADJUSTMENT NUMBER ALREADY POSTED"
                       to ws-refuse-reason
               end-if
           end-perform.
           if ws-refuse-reason not = spaces then
               exit paragraph
           end-if.

           if not adj-orig-sale-layaway and not adj-orig-return then
               move "ORIGINAL CODE MUST BE S, L OR R"
                   to ws-refuse-reason
               exit paragraph
           end-if.
           if adj-invoice-num = spaces then
               move "NO INVOICE NUMBER"     to ws-refuse-reason
               exit paragraph
           end-if.

           if adj-business-date is not numeric then
               move "ORIGINAL BUSINESS DATE IS NOT A DATE"
                   to ws-refuse-reason
               exit paragraph
           end-if.
           if function test-date-yyyymmdd(adj-business-date) not = 0
               move "ORIGINAL BUSINESS DATE IS NOT A DATE"
                   to ws-refuse-reason
               exit paragraph
           end-if.
           if adj-business-date > ws-business-date then
               move "ORIGINAL BUSINESS DATE IS AFTER TODAY'S"
                   to ws-refuse-reason
               exit paragraph
           end-if.

           if ws-old-store = 0 then
               move "POSTED STORE NOT GIVEN" to ws-refuse-reason
               exit paragraph
           end-if.
           if ws-st-on-file(ws-old-store) not = 'y' then
               move "POSTED STORE NOT ON THE STORE MASTER"
                   to ws-refuse-reason
               exit paragraph
           end-if.
           if ws-st-on-file(ws-new-store) not = 'y' then
               move "CORRECTED STORE NOT ON THE STORE MASTER"
                   to ws-refuse-reason
               exit paragraph
           end-if.
           if ws-new-store not = ws-old-store
                   and ws-st-active(ws-new-store) not = 'Y' then
               move "CORRECTED STORE IS NOT TRADING"
                   to ws-refuse-reason
               exit paragraph
           end-if.

           move ws-old-pay-type             to ws-tender-pay-type.
           perform 360-find-tender-account.
           if ws-pa-account = 0 then
               move "POSTED TENDER NOT CA, CR, DB, GC, HA OR LP"
                   to ws-refuse-reason
               exit paragraph
           end-if.
           move ws-new-pay-type             to ws-tender-pay-type.
           perform 360-find-tender-account.
           if ws-pa-account = 0 then
               move "CORRECTED TENDER NOT CA, CR, DB, GC, HA OR LP"
                   to ws-refuse-reason
               exit paragraph
           end-if.

           if ws-old-amount = 0 then
               move "POSTED AMOUNT NOT GIVEN" to ws-refuse-reason
               exit paragraph
           end-if.
           if adj-new-amount is not numeric
                   or adj-new-store-num is not numeric then
               move "CORRECTED STORE OR AMOUNT NOT NUMERIC"
                   to ws-refuse-reason
               exit paragraph
           end-if.
           if ws-new-store = ws-old-store
                   and ws-new-pay-type = ws-old-pay-type
                   and ws-new-amount = ws-old-amount then
               move "NOTHING TO CORRECT"    to ws-refuse-reason
               exit paragraph
           end-if.

           if adj-reason = spaces then
               move "NO ADJUSTMENT REASON GIVEN"
                   to ws-refuse-reason
               exit paragraph
           end-if.
           if adj-approved-by = spaces then
               move "NOT APPROVED"          to ws-refuse-reason
               exit paragraph
           end-if.
           if adj-approved-by = adj-entered-by then
               move "APPROVED BY THE PERSON WHO ENTERED IT"
                   to ws-refuse-reason
               exit paragraph
           end-if.

           perform 220-check-period.
           if ws-refuse-reason not = spaces then
               exit paragraph
           end-if.
           perform 230-check-amounts.
           if ws-refuse-reason not = spaces then
               exit paragraph
           end-if.
           perform 240-check-sales-history.
           if ws-refuse-reason not = spaces then
               exit paragraph
           end-if.

           if ws-nh-count >= ws-nh-max
                   or ws-ga-count + 12 > ws-gl-max then
               move "RUN LIMIT REACHED - RESUBMIT IN THE NEXT RUN"
                   to ws-refuse-reason
           end-if.


      *    A closed month takes nothing, and the accumulators must
      *    still carry the original month - once a later month has
      *    posted, the earlier month's figures are no longer held
       220-check-period.
           move adj-business-date(1:6)      to ws-orig-period.
           perform varying ws-closed-sub from 1 by 1
               until ws-closed-sub > ws-closed-count
               if ws-closed-period(ws-closed-sub) = ws-orig-period
                   move "PERIOD IS CLOSED IN ClosedPeriods.ctl"
                       to ws-refuse-reason
               end-if
           end-perform.
           if ws-refuse-reason not = spaces then
               exit paragraph
           end-if.

           if adj-orig-sale-layaway then
               if ws-sla-found = 'n'
                       or ws-sla-period not = ws-orig-period
                   move "PERIOD NO LONGER HELD IN SLAccumulator.dat"
                       to ws-refuse-reason
                   exit paragraph
               end-if
           else
               if ws-rta-found = 'n'
                       or ws-rta-period not = ws-orig-period
                   move "PERIOD NO LONGER HELD IN ReturnsAccumulator"
                       to ws-refuse-reason
                   exit paragraph
               end-if
           end-if.

      *    Tax is charged per record at the store's rate, exactly as
      *    the processing programs charged it
           if adj-tax-exempt then
               move 0                       to ws-old-tax
               move 0                       to ws-new-tax
           else
               compute ws-old-tax rounded =
                   ws-old-amount * ws-st-rate(ws-old-store)
               compute ws-new-tax rounded =
                   ws-new-amount * ws-st-rate(ws-new-store)
           end-if.
           compute ws-amount-diff = ws-new-amount - ws-old-amount.
           compute ws-tax-diff = ws-new-tax - ws-old-tax.

           if ws-old-tax > 0 or ws-new-tax > 0 then
               if ws-tra-found = 'n'
                       or ws-tra-period not = ws-orig-period
                   move "PERIOD NO LONGER HELD IN TaxRemitAccumulator"
                       to ws-refuse-reason
                   exit paragraph
               end-if
               move ws-st-rate(ws-old-store) to ws-find-rate
               perform 330-find-juris-slot
               if ws-ju-found = 0 and ws-ju-free = 0
                   move "NO TAX JURISDICTION SLOT FREE"
                       to ws-refuse-reason
                   exit paragraph
               end-if
               move ws-st-rate(ws-new-store) to ws-find-rate
               perform 330-find-juris-slot
               if ws-ju-found = 0 and ws-ju-free = 0
                   move "NO TAX JURISDICTION SLOT FREE"
                       to ws-refuse-reason
                   exit paragraph
               end-if
           end-if.


      *    The accumulators are unsigned - a correction that would
      *    take a total or a store slot below zero means the posted
      *    figures given are wrong
       230-check-amounts.
           if adj-orig-sale-layaway then
               compute ws-check-amount = sla-mtd-amt + ws-amount-diff
               if ws-check-amount < 0
                   move "WOULD TAKE S&L MONTH-TO-DATE BELOW ZERO"
                       to ws-refuse-reason
                   exit paragraph
               end-if
               compute ws-check-amount = sla-mtd-tax + ws-tax-diff
               if ws-check-amount < 0
                   move "WOULD TAKE S&L MTD TAX BELOW ZERO"
                       to ws-refuse-reason
                   exit paragraph
               end-if
               if sla-store-mtd-amt(ws-old-store) < ws-old-amount
                   move "MORE THAN THE POSTED STORE'S S&L MONTH-TO-DATE"
                       to ws-refuse-reason
                   exit paragraph
               end-if
           else
               compute ws-check-amount = rta-mtd-amt + ws-amount-diff
               if ws-check-amount < 0
                   move "WOULD TAKE RETURNS MONTH-TO-DATE BELOW ZERO"
                       to ws-refuse-reason
                   exit paragraph
               end-if
               compute ws-check-amount = rta-mtd-tax + ws-tax-diff
               if ws-check-amount < 0
                   move "WOULD TAKE RETURNS MTD TAX BELOW ZERO"
                       to ws-refuse-reason
                   exit paragraph
               end-if
               if rta-store-mtd-amt(ws-old-store) < ws-old-amount
                   move "MORE THAN THE POSTED STORE'S RETURNS TO DATE"
                       to ws-refuse-reason
                   exit paragraph
               end-if
           end-if.


      *    A Sale's history record carries its store and its whole
      *    transaction amount - a store or amount correction must
      *    find it under the store given
       240-check-sales-history.
           if not adj-orig-sale then
               exit paragraph
           end-if.
           if ws-new-store = ws-old-store
                   and ws-new-amount = ws-old-amount then
               exit paragraph
           end-if.
           if ws-hist-open = 'n' then
               move "SalesHistory.dat NOT AVAILABLE"
                   to ws-refuse-reason
               exit paragraph
           end-if.
           move adj-invoice-num             to hist-invoice-num.
           read sales-history-file
               invalid key
                   move "SALE NOT ON SalesHistory.dat"
                       to ws-refuse-reason
           end-read.
           if ws-refuse-reason not = spaces then
               exit paragraph
           end-if.
           if hist-store-num not = ws-old-store then
               move "SalesHistory.dat HAS THE SALE UNDER ANOTHER STORE"
                   to ws-refuse-reason
               exit paragraph
           end-if.
           compute ws-hist-new-amount = hist-amount + ws-amount-diff.
           if ws-hist-new-amount < 0
                   or ws-hist-new-amount > 99999.99 then
               move "SALE'S HISTORY AMOUNT WOULD BE OUT OF RANGE"
                   to ws-refuse-reason
               exit paragraph
           end-if.
           move 'y'                         to ws-hist-needed.


       290-alert-refused.
           move 3                           to ws-alert-severity.
           move ws-old-store                to ws-alert-store.
           move "ADJREFUS"                  to ws-alert-code.
           move spaces                      to ws-alert-text.
           string "ADJUSTMENT "             delimited by size
                  adj-number                delimited by size
                  " REFUSED - "             delimited by size
                  ws-refuse-reason          delimited by size
                  into ws-alert-text
           end-string.
           perform 085-write-alert.


      *    Take the posted figures out and put the corrected ones in:
      *    chain month and year to date, and both stores' slots
       300-post-accumulators.
           if adj-orig-sale-layaway then
               compute sla-mtd-amt = sla-mtd-amt + ws-amount-diff
               compute sla-ytd-amt = sla-ytd-amt + ws-amount-diff
               compute sla-mtd-tax = sla-mtd-tax + ws-tax-diff
               compute sla-ytd-tax = sla-ytd-tax + ws-tax-diff
               subtract ws-old-amount
                   from sla-store-mtd-amt(ws-old-store)
               add ws-new-amount
                   to sla-store-mtd-amt(ws-new-store)
               if sla-store-ytd-amt(ws-old-store) < ws-old-amount
                   move 0 to sla-store-ytd-amt(ws-old-store)
               else
                   subtract ws-old-amount
                       from sla-store-ytd-amt(ws-old-store)
               end-if
               add ws-new-amount
                   to sla-store-ytd-amt(ws-new-store)
               move 'y'                     to ws-sla-changed
               add ws-amount-diff           to ws-net-sl-amount
               add ws-tax-diff              to ws-net-sl-tax
           else
               compute rta-mtd-amt = rta-mtd-amt + ws-amount-diff
               compute rta-ytd-amt = rta-ytd-amt + ws-amount-diff
               compute rta-mtd-tax = rta-mtd-tax + ws-tax-diff
               compute rta-ytd-tax = rta-ytd-tax + ws-tax-diff
               subtract ws-old-amount
                   from rta-store-mtd-amt(ws-old-store)
               add ws-new-amount
                   to rta-store-mtd-amt(ws-new-store)
               if rta-store-ytd-amt(ws-old-store) < ws-old-amount
                   move 0 to rta-store-ytd-amt(ws-old-store)
               else
                   subtract ws-old-amount
                       from rta-store-ytd-amt(ws-old-store)
               end-if
               add ws-new-amount
                   to rta-store-ytd-amt(ws-new-store)
               move 'y'                     to ws-rta-changed
               add ws-amount-diff           to ws-net-r-amount
               add ws-tax-diff              to ws-net-r-tax
           end-if.


      *    The remittance nets are tax collected less tax refunded,
      *    per jurisdiction (tax rate) - a sale's tax comes off the
      *    posted store's jurisdiction and goes onto the corrected
      *    one; a return's the other way round
       320-post-tax-remittance.
           if ws-old-tax = 0 and ws-new-tax = 0 then
               exit paragraph
           end-if.
           if adj-orig-sale-layaway then
               move 1                       to ws-tax-sign
           else
               move -1                      to ws-tax-sign
           end-if.

           move ws-st-rate(ws-old-store)    to ws-find-rate.
           perform 330-find-juris-slot.
           if ws-ju-found = 0 then
               move ws-ju-free              to ws-ju-found
               move ws-find-rate
                   to tra-juris-rate(ws-ju-found)
               move 0
                   to tra-juris-mtd-net(ws-ju-found)
           end-if.
           compute tra-juris-mtd-net(ws-ju-found) =
               tra-juris-mtd-net(ws-ju-found)
                   - (ws-old-tax * ws-tax-sign).

           move ws-st-rate(ws-new-store)    to ws-find-rate.
           perform 330-find-juris-slot.
           if ws-ju-found = 0 then
               move ws-ju-free              to ws-ju-found
               move ws-find-rate
                   to tra-juris-rate(ws-ju-found)
               move 0
                   to tra-juris-mtd-net(ws-ju-found)
           end-if.
           compute tra-juris-mtd-net(ws-ju-found) =
               tra-juris-mtd-net(ws-ju-found)
                   + (ws-new-tax * ws-tax-sign).
           move 'y'                         to ws-tra-changed.


       330-find-juris-slot.
           move 0                           to ws-ju-found.
           move 0                           to ws-ju-free.
           perform varying ws-ju-sub from 1 by 1
               until ws-ju-sub > 10
               if tra-juris-rate(ws-ju-sub) = ws-find-rate
                       and ws-ju-found = 0
                   move ws-ju-sub           to ws-ju-found
               end-if
               if tra-juris-rate(ws-ju-sub) = 0
                       and ws-ju-free = 0
                   move ws-ju-sub           to ws-ju-free
               end-if
           end-perform.


       340-rewrite-sales-history.
           move adj-invoice-num             to hist-invoice-num.
           read sales-history-file
               invalid key
                   exit paragraph
           end-read.
           compute hist-amount = hist-amount + ws-amount-diff.
           move ws-new-store                to hist-store-num.
           rewrite hist-record
               invalid key
                   continue
           end-rewrite.


      *    The original posting reversed and the corrected one made,
      *    netted by account the way GLPostingExtract books them: a
      *    sale debits its tender and tax receivable and credits the
      *    store's sales and tax payable; a return debits the returns
      *    contra and tax payable and credits its tender and tax
      *    receivable
       350-build-gl-postings.
           move 0                           to ws-pw-count.

           move ws-old-pay-type             to ws-tender-pay-type.
           perform 360-find-tender-account.
           if adj-orig-sale-layaway then
               compute ws-pa-amount = 0 - ws-old-amount
           else
               move ws-old-amount           to ws-pa-amount
           end-if.
           perform 370-add-to-posting.

           move ws-new-pay-type             to ws-tender-pay-type.
           perform 360-find-tender-account.
           if adj-orig-sale-layaway then
               move ws-new-amount           to ws-pa-amount
           else
               compute ws-pa-amount = 0 - ws-new-amount
           end-if.
           perform 370-add-to-posting.

           if adj-orig-sale-layaway then
               compute ws-pa-account = 4000 + ws-old-store
               move spaces                  to ws-pa-name
               string "SALES - STORE " ws-old-store
                   delimited by size into ws-pa-name
               end-string
               move ws-old-amount           to ws-pa-amount
               perform 370-add-to-posting
               compute ws-pa-account = 4000 + ws-new-store
               move spaces                  to ws-pa-name
               string "SALES - STORE " ws-new-store
                   delimited by size into ws-pa-name
               end-string
               compute ws-pa-amount = 0 - ws-new-amount
               perform 370-add-to-posting
           else
               move 4500                    to ws-pa-account
               move "SALES RETURNS CONTRA"  to ws-pa-name
               move ws-amount-diff          to ws-pa-amount
               perform 370-add-to-posting
           end-if.

           move 1110                        to ws-pa-account.
           move "SALES TAX RECEIVABLE"      to ws-pa-name.
           if adj-orig-sale-layaway then
               move ws-tax-diff             to ws-pa-amount
           else
               compute ws-pa-amount = 0 - ws-tax-diff
           end-if.
           perform 370-add-to-posting.

           move 2100                        to ws-pa-account.
           move "SALES TAX PAYABLE"         to ws-pa-name.
           if adj-orig-sale-layaway then
               compute ws-pa-amount = 0 - ws-tax-diff
           else
               move ws-tax-diff             to ws-pa-amount
           end-if.
           perform 370-add-to-posting.


      *    The GL account each tender is booked to; zero for a
      *    tender this shop doesn't take
       360-find-tender-account.
           move 0                           to ws-pa-account.
           move spaces                      to ws-pa-name.
           if ws-tender-pay-type = "CA" then
               move 1010                    to ws-pa-account
               move "CASH ON HAND"          to ws-pa-name
           else if ws-tender-pay-type = "CR"
                   or ws-tender-pay-type = "DB" then
               move 1020                    to ws-pa-account
               move "CARD SETTLEMENT RECVBLE" to ws-pa-name
           else if ws-tender-pay-type = "GC" then
               move 2050                    to ws-pa-account
               move "GIFT CARD LIABILITY"   to ws-pa-name
           else if ws-tender-pay-type = "HA" then
               move 1200                    to ws-pa-account
               move "HOUSE ACCOUNTS RECVBLE" to ws-pa-name
           else if ws-tender-pay-type = "LP" then
               move 2060                    to ws-pa-account
               move "LOYALTY POINTS LIABILITY" to ws-pa-name
           end-if.


       370-add-to-posting.
           move 0                           to ws-pw-found.
           perform varying ws-pw-sub from 1 by 1
               until ws-pw-sub > ws-pw-count
               if ws-pw-account(ws-pw-sub) = ws-pa-account
                   move ws-pw-sub           to ws-pw-found
               end-if
           end-perform.
           if ws-pw-found = 0 then
               add 1                        to ws-pw-count
               move ws-pw-count             to ws-pw-found
               move ws-pa-account
                   to ws-pw-account(ws-pw-found)
               move ws-pa-name              to ws-pw-name(ws-pw-found)
               move 0                       to ws-pw-net(ws-pw-found)
           end-if.
           add ws-pa-amount                 to ws-pw-net(ws-pw-found).


      *    Every account that moved goes onto the journal dated the
      *    original business date, and onto the register under the
      *    adjustment
       380-add-gl-lines.
           perform varying ws-pw-sub from 1 by 1
               until ws-pw-sub > ws-pw-count
               if ws-pw-net(ws-pw-sub) not = 0
                   add 1                    to ws-ga-count
                   move ws-pw-account(ws-pw-sub)
                       to ws-ga-account(ws-ga-count)
                   move ws-pw-name(ws-pw-sub)
                       to ws-ga-name(ws-ga-count)
                   if ws-pw-net(ws-pw-sub) > 0
                       move "DR"            to ws-ga-dr-cr(ws-ga-count)
                       move ws-pw-net(ws-pw-sub)
                           to ws-ga-amount(ws-ga-count)
                       add ws-pw-net(ws-pw-sub) to ws-total-debits
                   else
                       move "CR"            to ws-ga-dr-cr(ws-ga-count)
                       compute ws-ga-amount(ws-ga-count) =
                           0 - ws-pw-net(ws-pw-sub)
                       add ws-ga-amount(ws-ga-count)
                           to ws-total-credits
                   end-if
                   move adj-business-date   to ws-ga-date(ws-ga-count)
                   move ws-ga-account(ws-ga-count) to ws-gd-account
                   move ws-ga-name(ws-ga-count)    to ws-gd-account-name
                   move ws-ga-dr-cr(ws-ga-count)   to ws-gd-dr-cr
                   move ws-ga-amount(ws-ga-count)  to ws-gd-amount
                   move ws-ga-date(ws-ga-count)    to ws-gd-date
                   write output-line from ws-gl-detail-line
               end-if
           end-perform.


       600-write-accumulators.
           if ws-sla-changed = 'y' then
               open output sl-accumulator-file
               write sl-accumulator-line
               close sl-accumulator-file
           end-if.
           if ws-rta-changed = 'y' then
               open output returns-accumulator-file
               write returns-accumulator-line
               close returns-accumulator-file
           end-if.
           if ws-tra-changed = 'y' then
               open output tax-accumulator-file
               write tax-accumulator-line
               close tax-accumulator-file
           end-if.


      *    The day's journal back out as it was, the adjustment
      *    entries after it, and a trailer counting and hashing every
      *    detail line between the header and itself
       610-rewrite-gl-journal.
           open output gl-journal-file.
           if ws-gl-header-found = 'y' then
               move ws-gl-header-hold       to gl-journal-line
           else
               move spaces                  to gl-journal-line
               move 'H'                     to glh-code
               move ws-business-date        to glh-batch-date
               move "AuditAdjustmentPosting" to glh-program
           end-if.
           write gl-journal-line.

           perform varying ws-gl-old-sub from 1 by 1
               until ws-gl-old-sub > ws-gl-old-count
               move ws-gl-old-line(ws-gl-old-sub) to gl-journal-line
               write gl-journal-line
               add 1                        to ws-gl-record-count
               if glj-amount is numeric
                   add glj-amount           to ws-gl-hash-total
               end-if
           end-perform.

           perform varying ws-ga-sub from 1 by 1
               until ws-ga-sub > ws-ga-count
               move ws-ga-account(ws-ga-sub) to glj-account
               move ws-ga-name(ws-ga-sub)    to glj-account-name
               move ws-ga-dr-cr(ws-ga-sub)   to glj-dr-cr
               move ws-ga-amount(ws-ga-sub)  to glj-amount
               move ws-ga-date(ws-ga-sub)    to glj-batch-date
               write gl-journal-line
               add 1                        to ws-gl-record-count
               add glj-amount               to ws-gl-hash-total
           end-perform.

           move spaces                      to gl-journal-line.
           move 'T'                         to glt-code.
           move ws-gl-record-count          to glt-record-count.
           move ws-gl-hash-total            to glt-hash-total.
           write gl-journal-line.
           close gl-journal-file.


       620-append-adjustment-history.
           open extend adjustment-history-file.
           if ws-adjhist-status = "35" then
               open output adjustment-history-file
           end-if.
           if ws-adjhist-status = "00" then
               perform varying ws-nh-sub from 1 by 1
                   until ws-nh-sub > ws-nh-count
                   move ws-nh-line(ws-nh-sub)
                       to adjustment-history-line
                   write adjustment-history-line
               end-perform
               close adjustment-history-file
           end-if.


       650-print-totals.
           if ws-adj-read = 0 then
               write output-line from ws-no-adjustments-line
           end-if.

           write output-line from spaces.
           move ws-adj-read                 to ws-cl-read.
           move ws-adj-posted               to ws-cl-posted.
           move ws-adj-refused              to ws-cl-refused.
           write output-line from ws-count-line.

           move "NET CHANGE TO S&L"         to ws-nl-label.
           move ws-net-sl-amount            to ws-nl-amount.
           move ws-net-sl-tax               to ws-nl-tax.
           write output-line from ws-net-line.
           move "NET CHANGE TO RETURNS"     to ws-nl-label.
           move ws-net-r-amount             to ws-nl-amount.
           move ws-net-r-tax                to ws-nl-tax.
           write output-line from ws-net-line.

           write output-line from spaces.
           move ws-total-debits             to ws-gb-debits.
           move ws-total-credits            to ws-gb-credits.
           write output-line from ws-gl-balance-line.
           if ws-adj-posted > 0 then
               write output-line from ws-journal-line
           else
               write output-line from ws-nothing-posted-line
           end-if.


       700-archive-output-files.
           move ws-business-date            to ws-archive-date.

           move "../../../../data/AdjustmentRegister.out"
               to ws-archive-read-path.
           string "../../../../data/AdjustmentRegister_"
                  delimited by size
                  ws-archive-date             delimited by size
                  ".out"                      delimited by size
                  into ws-archive-write-path
           end-string.
           perform 710-copy-archive-file.

      *    The rewritten journal replaces GLPostingExtract's dated
      *    copy, so the archive matches what accounting imports
           if ws-adj-posted > 0 then
               move "../../../../data/GLJournal.dat"
                   to ws-archive-read-path
               move spaces                  to ws-archive-write-path
               string "../../../../data/GLJournal_"
                      delimited by size
                      ws-archive-date         delimited by size
                      ".dat"                  delimited by size
                      into ws-archive-write-path
               end-string
               perform 710-copy-archive-file
           end-if.


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


       end program AuditAdjustmentPosting.
