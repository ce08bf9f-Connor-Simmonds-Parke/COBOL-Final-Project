      ******************************************************************
      * Author:    Connor Simmonds-Parke, Nicholas Sturch-flint
      * Date:      2021-12-22
      * Purpose:   Edit's error report only ever shows one day, so a
      *            store whose rejections creep up week on week, or
      *            an operator who keys the same mistake every shift,
      *            went unnoticed. Edit now appends every rejection
      *            (and each store/operator's record count for the
      *            run) to RejectionHistory.dat; this program reads
      *            that history over a date range and prints the
      *            rejection rates by store, by error reason and by
      *            operator, ranks the worst offenders, and flags any
      *            store whose rate has jumped against its own
      *            trailing average.
      * Note:      The range comes from RejectionTrendRange.ctl when
      *            there is one, otherwise REJECT-TREND-DAYS back
      *            from the business date. The trailing average is
      *            the REJECT-TRAILING-DAYS before the range starts.
      * Tectonics: cobc
      ******************************************************************
       identification division.

       program-id. RejectionTrend.
       author. Connor Simmonds-Parke, Nicholas Sturch-flint.
       date-written. 12-22-2021.
      *Description: Prints the Edit rejection trend report by store,
      *             error reason and operator over a date range.

       environment division.
       configuration section.

       input-output section.
       file-control.

      *    Rejection History - 'R' records are single rejections,
      *    'T' records are a store/operator's record and reject
      *    counts for one Edit run; read-only here
           select rejection-history-file
               assign to "../../../../data/RejectionHistory.dat"
               organization is line sequential
               file status is ws-rejhist-status.

      *    Store Master - supplies the store names on the store lines
           select store-file
               assign to "../../../../data/StoreMaster.dat"
               organization is line sequential
               file status is ws-store-status.

      *    Operator Master - supplies the names on the operator lines
           select operator-file
               assign to "../../../../data/OperatorMaster.dat"
               organization is line sequential
               file status is ws-operator-status.

      *    Optional report range - a from and to date; missing file
      *    (or nonsense in it) means the default trailing range
           select trend-range-file
               assign to "../../../../data/RejectionTrendRange.ctl"
               organization is line sequential
               file status is ws-range-status.

      *    Central Parameter Master - range length, trailing window,
      *    jump threshold, minimum volumes and ranking depth
           select parameter-master-file
               assign to "../../../../data/ParameterMaster.dat"
               organization is line sequential
               file status is ws-parameter-status.

      *    Output Files
           select output-file
               assign to "../../../../data/RejectionTrend.out"
               organization is line sequential.

      *    Business-Date Parameter - the day the business actually
      *    happened (Edit writes it from the batch header), anchoring
      *    the default range
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

       fd rejection-history-file
           data record is rejection-history-line
           record contains 150 characters.

       01 rejection-history-line.
           05 rh-record-type                pic x.
               88 rh-rejection              value 'R'.
               88 rh-store-operator-total   value 'T'.
           05 rh-business-date              pic 9(8).
           05 rh-store                      pic x(2).
           05 rh-operator                   pic x(4).
           05 rh-reason-code                pic 99.
           05 rh-first-reason               pic x.
           05 rh-record-count               pic 9(7).
           05 rh-reject-count               pic 9(7).
           05 rh-source                     pic x.
               88 rh-from-batch             value 'B'.
               88 rh-from-correction        value 'C'.
           05 rh-record-image               pic x(100).
           05 filler                        pic x(17).

       fd store-file
           data record is store-line
           record contains 38 characters.

       01 store-line.
           05 sm-store-num                  pic 99.
           05 sm-name                       pic x(20).
           05 sm-region                     pic x(12).
           05 sm-tax-rate                   pic 9v99.
           05 sm-active                     pic x.

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

       fd trend-range-file
           data record is trend-range-line
           record contains 16 characters.

       01 trend-range-line.
           05 rtr-from-date                 pic 9(8).
           05 rtr-to-date                   pic 9(8).

       fd parameter-master-file
           data record is parameter-master-line
           record contains 32 characters.

       01 parameter-master-line.
           05 prm-name                      pic x(20).
           05 prm-value                     pic x(12).

       fd business-date-file
           data record is business-date-line
           record contains 8 characters.

       01 business-date-line.
           05 bdl-business-date             pic 9(8).

       fd output-file
           data record is output-line
           record contains 110 characters.

       01 output-line                       pic x(110).

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
           05 filler                        pic x(25)
               value spaces.
           05 filler                        pic x(32)
               value "EDIT REJECTION TREND REPORT".
           05 filler                        pic x(11)
               value "BATCH DATE ".
           05 ws-header-busdate             pic 9(8).
           05 filler                        pic x(34)
               value spaces.

       01 ws-header2-range.
           05 filler                        pic x(7)
               value "RANGE: ".
           05 ws-hr-from                    pic 9(8).
           05 filler                        pic x(4)
               value " TO ".
           05 ws-hr-to                      pic 9(8).
           05 filler                        pic x(22)
               value "   TRAILING AVERAGE: ".
           05 ws-hr-trail-from              pic 9(8).
           05 filler                        pic x(4)
               value " TO ".
           05 ws-hr-trail-to                pic 9(8).
           05 filler                        pic x(41)
               value spaces.

       01 ws-header3-limits.
           05 filler                        pic x(33)
               value "JUMP FLAG: RATE OVER TRAILING BY ".
           05 ws-hl-jump-pct                pic zz9.
           05 filler                        pic x(26)
               value "%   MINIMUM RECORDS STORES".
           05 ws-hl-min-store               pic zzz,zz9.
           05 filler                        pic x(13)
               value "  OPERATORS ".
           05 ws-hl-min-oper                pic zzz,zz9.
           05 filler                        pic x(21)
               value spaces.

      *Store Section - the range rate against the trailing rate
       01 ws-store-section-header.
           05 filler                        pic x(40)
               value "REJECTION RATE BY STORE".
           05 filler                        pic x(70)
               value spaces.

       01 ws-store-col-headings.
           05 filler                        pic x(26)
               value "Store".
           05 filler                        pic x(10)
               value "Records".
           05 filler                        pic x(10)
               value "Rejected".
           05 filler                        pic x(10)
               value "Rate%".
           05 filler                        pic x(12)
               value "Trail Recs".
           05 filler                        pic x(9)
               value "Trail%".
           05 filler                        pic x(10)
               value "Change".
           05 filler                        pic x(23)
               value "Exception".

       01 ws-store-col-underlines.
           05 filler                        pic x(26)
               value "-----".
           05 filler                        pic x(10)
               value "-------".
           05 filler                        pic x(10)
               value "--------".
           05 filler                        pic x(10)
               value "-----".
           05 filler                        pic x(12)
               value "----------".
           05 filler                        pic x(9)
               value "------".
           05 filler                        pic x(10)
               value "------".
           05 filler                        pic x(23)
               value "---------".

       01 ws-store-detail-line.
           05 ws-sd-store-num               pic z9.
           05 filler                        pic x
               value space.
           05 ws-sd-store-name              pic x(20).
           05 filler                        pic x(3)
               value spaces.
           05 ws-sd-records                 pic zzz,zz9.
           05 filler                        pic x(3)
               value spaces.
           05 ws-sd-rejects                 pic zzz,zz9.
           05 filler                        pic x(3)
               value spaces.
           05 ws-sd-rate                    pic zz9.99.
           05 filler                        pic x(4)
               value spaces.
           05 ws-sd-trail-records           pic z,zzz,zz9.
           05 filler                        pic x(3)
               value spaces.
           05 ws-sd-trail-rate              pic zz9.99.
           05 filler                        pic x(3)
               value spaces.
           05 ws-sd-change                  pic -zz9.99.
           05 filler                        pic x(3)
               value spaces.
           05 ws-sd-message                 pic x(19).

      *Reason Section - every error reason seen, most frequent first
       01 ws-reason-section-header.
           05 filler                        pic x(40)
               value "REJECTIONS BY ERROR REASON".
           05 filler                        pic x(70)
               value spaces.

       01 ws-reason-col-headings.
           05 filler                        pic x(8)
               value "Rank".
           05 filler                        pic x(5)
               value "Code".
           05 filler                        pic x(53)
               value "Error Reason".
           05 filler                        pic x(10)
               value "Count".
           05 filler                        pic x(11)
               value "% of Recs".
           05 filler                        pic x(23)
               value "% of Rejections".

       01 ws-reason-col-underlines.
           05 filler                        pic x(8)
               value "----".
           05 filler                        pic x(5)
               value "----".
           05 filler                        pic x(53)
               value "------------".
           05 filler                        pic x(10)
               value "-----".
           05 filler                        pic x(11)
               value "---------".
           05 filler                        pic x(23)
               value "---------------".

       01 ws-reason-detail-line.
           05 filler                        pic x(2)
               value spaces.
           05 ws-rd-rank                    pic zz9.
           05 filler                        pic x(3)
               value spaces.
           05 ws-rd-code                    pic 99.
           05 filler                        pic x(3)
               value spaces.
           05 ws-rd-title                   pic x(51).
           05 filler                        pic x(2)
               value spaces.
           05 ws-rd-count                   pic zzz,zz9.
           05 filler                        pic x(4)
               value spaces.
           05 ws-rd-pct-records             pic zz9.99.
           05 filler                        pic x(5)
               value spaces.
           05 ws-rd-pct-reasons             pic zz9.99.
           05 filler                        pic x(16)
               value spaces.

      *Reasons Within Each Store
       01 ws-store-reason-section-header.
           05 filler                        pic x(40)
               value "ERROR REASONS WITHIN EACH STORE".
           05 filler                        pic x(70)
               value spaces.

       01 ws-store-reason-store-line.
           05 filler                        pic x(6)
               value "STORE ".
           05 ws-srs-store-num              pic z9.
           05 filler                        pic x
               value space.
           05 ws-srs-store-name             pic x(20).
           05 filler                        pic x(81)
               value spaces.

       01 ws-store-reason-detail-line.
           05 filler                        pic x(8)
               value spaces.
           05 ws-srd-code                   pic 99.
           05 filler                        pic x(3)
               value spaces.
           05 ws-srd-title                  pic x(51).
           05 filler                        pic x(2)
               value spaces.
           05 ws-srd-count                  pic zzz,zz9.
           05 filler                        pic x(4)
               value spaces.
           05 ws-srd-pct-records            pic zz9.99.
           05 filler                        pic x(27)
               value spaces.

      *Worst Offenders - stores and operators ranked by rate
       01 ws-worst-store-header.
           05 filler                        pic x(30)
               value "WORST STORES BY REJECTION RATE".
           05 filler                        pic x(23)
               value "   MINIMUM RECORDS ".
           05 ws-wsh-min                    pic zzz,zz9.
           05 filler                        pic x(50)
               value spaces.

       01 ws-worst-oper-header.
           05 filler                        pic x(33)
               value "WORST OPERATORS BY REJECTION RATE".
           05 filler                        pic x(20)
               value "   MINIMUM RECORDS ".
           05 ws-woh-min                    pic zzz,zz9.
           05 filler                        pic x(50)
               value spaces.

       01 ws-worst-col-headings.
           05 filler                        pic x(8)
               value "Rank".
           05 filler                        pic x(40)
               value "Store / Operator".
           05 filler                        pic x(10)
               value "Records".
           05 filler                        pic x(10)
               value "Rejected".
           05 filler                        pic x(42)
               value "Rate%".

       01 ws-worst-col-underlines.
           05 filler                        pic x(8)
               value "----".
           05 filler                        pic x(40)
               value "----------------".
           05 filler                        pic x(10)
               value "-------".
           05 filler                        pic x(10)
               value "--------".
           05 filler                        pic x(42)
               value "-----".

       01 ws-worst-detail-line.
           05 filler                        pic x(2)
               value spaces.
           05 ws-wd-rank                    pic zz9.
           05 filler                        pic x(3)
               value spaces.
           05 ws-wd-id                      pic x(4).
           05 filler                        pic x
               value space.
           05 ws-wd-name                    pic x(30).
           05 filler                        pic x(5)
               value spaces.
           05 ws-wd-records                 pic zzz,zz9.
           05 filler                        pic x(3)
               value spaces.
           05 ws-wd-rejects                 pic zzz,zz9.
           05 filler                        pic x(3)
               value spaces.
           05 ws-wd-rate                    pic zz9.99.
           05 filler                        pic x(36)
               value spaces.

       01 ws-none-ranked-line.
           05 filler                        pic x(50)
               value "Nothing with enough records to rank.".
           05 filler                        pic x(60)
               value spaces.

       01 ws-no-history-line.
           05 filler                        pic x(50)
               value "No rejection history inside the report range".
           05 filler                        pic x(60)
               value spaces.

      *Summary Lines
       01 ws-summary1-totals.
           05 filler                        pic x(25)
               value "Records Edited        : ".
           05 ws-sum-records                pic z,zzz,zz9.
           05 filler                        pic x(8)
               value spaces.
           05 filler                        pic x(25)
               value "Records Rejected      : ".
           05 ws-sum-rejects                pic z,zzz,zz9.
           05 filler                        pic x(8)
               value spaces.
           05 filler                        pic x(12)
               value "Rate%     : ".
           05 ws-sum-rate                   pic zz9.99.
           05 filler                        pic x(8)
               value spaces.

       01 ws-summary2-totals.
           05 filler                        pic x(25)
               value "Error Reasons Hit     : ".
           05 ws-sum-reasons                pic z,zzz,zz9.
           05 filler                        pic x(8)
               value spaces.
           05 filler                        pic x(25)
               value "Stores Jumped         : ".
           05 ws-sum-jumps                  pic z,zzz,zz9.
           05 filler                        pic x(34)
               value spaces.

      *Report Range and Trailing Window
       77 ws-range-status                   pic xx    value spaces.
       77 ws-range-from                     pic 9(8)  value 0.
       77 ws-range-to                       pic 9(8)  value 0.
       77 ws-trail-from                     pic 9(8)  value 0.
       77 ws-trail-to                       pic 9(8)  value 0.
       77 ws-range-from-int                 pic 9(8)  value 0.
       77 ws-range-to-int                   pic 9(8)  value 0.
       77 ws-trail-from-int                 pic 9(8)  value 0.
       77 ws-hist-int                       pic 9(8)  value 0.

      *Parameters, with their defaults
       77 ws-range-days                     pic 9(3)  value 28.
       77 ws-trailing-days                  pic 9(3)  value 91.
       77 ws-jump-pct                       pic 9(3)  value 50.
       77 ws-min-store-records              pic 9(7)  value 100.
       77 ws-min-oper-records               pic 9(7)  value 20.
       77 ws-top-n                          pic 9(3)  value 10.

      *Central Parameter Master lookup
       77 ws-parameter-status               pic xx    value spaces.
       77 ws-param-name                     pic x(20) value spaces.
       77 ws-param-found-flag               pic x     value 'n'.
       01 ws-param-value-area.
           05 ws-param-value                pic x(12).
           05 filler redefines ws-param-value.
               10 ws-param-days             pic 9(3).
               10 filler                    pic x(9).
           05 filler redefines ws-param-value.
               10 ws-param-count            pic 9(7).
               10 filler                    pic x(5).

      *Per-Store Counts, subscripted directly by store number; entry
      *100 holds rejections whose store number was not usable
       01 ws-store-table.
           05 ws-st-entry                   occurs 100 times.
               10 ws-st-records             pic 9(7).
               10 ws-st-rejects             pic 9(7).
               10 ws-st-trail-records       pic 9(7).
               10 ws-st-trail-rejects       pic 9(7).
               10 ws-st-rate                pic 9(3)v99.
               10 ws-st-trail-rate          pic 9(3)v99.
               10 ws-st-reason-hits         pic 9(7).
               10 ws-st-reason-count        pic 9(7)
                   occurs 36 times.
       77 ws-store-sub                      pic 999   value 0.

      *Per-Reason Counts, subscripted by reason code
       01 ws-reason-table.
           05 ws-rs-count                   pic 9(7)
               occurs 36 times.
       77 ws-reason-sub                     pic 99    value 0.
       77 ws-reason-title                   pic x(51) value spaces.

      *Per-Operator Counts and names, subscripted directly by
      *operator id; entry 10000 holds ids that were not numeric
       01 ws-operator-table.
           05 ws-op-entry                   occurs 10000 times.
               10 ws-op-name                pic x(30).
               10 ws-op-records             pic 9(7).
               10 ws-op-rejects             pic 9(7).
               10 ws-op-rate                pic 9(3)v99.
       77 ws-operator-status                pic xx    value spaces.
       77 ws-op-sub                         pic 9(5)  value 0.

      *Ranking - subscripts sorted by count or rate, highest first
       01 ws-rank-table.
           05 ws-rk-sub                     pic 9(5)
               occurs 10000 times.
       77 ws-rank-count                     pic 9(5)  value 0.
       77 ws-rank-i                         pic 9(5)  value 0.
       77 ws-rank-j                         pic 9(5)  value 0.
       77 ws-rank-high                      pic 9(5)  value 0.
       77 ws-rank-temp                      pic 9(5)  value 0.
       77 ws-rank-print                     pic 9(5)  value 0.

      *Chain Totals and Work Fields
       77 ws-tot-records                    pic 9(9)  value 0.
       77 ws-tot-rejects                    pic 9(9)  value 0.
       77 ws-tot-reason-hits                pic 9(9)  value 0.
       77 ws-in-range-count                 pic 9(9)  value 0.
       77 ws-jump-count                     pic 9(5)  value 0.
       77 ws-rate-work                      pic 9(3)v99 value 0.
       77 ws-jump-limit                     pic 9(5)v99 value 0.
       77 ws-change-work                    pic s9(3)v99 value 0.

      *Store Master Table, subscripted directly by store number;
      *defaults filled in at startup cover a missing master file
       01 ws-store-master-table.
           05 ws-sm-entry                   occurs 100 times.
               10 ws-sm-name                pic x(20).
       77 ws-store-status                   pic xx    value spaces.
       77 ws-sm-sub                         pic 999   value 0.
       77 ws-num-stores                     pic 99    value 12.

      *Store and operator keys off the history record
       01 ws-hist-store-area.
           05 ws-hist-store-x               pic xx.
           05 ws-hist-store redefines ws-hist-store-x
                                            pic 99.
       01 ws-hist-operator-area.
           05 ws-hist-operator-x            pic x(4).
           05 ws-hist-operator redefines ws-hist-operator-x
                                            pic 9(4).

      *General Constants
       77 ws-rejhist-status                 pic xx    value spaces.
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
           perform 100-load-parameters.
           perform 105-set-report-range.
           perform 110-load-store-master.
           perform 115-load-operator-master.

           perform 200-tally-history.
           perform 300-compute-rates.

           open output output-file.
           perform 400-print-report.
           close output-file.

      *    Keep a date-stamped copy of today's output so a later run
      *    doesn't erase the only record of it
           perform 700-archive-output-files.

      *    End of 000-main (end of RejectionTrend program)
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


      *    Each parameter is optional on the parameter master; a
      *    missing or zero value leaves the default standing
       100-load-parameters.
           move "REJECT-TREND-DAYS"         to ws-param-name.
           perform 128-find-parameter.
           if ws-param-found-flag = 'y'
                   and ws-param-days is numeric
                   and ws-param-days > 0
               move ws-param-days           to ws-range-days
           end-if.

           move "REJECT-TRAILING-DAYS"      to ws-param-name.
           perform 128-find-parameter.
           if ws-param-found-flag = 'y'
                   and ws-param-days is numeric
                   and ws-param-days > 0
               move ws-param-days           to ws-trailing-days
           end-if.

           move "REJECT-JUMP-PCT"           to ws-param-name.
           perform 128-find-parameter.
           if ws-param-found-flag = 'y'
                   and ws-param-days is numeric
                   and ws-param-days > 0
               move ws-param-days           to ws-jump-pct
           end-if.

           move "REJECT-MIN-RECORDS"        to ws-param-name.
           perform 128-find-parameter.
           if ws-param-found-flag = 'y'
                   and ws-param-count is numeric
               move ws-param-count          to ws-min-store-records
           end-if.

           move "REJECT-MIN-OPER-RECORDS"   to ws-param-name.
           perform 128-find-parameter.
           if ws-param-found-flag = 'y'
                   and ws-param-count is numeric
               move ws-param-count          to ws-min-oper-records
           end-if.

           move "REJECT-TOP-N"              to ws-param-name.
           perform 128-find-parameter.
           if ws-param-found-flag = 'y'
                   and ws-param-days is numeric
                   and ws-param-days > 0
               move ws-param-days           to ws-top-n
           end-if.


      *    The range control file when there is a sensible one;
      *    otherwise the range length counted back from the business
      *    date. The trailing window always ends the day before the
      *    range starts.
       105-set-report-range.
           open input trend-range-file.
           if ws-range-status = "00" then
               read trend-range-file
                   at end
                       continue
                   not at end
                       if rtr-from-date is numeric
                               and rtr-to-date is numeric
                               and rtr-from-date > 19000101
                               and rtr-to-date >= rtr-from-date
                           move rtr-from-date to ws-range-from
                           move rtr-to-date   to ws-range-to
                       end-if
               end-read
               close trend-range-file
           end-if.

           if ws-range-to = 0 then
               move ws-business-date        to ws-range-to
               compute ws-range-from =
                   function date-of-integer(
                       function integer-of-date(ws-business-date)
                           - ws-range-days + 1)
           end-if.

           compute ws-range-from-int =
               function integer-of-date(ws-range-from).
           compute ws-range-to-int =
               function integer-of-date(ws-range-to).
           compute ws-trail-from-int =
               ws-range-from-int - ws-trailing-days.
           compute ws-trail-from =
               function date-of-integer(ws-trail-from-int).
           compute ws-trail-to =
               function date-of-integer(ws-range-from-int - 1).


       110-load-store-master.
           perform varying ws-sm-sub from 1 by 1
               until ws-sm-sub > 99
               move spaces                  to ws-sm-name(ws-sm-sub)
               string "STORE " ws-sm-sub delimited by size
                   into ws-sm-name(ws-sm-sub)
               end-string
           end-perform.
           move "STORE NOT NUMERIC"         to ws-sm-name(100).

           open input store-file.
           if ws-store-status = "00" then
               perform until ws-store-status not = "00"
                   read store-file
                       at end
                           move "10"        to ws-store-status
                       not at end
                           if sm-store-num > 0 then
                               move sm-name
                                   to ws-sm-name(sm-store-num)
                               if sm-store-num > ws-num-stores then
                                   move sm-store-num to ws-num-stores
                               end-if
                           end-if
                   end-read
               end-perform
               close store-file
           end-if.


       115-load-operator-master.
           perform varying ws-op-sub from 1 by 1
               until ws-op-sub > 10000
               move "NOT ON OPERATOR MASTER" to ws-op-name(ws-op-sub)
               move 0                   to ws-op-records(ws-op-sub)
               move 0                   to ws-op-rejects(ws-op-sub)
               move 0                   to ws-op-rate(ws-op-sub)
           end-perform.
           move "OPERATOR ID NOT NUMERIC"   to ws-op-name(10000).

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
                               move opm-name
                                   to ws-op-name(ws-op-sub)
                           end-if
                   end-read
               end-perform
               close operator-file
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


      *    One pass over the history. Inside the range, 'T' records
      *    give each store's and operator's record and reject counts
      *    and 'R' records give the reason counts; inside the
      *    trailing window only the stores' 'T' totals are wanted.
       200-tally-history.
           perform varying ws-store-sub from 1 by 1
               until ws-store-sub > 100
               move 0                   to ws-st-records(ws-store-sub)
               move 0                   to ws-st-rejects(ws-store-sub)
               move 0                   to
                   ws-st-trail-records(ws-store-sub)
               move 0                   to
                   ws-st-trail-rejects(ws-store-sub)
               move 0                   to ws-st-rate(ws-store-sub)
               move 0                   to
                   ws-st-trail-rate(ws-store-sub)
               move 0                   to
                   ws-st-reason-hits(ws-store-sub)
               perform varying ws-reason-sub from 1 by 1
                   until ws-reason-sub > 36
                   move 0               to
                       ws-st-reason-count(ws-store-sub, ws-reason-sub)
               end-perform
           end-perform.
           perform varying ws-reason-sub from 1 by 1
               until ws-reason-sub > 36
               move 0                   to ws-rs-count(ws-reason-sub)
           end-perform.

           open input rejection-history-file.
           if ws-rejhist-status = "00" then
               perform until ws-eof-flag = 'y'
                   read rejection-history-file
                       at end
                           move 'y'         to ws-eof-flag
                       not at end
                           perform 210-tally-one-record
                   end-read
               end-perform
               close rejection-history-file
           end-if.


       210-tally-one-record.
           if rh-business-date is not numeric
                   or rh-business-date < 19000101 then
               exit paragraph
           end-if.
           compute ws-hist-int =
               function integer-of-date(rh-business-date).
           if ws-hist-int < ws-trail-from-int
                   or ws-hist-int > ws-range-to-int then
               exit paragraph
           end-if.

           move rh-store                    to ws-hist-store-x.
           if ws-hist-store-x is numeric
                   and ws-hist-store > 0 then
               move ws-hist-store           to ws-store-sub
           else
               move 100                     to ws-store-sub
           end-if.

      *    Trailing window - stores' totals only
           if ws-hist-int < ws-range-from-int then
               if rh-store-operator-total
                       and rh-record-count is numeric
                       and rh-reject-count is numeric then
                   add rh-record-count
                       to ws-st-trail-records(ws-store-sub)
                   add rh-reject-count
                       to ws-st-trail-rejects(ws-store-sub)
               end-if
               exit paragraph
           end-if.

           add 1                            to ws-in-range-count.

           if rh-store-operator-total then
               if rh-record-count is not numeric
                       or rh-reject-count is not numeric then
                   exit paragraph
               end-if
               add rh-record-count      to ws-st-records(ws-store-sub)
               add rh-reject-count      to ws-st-rejects(ws-store-sub)
               add rh-record-count          to ws-tot-records
               add rh-reject-count          to ws-tot-rejects
               move rh-operator             to ws-hist-operator-x
               if ws-hist-operator-x is numeric
                       and ws-hist-operator > 0 then
                   move ws-hist-operator    to ws-op-sub
               else
                   move 10000               to ws-op-sub
               end-if
               add rh-record-count      to ws-op-records(ws-op-sub)
               add rh-reject-count      to ws-op-rejects(ws-op-sub)
           else if rh-rejection then
               if rh-reason-code is not numeric
                       or rh-reason-code < 1
                       or rh-reason-code > 36 then
                   exit paragraph
               end-if
               add 1                    to ws-rs-count(rh-reason-code)
               add 1
                   to ws-st-reason-count(ws-store-sub, rh-reason-code)
               add 1
                   to ws-st-reason-hits(ws-store-sub)
               add 1                        to ws-tot-reason-hits
           end-if.


      *    Rates are rejected records per hundred records edited
       300-compute-rates.
           perform varying ws-store-sub from 1 by 1
               until ws-store-sub > 100
               if ws-st-records(ws-store-sub) > 0
                   compute ws-st-rate(ws-store-sub) rounded =
                       (ws-st-rejects(ws-store-sub) * 100)
                           / ws-st-records(ws-store-sub)
                       on size error
                           move 999.99      to ws-st-rate(ws-store-sub)
                   end-compute
               end-if
               if ws-st-trail-records(ws-store-sub) > 0
                   compute ws-st-trail-rate(ws-store-sub) rounded =
                       (ws-st-trail-rejects(ws-store-sub) * 100)
                           / ws-st-trail-records(ws-store-sub)
                       on size error
                           move 999.99
                               to ws-st-trail-rate(ws-store-sub)
                   end-compute
               end-if
           end-perform.

           perform varying ws-op-sub from 1 by 1
               until ws-op-sub > 10000
               if ws-op-records(ws-op-sub) > 0
                   compute ws-op-rate(ws-op-sub) rounded =
                       (ws-op-rejects(ws-op-sub) * 100)
                           / ws-op-records(ws-op-sub)
                       on size error
                           move 999.99      to ws-op-rate(ws-op-sub)
                   end-compute
               end-if
           end-perform.


       400-print-report.
           move ws-business-date            to ws-header-busdate.
           write output-line from ws-header1-main
               after advancing 1 line.
           move ws-range-from               to ws-hr-from.
           move ws-range-to                 to ws-hr-to.
           move ws-trail-from               to ws-hr-trail-from.
           move ws-trail-to                 to ws-hr-trail-to.
           write output-line from ws-header2-range
               after advancing 1 line.
           move ws-jump-pct                 to ws-hl-jump-pct.
           move ws-min-store-records        to ws-hl-min-store.
           move ws-min-oper-records         to ws-hl-min-oper.
           write output-line from ws-header3-limits
               after advancing 1 line.

           if ws-in-range-count = 0 then
               write output-line from ws-no-history-line
                   after advancing 2 lines
               exit paragraph
           end-if.

           perform 410-print-store-section.
           perform 420-print-reason-section.
           perform 430-print-store-reason-section.
           perform 440-print-worst-stores.
           perform 450-print-worst-operators.

           move ws-tot-records              to ws-sum-records.
           move ws-tot-rejects              to ws-sum-rejects.
           move 0                           to ws-rate-work.
           if ws-tot-records > 0 then
               compute ws-rate-work rounded =
                   (ws-tot-rejects * 100) / ws-tot-records
                   on size error
                       move 999.99          to ws-rate-work
               end-compute
           end-if.
           move ws-rate-work                to ws-sum-rate.
           write output-line from ws-summary1-totals
               after advancing 2 lines.
           move ws-tot-reason-hits          to ws-sum-reasons.
           move ws-jump-count               to ws-sum-jumps.
           write output-line from ws-summary2-totals
               after advancing 1 line.


       410-print-store-section.
           write output-line from ws-store-section-header
               after advancing 2 lines.
           write output-line from ws-store-col-headings
               after advancing 1 line.
           write output-line from ws-store-col-underlines
               after advancing 1 line.

           perform 415-print-store-line
               varying ws-store-sub from 1 by 1
               until ws-store-sub > ws-num-stores.
           move 100                         to ws-store-sub.
           perform 415-print-store-line.


      *    A store is flagged when its range rate is over its trailing
      *    rate by more than the jump percentage, provided both
      *    periods saw enough records for the rates to mean anything
       415-print-store-line.
           if ws-st-records(ws-store-sub) = 0
                   and ws-st-reason-hits(ws-store-sub) = 0 then
               exit paragraph
           end-if.
           move spaces                      to ws-sd-message.
           if ws-store-sub = 100 then
               move 0                       to ws-sd-store-num
           else
               move ws-store-sub            to ws-sd-store-num
           end-if.
           move ws-sm-name(ws-store-sub)    to ws-sd-store-name.
           move ws-st-records(ws-store-sub) to ws-sd-records.
           move ws-st-rejects(ws-store-sub) to ws-sd-rejects.
           move ws-st-rate(ws-store-sub)    to ws-sd-rate.
           move ws-st-trail-records(ws-store-sub)
               to ws-sd-trail-records.
           move ws-st-trail-rate(ws-store-sub)
               to ws-sd-trail-rate.
           compute ws-change-work =
               ws-st-rate(ws-store-sub)
                   - ws-st-trail-rate(ws-store-sub).
           move ws-change-work              to ws-sd-change.

           compute ws-jump-limit rounded =
               ws-st-trail-rate(ws-store-sub)
                   * (100 + ws-jump-pct) / 100.
           if ws-store-sub < 100
                   and ws-st-records(ws-store-sub)
                       >= ws-min-store-records
                   and ws-st-trail-records(ws-store-sub)
                       >= ws-min-store-records
                   and ws-st-rate(ws-store-sub) > ws-jump-limit then
               add 1                        to ws-jump-count
               move "*** RATE JUMP ***"     to ws-sd-message
           end-if.

           write output-line from ws-store-detail-line
               after advancing 1 line.


      *    Reasons ranked by how often they were hit
       420-print-reason-section.
           write output-line from ws-reason-section-header
               after advancing 2 lines.
           write output-line from ws-reason-col-headings
               after advancing 1 line.
           write output-line from ws-reason-col-underlines
               after advancing 1 line.

           move 0                           to ws-rank-count.
           perform varying ws-reason-sub from 1 by 1
               until ws-reason-sub > 36
               if ws-rs-count(ws-reason-sub) > 0
                   add 1                    to ws-rank-count
                   move ws-reason-sub       to ws-rk-sub(ws-rank-count)
               end-if
           end-perform.

           perform varying ws-rank-i from 1 by 1
               until ws-rank-i > ws-rank-count
               move ws-rank-i               to ws-rank-high
               perform varying ws-rank-j from ws-rank-i by 1
                   until ws-rank-j > ws-rank-count
                   if ws-rs-count(ws-rk-sub(ws-rank-j)) >
                           ws-rs-count(ws-rk-sub(ws-rank-high))
                       move ws-rank-j       to ws-rank-high
                   end-if
               end-perform
               if ws-rank-high not = ws-rank-i
                   move ws-rk-sub(ws-rank-i)    to ws-rank-temp
                   move ws-rk-sub(ws-rank-high)
                       to ws-rk-sub(ws-rank-i)
                   move ws-rank-temp
                       to ws-rk-sub(ws-rank-high)
               end-if
           end-perform.

           perform 425-print-reason-line
               varying ws-rank-i from 1 by 1
               until ws-rank-i > ws-rank-count.


       425-print-reason-line.
           move ws-rk-sub(ws-rank-i)        to ws-reason-sub.
           move ws-rank-i                   to ws-rd-rank.
           move ws-reason-sub               to ws-rd-code.
           perform 690-describe-reason.
           move ws-reason-title             to ws-rd-title.
           move ws-rs-count(ws-reason-sub)  to ws-rd-count.
           move 0                           to ws-rate-work.
           if ws-tot-records > 0 then
               compute ws-rate-work rounded =
                   (ws-rs-count(ws-reason-sub) * 100)
                       / ws-tot-records
                   on size error
                       move 999.99          to ws-rate-work
               end-compute
           end-if.
           move ws-rate-work                to ws-rd-pct-records.
           move 0                           to ws-rate-work.
           if ws-tot-reason-hits > 0 then
               compute ws-rate-work rounded =
                   (ws-rs-count(ws-reason-sub) * 100)
                       / ws-tot-reason-hits
           end-if.
           move ws-rate-work                to ws-rd-pct-reasons.
           write output-line from ws-reason-detail-line
               after advancing 1 line.


      *    Each store with rejections, and the reasons it was hit for
      *    as a rate of that store's own records
       430-print-store-reason-section.
           write output-line from ws-store-reason-section-header
               after advancing 2 lines.

           perform 435-print-one-store-reasons
               varying ws-store-sub from 1 by 1
               until ws-store-sub > ws-num-stores.
           move 100                         to ws-store-sub.
           perform 435-print-one-store-reasons.


       435-print-one-store-reasons.
           if ws-st-reason-hits(ws-store-sub) = 0 then
               exit paragraph
           end-if.
           if ws-store-sub = 100 then
               move 0                       to ws-srs-store-num
           else
               move ws-store-sub            to ws-srs-store-num
           end-if.
           move ws-sm-name(ws-store-sub)    to ws-srs-store-name.
           write output-line from ws-store-reason-store-line
               after advancing 2 lines.

           perform varying ws-reason-sub from 1 by 1
               until ws-reason-sub > 36
               if ws-st-reason-count(ws-store-sub, ws-reason-sub) > 0
                   move ws-reason-sub       to ws-srd-code
                   perform 690-describe-reason
                   move ws-reason-title     to ws-srd-title
                   move ws-st-reason-count(ws-store-sub,
                       ws-reason-sub)       to ws-srd-count
                   move 0                   to ws-rate-work
                   if ws-st-records(ws-store-sub) > 0
                       compute ws-rate-work rounded =
                           (ws-st-reason-count(ws-store-sub,
                               ws-reason-sub) * 100)
                               / ws-st-records(ws-store-sub)
                           on size error
                               move 999.99  to ws-rate-work
                       end-compute
                   end-if
                   move ws-rate-work        to ws-srd-pct-records
                   write output-line from ws-store-reason-detail-line
                       after advancing 1 line
               end-if
           end-perform.


      *    Stores with enough records, highest rate first, top N
       440-print-worst-stores.
           move ws-min-store-records        to ws-wsh-min.
           write output-line from ws-worst-store-header
               after advancing 2 lines.
           write output-line from ws-worst-col-headings
               after advancing 1 line.
           write output-line from ws-worst-col-underlines
               after advancing 1 line.

           move 0                           to ws-rank-count.
           perform varying ws-store-sub from 1 by 1
               until ws-store-sub > 99
               if ws-st-records(ws-store-sub) > 0
                       and ws-st-records(ws-store-sub)
                           >= ws-min-store-records
                   add 1                    to ws-rank-count
                   move ws-store-sub        to ws-rk-sub(ws-rank-count)
               end-if
           end-perform.

           perform varying ws-rank-i from 1 by 1
               until ws-rank-i > ws-rank-count
                   or ws-rank-i > ws-top-n
               move ws-rank-i               to ws-rank-high
               perform varying ws-rank-j from ws-rank-i by 1
                   until ws-rank-j > ws-rank-count
                   if ws-st-rate(ws-rk-sub(ws-rank-j)) >
                           ws-st-rate(ws-rk-sub(ws-rank-high))
                       move ws-rank-j       to ws-rank-high
                   end-if
               end-perform
               if ws-rank-high not = ws-rank-i
                   move ws-rk-sub(ws-rank-i)    to ws-rank-temp
                   move ws-rk-sub(ws-rank-high)
                       to ws-rk-sub(ws-rank-i)
                   move ws-rank-temp
                       to ws-rk-sub(ws-rank-high)
               end-if
           end-perform.

           if ws-rank-count = 0 then
               write output-line from ws-none-ranked-line
                   after advancing 1 line
               exit paragraph
           end-if.

           move ws-rank-count               to ws-rank-print.
           if ws-rank-print > ws-top-n then
               move ws-top-n                to ws-rank-print
           end-if.
           perform 445-print-worst-store-line
               varying ws-rank-i from 1 by 1
               until ws-rank-i > ws-rank-print.


       445-print-worst-store-line.
           move ws-rk-sub(ws-rank-i)        to ws-store-sub.
           move ws-rank-i                   to ws-wd-rank.
           move spaces                      to ws-wd-id.
           move ws-store-sub(2:2)           to ws-wd-id.
           move ws-sm-name(ws-store-sub)    to ws-wd-name.
           move ws-st-records(ws-store-sub) to ws-wd-records.
           move ws-st-rejects(ws-store-sub) to ws-wd-rejects.
           move ws-st-rate(ws-store-sub)    to ws-wd-rate.
           write output-line from ws-worst-detail-line
               after advancing 1 line.


      *    Operators with enough records, highest rate first, top N;
      *    the selection stops after N places since only those print
       450-print-worst-operators.
           move ws-min-oper-records         to ws-woh-min.
           write output-line from ws-worst-oper-header
               after advancing 2 lines.
           write output-line from ws-worst-col-headings
               after advancing 1 line.
           write output-line from ws-worst-col-underlines
               after advancing 1 line.

           move 0                           to ws-rank-count.
           perform varying ws-op-sub from 1 by 1
               until ws-op-sub > 10000
               if ws-op-records(ws-op-sub) > 0
                       and ws-op-records(ws-op-sub)
                           >= ws-min-oper-records
                   add 1                    to ws-rank-count
                   move ws-op-sub           to ws-rk-sub(ws-rank-count)
               end-if
           end-perform.

           perform varying ws-rank-i from 1 by 1
               until ws-rank-i > ws-rank-count
                   or ws-rank-i > ws-top-n
               move ws-rank-i               to ws-rank-high
               perform varying ws-rank-j from ws-rank-i by 1
                   until ws-rank-j > ws-rank-count
                   if ws-op-rate(ws-rk-sub(ws-rank-j)) >
                           ws-op-rate(ws-rk-sub(ws-rank-high))
                       move ws-rank-j       to ws-rank-high
                   end-if
               end-perform
               if ws-rank-high not = ws-rank-i
                   move ws-rk-sub(ws-rank-i)    to ws-rank-temp
                   move ws-rk-sub(ws-rank-high)
                       to ws-rk-sub(ws-rank-i)
                   move ws-rank-temp
                       to ws-rk-sub(ws-rank-high)
               end-if
           end-perform.

           if ws-rank-count = 0 then
               write output-line from ws-none-ranked-line
                   after advancing 1 line
               exit paragraph
           end-if.

           move ws-rank-count               to ws-rank-print.
           if ws-rank-print > ws-top-n then
               move ws-top-n                to ws-rank-print
           end-if.
           perform 455-print-worst-operator-line
               varying ws-rank-i from 1 by 1
               until ws-rank-i > ws-rank-print.


       455-print-worst-operator-line.
           move ws-rk-sub(ws-rank-i)        to ws-op-sub.
           move ws-rank-i                   to ws-wd-rank.
           if ws-op-sub = 10000 then
               move "????"                  to ws-wd-id
           else
               move ws-op-sub(2:4)          to ws-wd-id
           end-if.
           move ws-op-name(ws-op-sub)       to ws-wd-name.
           move ws-op-records(ws-op-sub)    to ws-wd-records.
           move ws-op-rejects(ws-op-sub)    to ws-wd-rejects.
           move ws-op-rate(ws-op-sub)       to ws-wd-rate.
           write output-line from ws-worst-detail-line
               after advancing 1 line.


      *    Reason codes are Edit's error numbers
       690-describe-reason.
           if ws-reason-sub = 1 then
               move "Transaction Code"      to ws-reason-title
           else if ws-reason-sub = 2 then
               move "Transaction Amount"    to ws-reason-title
           else if ws-reason-sub = 3 then
               move "Payment Type"          to ws-reason-title
           else if ws-reason-sub = 4 then
               move "Store Number"          to ws-reason-title
           else if ws-reason-sub = 5 then
               move "Invoice Format XX-000000" to ws-reason-title
           else if ws-reason-sub = 6 then
               move "Invoice Letters XX"    to ws-reason-title
           else if ws-reason-sub = 7 then
               move "Invoice Duplicate Letters" to ws-reason-title
           else if ws-reason-sub = 8 then
               move "Invoice Number Range"  to ws-reason-title
           else if ws-reason-sub = 9 then
               move "Invoice Dash"          to ws-reason-title
           else if ws-reason-sub = 10 then
               move "SKU Empty"             to ws-reason-title
           else if ws-reason-sub = 11 then
               move "Transaction Amount Zero" to ws-reason-title
           else if ws-reason-sub = 12 then
               move "Duplicate Invoice Number This Run"
                   to ws-reason-title
           else if ws-reason-sub = 13 then
               move "SKU Not Found In Product Master"
                   to ws-reason-title
           else if ws-reason-sub = 14 then
               move "Transaction Date Not Numeric"
                   to ws-reason-title
           else if ws-reason-sub = 15 then
               move "Transaction Time Not Numeric"
                   to ws-reason-title
           else if ws-reason-sub = 16 then
               move "Transaction Date Does Not Match Batch Date"
                   to ws-reason-title
           else if ws-reason-sub = 17 then
               move "Store Number Not On Store Master Or Inactive"
                   to ws-reason-title
           else if ws-reason-sub = 18 then
               move "Tender Sequence Not Numeric"
                   to ws-reason-title
           else if ws-reason-sub = 19 then
               move "Split Tender Total Missing Or Below Amount"
                   to ws-reason-title
           else if ws-reason-sub = 20 then
               move "Operator/Register ID Not Numeric"
                   to ws-reason-title
           else if ws-reason-sub = 21 then
               move "Tax Exempt Flag Invalid" to ws-reason-title
           else if ws-reason-sub = 22 then
               move "Tax Exempt Without Certificate"
                   to ws-reason-title
           else if ws-reason-sub = 23 then
               move "Post-Void With No Matching Sale"
                   to ws-reason-title
           else if ws-reason-sub = 24 then
               move "Post-Void Store Or Amount Not The Sale's"
                   to ws-reason-title
           else if ws-reason-sub = 25 then
               move "Post-Void Of A Sale Already Voided"
                   to ws-reason-title
           else if ws-reason-sub = 26 then
               move "House Account Not On Customer Master"
                   to ws-reason-title
           else if ws-reason-sub = 27 then
               move "House Account Closed"  to ws-reason-title
           else if ws-reason-sub = 28 then
               move "House Account Charge Over Credit Limit"
                   to ws-reason-title
           else if ws-reason-sub = 29 then
               move "Loyalty Number Not On Member Master"
                   to ws-reason-title
           else if ws-reason-sub = 30 then
               move "Loyalty Member Not Active" to ws-reason-title
           else if ws-reason-sub = 31 then
               move "Points Redemption Without A Loyalty Number"
                   to ws-reason-title
           else if ws-reason-sub = 32 then
               move "Not Enough Points For The Redemption"
                   to ws-reason-title
           else if ws-reason-sub = 33 then
               move "Operator Not On Operator Master Or Inactive"
                   to ws-reason-title
           else if ws-reason-sub = 34 then
               move "Paid-Out Not In Cash"  to ws-reason-title
           else if ws-reason-sub = 35 then
               move
                   "Paid-Out Reason Not On The Reason Table Or Inactive"
                   to ws-reason-title
           else if ws-reason-sub = 36 then
               move
                   "Paid-Out Over Its Reason's Per-Transaction Limit"
                   to ws-reason-title
           else
               move "Unknown Reason"        to ws-reason-title
           end-if.


       700-archive-output-files.
           move ws-business-date            to ws-archive-date.

           move "../../../../data/RejectionTrend.out"
               to ws-archive-read-path.
           string "../../../../data/RejectionTrend_"
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


       end program RejectionTrend.
