               organization is line sequential
               file status is ws-store-status.

      *    Trading Calendar - each store's opening and closing times
      *    by weekday, holiday closures and special-hours days (store
      *    00 the chain default); a store the calendar has closed for
      *    an hour is left out of that hour's per-store average, and
      *    without the calendar every store counts every hour
           select trading-calendar-file
               assign to "../../../../data/TradingCalendar.dat"
               organization is line sequential
               file status is ws-calendar-status.

      *    Output Files
           select output-file
               assign to "../../../../data/HourlySalesCurve.out"
      *Input Records
       fd input-file
           data record is input-line
           record contains 100 characters.

       01 input-line.
           05 il-code                       pic x.
           05 il-exempt-flag                pic x.
               88 il-tax-exempt             value 'Y'.
           05 il-exempt-cert                pic x(10).
           05 il-account-num                pic x(8).
           05 filler                        pic x(19).

       fd store-file
           data record is store-line
           05 sm-tax-rate                   pic 9v99.
           05 sm-active                     pic x.

      *Trading Calendar Records - 'W' weekly hours for a day of the
      *week (1 Monday to 7 Sunday), 'H' a holiday closure on a date,
      *'S' special opening hours on a date
       fd trading-calendar-file
           data record is trading-calendar-line
           record contains 40 characters.

       01 trading-calendar-line.
           05 tc-entry-type                 pic x.
           05 tc-store-num                  pic 99.
           05 tc-day-of-week                pic 9.
           05 tc-date                       pic 9(8).
           05 tc-open-time                  pic 9(4).
           05 tc-close-time                 pic 9(4).
           05 tc-description                pic x(20).

       fd business-date-file
           data record is business-date-line
           record contains 8 characters.

       fd output-file
           data record is output-line
           record contains 178 characters.

       01 output-line                       pic x(178).

       fd archive-read-file
           data record is archive-read-line
           05 filler                        pic x(11)
               value "BATCH DATE ".
           05 ws-header-busdate             pic 9(8).
           05 filler                        pic x(78)
               value spaces.

      *Store Name Columns - one column per store across the page (the
               10 filler                    pic x.
           05 filler                        pic x(12)
               value "       CHAIN".
           05 filler                        pic x(6)
               value "  OPEN".
           05 filler                        pic x(12)
               value "    AVG/OPEN".
           05 filler                        pic x(8)
               value spaces.

               10 filler                    pic x.
           05 filler                        pic x(12)
               value "   ---------".
           05 filler                        pic x(6)
               value "  ----".
           05 filler                        pic x(12)
               value "  ----------".
           05 filler                        pic x(8)
               value spaces.

      *Detail Line - one row per hour of the day; a store the trading
      *calendar had closed that hour shows CLOSED rather than a zero,
      *and the chain amount is averaged over the stores open
       01 ws-detail-line.
           05 ws-dl-hour-label.
               10 ws-dl-hour                pic 99.
                   value ":00   ".
           05 ws-dl-col                     occurs 12 times.
               10 ws-dl-amt                 pic zzz,zz9.99.
               10 ws-dl-closed redefines ws-dl-amt
                                            pic x(10).
               10 filler                    pic x.
           05 ws-dl-chain                   pic z,zzz,zz9.99.
           05 filler                        pic x(3)
               value spaces.
           05 ws-dl-open-count              pic zz9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-avg                     pic zzz,zz9.99.
           05 filler                        pic x(8)
               value spaces.

               value "TOTAL".
           05 ws-tl-col                     occurs 12 times.
               10 ws-tl-amt                 pic zzz,zz9.99.
               10 ws-tl-closed redefines ws-tl-amt
                                            pic x(10).
               10 filler                    pic x.
           05 ws-tl-chain                   pic z,zzz,zz9.99.
           05 filler                        pic x(3)
               value spaces.
           05 ws-tl-open-count              pic zz9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-tl-avg                     pic zzz,zz9.99.
           05 filler                        pic x(8)
               value spaces.

       01 ws-no-records-line.
           05 filler                        pic x(38)
               value "No S&L records for this batch.".
           05 filler                        pic x(140)
               value spaces.

      *Hour-By-Store Buckets, hour subscript 1-24 for hours 00-23,
       01 ws-store-master-table.
           05 ws-sm-entry                   occurs 99 times.
               10 ws-sm-name                pic x(20).
               10 ws-sm-trading             pic x.
       77 ws-store-status                   pic xx    value spaces.
       77 ws-sm-sub                         pic 999   value 0.
       77 ws-num-stores                     pic 99    value 12.
       77 ws-print-stores                   pic 99    value 12.

      *Trading Calendar Table - the whole calendar, loaded once at
      *startup and resolved into each store's hours for the business
      *date
       01 ws-calendar-table.
           05 ws-cal-entry                  occurs 3000 times.
               10 ws-cal-type               pic x.
               10 ws-cal-store              pic 99.
               10 ws-cal-dow                pic 9.
               10 ws-cal-date               pic 9(8).
               10 ws-cal-open               pic 9(4).
               10 ws-cal-close              pic 9(4).
       77 ws-calendar-count                 pic 9(4)  value 0.
       77 ws-calendar-status                pic xx    value spaces.
       77 ws-cal-sub                        pic 9(4)  value 0.
       77 ws-cal-dow-today                  pic 9     value 0.
       77 ws-cal-entry-rank                 pic 9     value 0.

      *Each Store's Hours on the business date - the rank of the
      *calendar entry they came from (6 the store's own holiday down
      *to 1 the chain's weekly hours, 0 no entry so open all day)
       01 ws-store-hours-table.
           05 ws-sh-entry                   occurs 99 times.
               10 ws-sh-rank                pic 9.
               10 ws-sh-open                pic 9(4).
               10 ws-sh-close               pic 9(4).
       77 ws-hour-start                     pic 9(4)  value 0.
       77 ws-hour-end                       pic 9(4)  value 0.
       77 ws-store-open-flag                pic x     value 'n'.
       77 ws-open-count                     pic 999   value 0.
       77 ws-day-open-count                 pic 999   value 0.
       77 ws-avg-amt                        pic 9(9)v99 value 0.

      *General Constants
       77 ws-eof-flag                       pic x     value 'n'.
       77 ws-record-count                   pic 9(7)  value 0.

           perform 090-load-business-date.
           perform 110-load-store-master.
           perform 120-load-trading-calendar.
           perform 130-resolve-store-hours.
           perform 200-bucket-records.

           open output output-file.
               string "STORE " ws-sm-sub delimited by size
                   into ws-sm-name(ws-sm-sub)
               end-string
               if ws-sm-sub <= 12 then
                   move 'y'                 to ws-sm-trading(ws-sm-sub)
               else
                   move 'n'                 to ws-sm-trading(ws-sm-sub)
               end-if
           end-perform.

           open input store-file.
      *    With the master on hand only its active stores trade
           if ws-store-status = "00" then
               perform varying ws-sm-sub from 1 by 1
                   until ws-sm-sub > 99
                   move 'n'                 to ws-sm-trading(ws-sm-sub)
               end-perform
               perform until ws-store-status not = "00"
                   read store-file
                       at end
                           if sm-store-num > 0 then
                               move sm-name
                                   to ws-sm-name(sm-store-num)
                               if sm-active = 'Y'
                                   move 'y'
                                     to ws-sm-trading(sm-store-num)
                               end-if
                               if sm-store-num > ws-num-stores then
                                   move sm-store-num to ws-num-stores
                               end-if
           end-if.


       120-load-trading-calendar.
           open input trading-calendar-file.
           if ws-calendar-status = "00" then
               perform until ws-calendar-status not = "00"
                   read trading-calendar-file
                       at end
                           move "10"        to ws-calendar-status
                       not at end
                           if ws-calendar-count < 3000 then
                               add 1        to ws-calendar-count
                               move tc-entry-type
                                   to ws-cal-type(ws-calendar-count)
                               move tc-store-num
                                   to ws-cal-store(ws-calendar-count)
                               move tc-day-of-week
                                   to ws-cal-dow(ws-calendar-count)
                               move tc-date
                                   to ws-cal-date(ws-calendar-count)
                               move tc-open-time
                                   to ws-cal-open(ws-calendar-count)
                               move tc-close-time
                                   to ws-cal-close(ws-calendar-count)
                           end-if
                   end-read
               end-perform
               close trading-calendar-file
           end-if.

      *    Each store's hours on the business date come from the
      *    closest calendar entry - the store's own holiday or special
      *    hours for the date first, then the chain's, then the
      *    store's weekly hours for the weekday, then the chain's
       130-resolve-store-hours.
           compute ws-cal-dow-today =
               function mod (function integer-of-date(ws-business-date)
                             - 1, 7) + 1.
           perform varying ws-sm-sub from 1 by 1
               until ws-sm-sub > 99
               move 0                       to ws-sh-rank(ws-sm-sub)
               move 0                       to ws-sh-open(ws-sm-sub)
               move 2400                    to ws-sh-close(ws-sm-sub)
               perform 135-resolve-one-store
                   varying ws-cal-sub from 1 by 1
                   until ws-cal-sub > ws-calendar-count
           end-perform.

       135-resolve-one-store.
           move 0                           to ws-cal-entry-rank.
           if ws-cal-type(ws-cal-sub) = 'W'
                   and ws-cal-dow(ws-cal-sub) = ws-cal-dow-today then
               move 1                       to ws-cal-entry-rank
           end-if.
           if ws-cal-type(ws-cal-sub) = 'S'
                   and ws-cal-date(ws-cal-sub) = ws-business-date then
               move 3                       to ws-cal-entry-rank
           end-if.
           if ws-cal-type(ws-cal-sub) = 'H'
                   and ws-cal-date(ws-cal-sub) = ws-business-date then
               move 4                       to ws-cal-entry-rank
           end-if.
           if ws-cal-store(ws-cal-sub) not = ws-sm-sub
                   and ws-cal-store(ws-cal-sub) not = 0 then
               move 0                       to ws-cal-entry-rank
           end-if.
           if ws-cal-entry-rank = 1
                   and ws-cal-store(ws-cal-sub) not = 0 then
               move 2                       to ws-cal-entry-rank
           end-if.
           if ws-cal-entry-rank > 2
                   and ws-cal-store(ws-cal-sub) not = 0 then
               add 2                        to ws-cal-entry-rank
           end-if.
           if ws-cal-entry-rank > ws-sh-rank(ws-sm-sub) then
               move ws-cal-entry-rank       to ws-sh-rank(ws-sm-sub)
               move ws-cal-open(ws-cal-sub) to ws-sh-open(ws-sm-sub)
               move ws-cal-close(ws-cal-sub)
                   to ws-sh-close(ws-sm-sub)
           end-if.


       200-bucket-records.
           open input input-file.
           read input-file

       310-print-hour-row.
           compute ws-dl-hour = ws-hour-sub - 1.
           compute ws-hour-start = (ws-hour-sub - 1) * 100.
           compute ws-hour-end = ws-hour-start + 100.
           perform varying ws-col-sub from 1 by 1
               until ws-col-sub > 12
               move ws-col-sub              to ws-sm-sub
               perform 315-check-store-open
               if ws-col-sub <= ws-print-stores
                   move ws-cv-store-amt(ws-hour-sub, ws-col-sub)
                       to ws-dl-amt(ws-col-sub)
                   if ws-store-open-flag = 'n'
                       and ws-sm-trading(ws-col-sub) = 'y'
                       and ws-cv-store-amt(ws-hour-sub, ws-col-sub)
                           = 0
                       move "    CLOSED"    to ws-dl-closed(ws-col-sub)
                   end-if
               else
                   move 0                   to ws-dl-amt(ws-col-sub)
               end-if
           end-perform.
           move ws-cv-chain-amt(ws-hour-sub) to ws-dl-chain.

      *    Average the hour's sales over only the stores open in it
           move 0                           to ws-open-count.
           perform 315-check-store-open
               varying ws-sm-sub from 1 by 1
               until ws-sm-sub > 99.
           move ws-open-count               to ws-dl-open-count.
           move 0                           to ws-avg-amt.
           if ws-open-count > 0 then
               compute ws-avg-amt rounded =
                   ws-cv-chain-amt(ws-hour-sub) / ws-open-count
           end-if.
           move ws-avg-amt                  to ws-dl-avg.
           write output-line from ws-detail-line
               after advancing 1 line.


       320-print-total-row.

      *    The whole day counts as one span, so a store open at any
      *    hour of it shares in the day's average
           move 0                           to ws-hour-start.
           move 2400                        to ws-hour-end.
           perform varying ws-col-sub from 1 by 1
               until ws-col-sub > 12
               move ws-col-sub              to ws-sm-sub
               perform 315-check-store-open
               if ws-col-sub <= ws-print-stores
                   move ws-day-store-amt(ws-col-sub)
                       to ws-tl-amt(ws-col-sub)
                   if ws-store-open-flag = 'n'
                       and ws-sm-trading(ws-col-sub) = 'y'
                       and ws-day-store-amt(ws-col-sub) = 0
                       move "    CLOSED"    to ws-tl-closed(ws-col-sub)
                   end-if
               else
                   move 0                   to ws-tl-amt(ws-col-sub)
               end-if
           end-perform.
           move ws-day-chain-amt            to ws-tl-chain.

           move 0                           to ws-open-count.
           perform 315-check-store-open
               varying ws-sm-sub from 1 by 1
               until ws-sm-sub > 99.
           move ws-open-count               to ws-tl-open-count.
           move 0                           to ws-avg-amt.
           if ws-open-count > 0 then
               compute ws-avg-amt rounded =
                   ws-day-chain-amt / ws-open-count
           end-if.
           move ws-avg-amt                  to ws-tl-avg.
           write output-line from ws-total-line
               after advancing 2 lines.


      *    Whether store ws-sm-sub trades at any time between
      *    ws-hour-start and ws-hour-end - it must be an active store,
      *    not closed for the day, and its hours must overlap the
      *    span; a store with no calendar entry trades all day. Each
      *    open store is also counted, for the averages.
       315-check-store-open.
           move 'n'                         to ws-store-open-flag.
           if ws-sm-trading(ws-sm-sub) not = 'y' then
               exit paragraph
           end-if.
           if ws-sh-rank(ws-sm-sub) = 4 or ws-sh-rank(ws-sm-sub) = 6
               exit paragraph
           end-if.
           if ws-sh-open(ws-sm-sub) < ws-hour-end
                   and ws-sh-close(ws-sm-sub) > ws-hour-start then
               move 'y'                     to ws-store-open-flag
               add 1                        to ws-open-count
           end-if.


       700-archive-output-files.
           move ws-business-date            to ws-archive-date.

