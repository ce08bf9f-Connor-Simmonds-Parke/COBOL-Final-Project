               organization is line sequential
               file status is ws-store-status.

      *    Trading Calendar - each store's opening and closing times
      *    by weekday, holiday closures and special-hours days (store
      *    00 the chain default); a day the calendar has a store
      *    closed is not averaged in as a zero-sales day, and without
      *    the calendar every store counts as open every day
           select trading-calendar-file
               assign to "../../../../data/TradingCalendar.dat"
               organization is line sequential
               file status is ws-calendar-status.

      *    Output Files
           select output-file
               assign to "../../../../data/SalesTrend.out"
           05 hist-refunded-flag            pic x.
           05 hist-trans-date               pic 9(8).
           05 hist-trans-time               pic 9(6).
           05 hist-loyalty-num              pic x(10).
           05 hist-operator-id              pic 9(4).
           05 hist-refund-date              pic 9(8).

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
           05 filler                        pic x(9)
               value "Chg%".
           05 filler                        pic x(13)
               value "Avg/Open Day".
           05 filler                        pic x(7)
               value "Chg%".
           05 filler                        pic x(20)
               value "Note".
           05 filler                        pic x(9)
               value spaces.

       01 ws-header3-underlines.
           05 filler                        pic x(9)
               value "----".
           05 filler                        pic x(13)
               value "------------".
           05 filler                        pic x(7)
               value "----".
           05 filler                        pic x(20)
               value "----".
           05 filler                        pic x(9)
               value spaces.

      *Detail Line - one per store
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-avg-pct                 pic zz9.9-.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-note                    pic x(20).
           05 filler                        pic x(6)
               value spaces.

      *Chain Total Line
           05 filler                        pic x(2)
               value spaces.
           05 ws-tl-avg-pct                 pic zz9.9-.
           05 filler                        pic x(2)
               value spaces.
           05 ws-tl-note                    pic x(20).
           05 filler                        pic x(6)
               value spaces.

      *Printed when the history holds nothing at all for the four
               10 ws-tr-week-ago            pic 9(9)v99.
               10 ws-tr-4wk-ago             pic 9(9)v99.
               10 ws-tr-trailing            pic 9(9)v99.
               10 ws-tr-open-days           pic 9.
               10 ws-tr-closed-today        pic x.
               10 ws-tr-closed-week-ago     pic x.
               10 ws-tr-closed-4wk-ago      pic x.

      *Chain Slices
       77 ws-ch-today                       pic 9(11)v99 value 0.
       77 ws-ch-week-ago                    pic 9(11)v99 value 0.
       77 ws-ch-4wk-ago                     pic 9(11)v99 value 0.
       77 ws-ch-trailing                    pic 9(11)v99 value 0.
       77 ws-ch-open-days                   pic 9     value 0.
       77 ws-ch-closed-today                pic x     value 'n'.
       77 ws-ch-closed-week-ago             pic x     value 'n'.
       77 ws-ch-closed-4wk-ago              pic x     value 'n'.

      *Trading Calendar Table - the whole calendar, loaded once at
      *startup
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

      *Open-Day Resolution - the store and date being asked about,
      *the rank of the calendar entry that applies (6 the store's own
      *holiday down to 1 the chain's weekly hours, 0 no entry), and
      *the answer
       77 ws-res-date                       pic 9(8)  value 0.
       77 ws-res-dow                        pic 9     value 0.
       77 ws-res-rank                       pic 9     value 0.
       77 ws-res-entry-rank                 pic 9     value 0.
       77 ws-res-open                       pic 9(4)  value 0.
       77 ws-res-close                      pic 9(4)  value 0.
       77 ws-res-open-flag                  pic x     value 'y'.
       77 ws-day-int                        pic 9(8)  value 0.
       77 ws-any-open-flag                  pic x     value 'n'.

      *Comparison Date Arithmetic - everything carried as day counts
      *so "same weekday last week" is just minus seven
           perform 090-load-business-date.
           perform 110-load-store-master.
           perform 120-compute-comparison-dates.
           perform 125-load-trading-calendar.
           perform 130-count-open-days.
           perform 200-slice-history.

           open output output-file.
           compute ws-trail-from-int = ws-anchor-int - 6.


       125-load-trading-calendar.
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

      *    Count the days each store was open over the trailing seven
      *    (the chain counts a day any store was open), and note which
      *    stores were closed on the three days being compared
       130-count-open-days.
           perform varying ws-store-sub from 1 by 1
               until ws-store-sub > 99
               move 0
                   to ws-tr-open-days(ws-store-sub)
               move 'n'
                   to ws-tr-closed-today(ws-store-sub)
               move 'n'
                   to ws-tr-closed-week-ago(ws-store-sub)
               move 'n'
                   to ws-tr-closed-4wk-ago(ws-store-sub)
           end-perform.

           perform 135-count-one-day
               varying ws-day-int from ws-trail-from-int by 1
               until ws-day-int > ws-anchor-int.

           move ws-anchor-int               to ws-day-int.
           move 'y'                         to ws-ch-closed-today.
           perform 140-check-comparison-day.
           move ws-week-ago-int             to ws-day-int.
           move 'y'                         to ws-ch-closed-week-ago.
           perform 140-check-comparison-day.
           move ws-4wk-ago-int              to ws-day-int.
           move 'y'                         to ws-ch-closed-4wk-ago.
           perform 140-check-comparison-day.

       135-count-one-day.
           compute ws-res-date = function date-of-integer(ws-day-int).
           move 'n'                         to ws-any-open-flag.
           perform varying ws-store-sub from 1 by 1
               until ws-store-sub > ws-num-stores
               perform 150-resolve-store-day
               if ws-res-open-flag = 'y'
                   add 1            to ws-tr-open-days(ws-store-sub)
                   move 'y'                 to ws-any-open-flag
               end-if
           end-perform.
           if ws-any-open-flag = 'y' then
               add 1                        to ws-ch-open-days
           end-if.

      *    The chain's closed flag for the day was set by the caller
      *    and stays set only if no store at all was open
       140-check-comparison-day.
           compute ws-res-date = function date-of-integer(ws-day-int).
           perform varying ws-store-sub from 1 by 1
               until ws-store-sub > ws-num-stores
               perform 150-resolve-store-day
               if ws-res-open-flag = 'n'
                   if ws-day-int = ws-anchor-int
                       move 'y' to ws-tr-closed-today(ws-store-sub)
                   end-if
                   if ws-day-int = ws-week-ago-int
                       move 'y' to ws-tr-closed-week-ago(ws-store-sub)
                   end-if
                   if ws-day-int = ws-4wk-ago-int
                       move 'y' to ws-tr-closed-4wk-ago(ws-store-sub)
                   end-if
               else
                   if ws-day-int = ws-anchor-int
                       move 'n'             to ws-ch-closed-today
                   end-if
                   if ws-day-int = ws-week-ago-int
                       move 'n'             to ws-ch-closed-week-ago
                   end-if
                   if ws-day-int = ws-4wk-ago-int
                       move 'n'             to ws-ch-closed-4wk-ago
                   end-if
               end-if
           end-perform.

      *    Whether store ws-store-sub was open at all on ws-res-date -
      *    the closest calendar entry decides (the store's own holiday
      *    or special hours for the date first, then the chain's, then
      *    the store's weekly hours for the weekday, then the chain's);
      *    a holiday, or weekly hours of 0000-0000, is a closed day and
      *    a store with no entry at all is open
       150-resolve-store-day.
           compute ws-res-dow =
               function mod (function integer-of-date(ws-res-date)
                             - 1, 7) + 1.
           move 0                           to ws-res-rank.
           move 0                           to ws-res-open.
           move 2400                        to ws-res-close.
           perform 155-rank-one-entry
               varying ws-cal-sub from 1 by 1
               until ws-cal-sub > ws-calendar-count.
           move 'y'                         to ws-res-open-flag.
           if ws-res-rank = 4 or ws-res-rank = 6 then
               move 'n'                     to ws-res-open-flag
           end-if.
           if ws-res-open = 0 and ws-res-close = 0 then
               move 'n'                     to ws-res-open-flag
           end-if.

       155-rank-one-entry.
           move 0                           to ws-res-entry-rank.
           if ws-cal-type(ws-cal-sub) = 'W'
                   and ws-cal-dow(ws-cal-sub) = ws-res-dow then
               move 1                       to ws-res-entry-rank
           end-if.
           if ws-cal-type(ws-cal-sub) = 'S'
                   and ws-cal-date(ws-cal-sub) = ws-res-date then
               move 3                       to ws-res-entry-rank
           end-if.
           if ws-cal-type(ws-cal-sub) = 'H'
                   and ws-cal-date(ws-cal-sub) = ws-res-date then
               move 4                       to ws-res-entry-rank
           end-if.
           if ws-cal-store(ws-cal-sub) not = ws-store-sub
                   and ws-cal-store(ws-cal-sub) not = 0 then
               move 0                       to ws-res-entry-rank
           end-if.
           if ws-res-entry-rank = 1
                   and ws-cal-store(ws-cal-sub) not = 0 then
               move 2                       to ws-res-entry-rank
           end-if.
           if ws-res-entry-rank > 2
                   and ws-cal-store(ws-cal-sub) not = 0 then
               add 2                        to ws-res-entry-rank
           end-if.
           if ws-res-entry-rank > ws-res-rank then
               move ws-res-entry-rank       to ws-res-rank
               move ws-cal-open(ws-cal-sub) to ws-res-open
               move ws-cal-close(ws-cal-sub) to ws-res-close
           end-if.


       200-slice-history.
           open input sales-history-file.
           if ws-hist-status = "00" then
           perform 250-compute-pct-change.
           move ws-pct-chg                  to ws-dl-4wk-pct.

      *    Average over only the days the store was open, so a
      *    closed Sunday doesn't drag the average down as a zero day
           move 0                           to ws-avg-amt.
           if ws-tr-open-days(ws-store-sub) > 0 then
               compute ws-avg-amt rounded =
                   ws-tr-trailing(ws-store-sub)
                   / ws-tr-open-days(ws-store-sub)
           end-if.
           move ws-avg-amt                  to ws-dl-7day-avg.
           move ws-avg-amt                  to ws-base-amt.
           perform 250-compute-pct-change.
           move ws-pct-chg                  to ws-dl-avg-pct.

      *    A day the store was closed is no basis for a change - show
      *    no change and say why
           move spaces                      to ws-dl-note.
           if ws-tr-closed-today(ws-store-sub) = 'y' then
               move 0                       to ws-dl-week-pct
               move 0                       to ws-dl-4wk-pct
               move 0                       to ws-dl-avg-pct
               move "CLOSED TODAY"          to ws-dl-note
           else if ws-tr-closed-week-ago(ws-store-sub) = 'y'
                   and ws-tr-closed-4wk-ago(ws-store-sub) = 'y' then
               move 0                       to ws-dl-week-pct
               move 0                       to ws-dl-4wk-pct
               move "WK/4 WKS AGO CLOSED"   to ws-dl-note
           else if ws-tr-closed-week-ago(ws-store-sub) = 'y' then
               move 0                       to ws-dl-week-pct
               move "WEEK AGO CLOSED"       to ws-dl-note
           else if ws-tr-closed-4wk-ago(ws-store-sub) = 'y' then
               move 0                       to ws-dl-4wk-pct
               move "4 WKS AGO CLOSED"      to ws-dl-note
           end-if.

           write output-line from ws-detail-line
               after advancing 1 line.

           perform 250-compute-pct-change.
           move ws-pct-chg                  to ws-tl-4wk-pct.

           move 0                           to ws-avg-amt.
           if ws-ch-open-days > 0 then
               compute ws-avg-amt rounded =
                   ws-ch-trailing / ws-ch-open-days
           end-if.
           move ws-avg-amt                  to ws-tl-7day-avg.
           move ws-avg-amt                  to ws-base-amt.
           perform 250-compute-pct-change.
           move ws-pct-chg                  to ws-tl-avg-pct.

           move spaces                      to ws-tl-note.
           if ws-ch-closed-today = 'y' then
               move 0                       to ws-tl-week-pct
               move 0                       to ws-tl-4wk-pct
               move 0                       to ws-tl-avg-pct
               move "CLOSED TODAY"          to ws-tl-note
           else if ws-ch-closed-week-ago = 'y'
                   and ws-ch-closed-4wk-ago = 'y' then
               move 0                       to ws-tl-week-pct
               move 0                       to ws-tl-4wk-pct
               move "WK/4 WKS AGO CLOSED"   to ws-tl-note
           else if ws-ch-closed-week-ago = 'y' then
               move 0                       to ws-tl-week-pct
               move "WEEK AGO CLOSED"       to ws-tl-note
           else if ws-ch-closed-4wk-ago = 'y' then
               move 0                       to ws-tl-4wk-pct
               move "4 WKS AGO CLOSED"      to ws-tl-note
           end-if.

           write output-line from ws-total-line
               after advancing 2 lines.

