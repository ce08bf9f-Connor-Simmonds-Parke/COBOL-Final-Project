      ******************************************************************
      * Author:    Connor Simmonds-Parke, Nicholas Sturch-flint
      * Date:      2021-10-20
      * Purpose:   Month-end loyalty points activity. Every member with
      *            a balance or with points movement in the month gets
      *            a line - the balance brought forward, the points
      *            earned, redeemed, taken back on returns and given
      *            back on refunds in the month, and the balance at
      *            month end. The totals give finance the outstanding
      *            points liability: the points members hold and what
      *            they are worth at the redemption rate.
      * Note:      Run at month end after the month's final batch has
      *            been through LoyaltyPosting. LOYALTY-REDEEM-RATE
      *            (points per dollar redeemed) comes off the parameter
      *            master, defaulting to 100.
      * Tectonics: cobc
      ******************************************************************
       identification division.

       program-id. LoyaltyActivityReport.
       author. Connor Simmonds-Parke, Nicholas Sturch-flint.
       date-written. 10-20-2021.
      *Description: Prints the month's loyalty points activity by
      *             member and the outstanding points liability.

       environment division.
       configuration section.

       input-output section.
       file-control.

      *    Loyalty Member Master - the members to report, with names
           select member-file
               assign to "../../../../data/LoyaltyMembers.dat"
               organization is line sequential
               file status is ws-member-status.

      *    Loyalty Points Ledger - every member's points movements,
      *    read back member by member in date order
           select points-ledger-file
               assign to "../../../../data/LoyaltyLedger.dat"
               organization is indexed
               access mode is dynamic
               record key is ll-key
               file status is ws-ledger-status.

      *    Central Parameter Master - the redemption rate
           select parameter-master-file
               assign to "../../../../data/ParameterMaster.dat"
               organization is line sequential
               file status is ws-parameter-status.

      *    Output Files
           select output-file
               assign to "../../../../data/LoyaltyActivity.out"
               organization is line sequential.

      *    Business-Date Parameter - the business date's month is the
      *    period reported
           select business-date-file
               assign to "../../../../data/BusinessDate.ctl"
               organization is line sequential
               file status is ws-busdate-status.

      *    Period-Stamped Archive Copies - the month's report is kept
      *    under its period, not just overwritten
           select archive-read-file
               assign to dynamic ws-archive-read-path
               organization is line sequential.

           select archive-write-file
               assign to dynamic ws-archive-write-path
               organization is line sequential.


       data division.
       file section.

       fd member-file
           data record is member-line
           record contains 80 characters.

       01 member-line.
           05 lm-member-num                 pic x(10).
           05 lm-name                       pic x(30).
           05 lm-status                     pic x.
               88 lm-member-active          value 'A'.
           05 lm-enrol-date                 pic 9(8).
           05 lm-points-balance             pic s9(9).
           05 lm-last-activity-date         pic 9(8).
           05 filler                        pic x(14).

       fd points-ledger-file
           data record is points-ledger-record.

       01 points-ledger-record.
           05 ll-key.
               10 ll-member-num             pic x(10).
               10 ll-post-date              pic 9(8).
               10 ll-tran-type              pic x.
                   88 ll-type-earned        value 'E'.
                   88 ll-type-redeemed      value 'D'.
                   88 ll-type-clawback      value 'C'.
                   88 ll-type-refunded      value 'U'.
               10 ll-reference              pic x(10).
           05 ll-store-num                  pic 99.
           05 ll-points                     pic 9(9).
           05 ll-dollar-amount              pic 9(7)v99.
           05 ll-trans-date                 pic 9(8).
           05 ll-balance-after              pic s9(9).

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
           05 filler                        pic x(31)
               value "LOYALTY POINTS ACTIVITY PERIOD ".
           05 ws-header-period              pic 9(6).
           05 filler                        pic x(43)
               value spaces.

       01 ws-header2-headings.
           05 filler                        pic x(12)
               value "Member".
           05 filler                        pic x(22)
               value "Name".
           05 filler                        pic x(12)
               value "   Opening".
           05 filler                        pic x(11)
               value "   Earned".
           05 filler                        pic x(11)
               value " Redeemed".
           05 filler                        pic x(11)
               value " Returned".
           05 filler                        pic x(11)
               value " Refunded".
           05 filler                        pic x(20)
               value "   Closing".

       01 ws-header3-underlines.
           05 filler                        pic x(12)
               value "----------".
           05 filler                        pic x(22)
               value "--------------------".
           05 filler                        pic x(12)
               value "----------".
           05 filler                        pic x(11)
               value "---------".
           05 filler                        pic x(11)
               value "---------".
           05 filler                        pic x(11)
               value "---------".
           05 filler                        pic x(11)
               value "---------".
           05 filler                        pic x(20)
               value "----------".

      *Detail Line - one per member with a balance or activity
       01 ws-detail-line.
           05 ws-dl-member                  pic x(10).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-name                    pic x(20).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-opening                 pic -zzzzzzzz9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-earned                  pic zzzzzzzz9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-redeemed                pic zzzzzzzz9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-clawback                pic zzzzzzzz9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-refunded                pic zzzzzzzz9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-closing                 pic -zzzzzzzz9.
           05 filler                        pic x(10)
               value spaces.

       01 ws-no-activity-line.
           05 filler                        pic x(46)
               value "No loyalty points activity for this period.".
           05 filler                        pic x(64)
               value spaces.

      *Total Lines
       01 ws-total-line.
           05 filler                        pic x(12)
               value spaces.
           05 filler                        pic x(22)
               value "TOTALS".
           05 ws-tl-opening                 pic -zzzzzzzz9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-tl-earned                  pic zzzzzzzz9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-tl-redeemed                pic zzzzzzzz9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-tl-clawback                pic zzzzzzzz9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-tl-refunded                pic zzzzzzzz9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-tl-closing                 pic -zzzzzzzz9.
           05 filler                        pic x(10)
               value spaces.

       01 ws-count-line.
           05 filler                        pic x(25)
               value "MEMBERS REPORTED       : ".
           05 ws-cl-count                   pic zzzzz9.
           05 filler                        pic x(79)
               value spaces.

       01 ws-liability-line.
           05 filler                        pic x(25)
               value "POINTS LIABILITY       : ".
           05 ws-ll-points                  pic zzz,zzz,zz9.
           05 filler                        pic x(5)
               value spaces.
           05 filler                        pic x(8)
               value "VALUE = ".
           05 ws-ll-value                   pic $zzz,zzz,zz9.99.
           05 filler                        pic x(5)
               value spaces.
           05 filler                        pic x(7)
               value "RATE = ".
           05 ws-ll-rate                    pic zzzz9.
           05 filler                        pic x(29)
               value " POINTS PER DOLLAR".

      *Member Totals - built from the member's ledger for the period
       77 ws-opening-balance                pic s9(9) value 0.
       77 ws-closing-balance                pic s9(9) value 0.
       77 ws-mem-earned                     pic 9(9)  value 0.
       77 ws-mem-redeemed                   pic 9(9)  value 0.
       77 ws-mem-clawback                   pic 9(9)  value 0.
       77 ws-mem-refunded                   pic 9(9)  value 0.
       77 ws-period-items                   pic 9(5)  value 0.

      *Report Totals
       77 ws-tot-opening                    pic s9(11) value 0.
       77 ws-tot-earned                     pic 9(11) value 0.
       77 ws-tot-redeemed                   pic 9(11) value 0.
       77 ws-tot-clawback                   pic 9(11) value 0.
       77 ws-tot-refunded                   pic 9(11) value 0.
       77 ws-tot-closing                    pic s9(11) value 0.
       77 ws-liability-points               pic 9(11) value 0.
       77 ws-liability-value                pic 9(9)v99 value 0.
       77 ws-member-count                   pic 9(7)  value 0.

      *Redemption Rate - the parameter master's, else the default
       77 ws-redeem-rate                    pic 9(5)  value 100.
       77 ws-parameter-status               pic xx    value spaces.
       77 ws-param-name                     pic x(20) value spaces.
       77 ws-param-found-flag               pic x     value 'n'.
       01 ws-param-value-area.
           05 ws-param-value                pic x(12).
           05 filler redefines ws-param-value.
               10 ws-param-rate             pic 9(5).

      *General Constants
       77 ws-member-status                  pic xx    value spaces.
       77 ws-ledger-status                  pic xx    value spaces.
       77 ws-ledger-open-flag               pic x     value 'n'.
       77 ws-ledger-done-flag               pic x     value 'n'.
       77 ws-eof-flag                       pic x     value 'n'.
       77 ws-period                         pic 9(6)  value 0.

      *Business Date - falls back to the machine date when Edit has
      *not published one
       77 ws-busdate-status                 pic xx    value spaces.
       77 ws-business-date                  pic 9(8)  value 0.

      *Period-Stamped Archive Copies
       77 ws-period-print                   pic x(6)  value spaces.
       77 ws-archive-read-path              pic x(100) value spaces.
       77 ws-archive-write-path             pic x(100) value spaces.
       77 ws-archive-eof-flag               pic x     value 'n'.


       procedure division.
       000-main.

           perform 090-load-business-date.
           move ws-business-date(1:6)       to ws-period.
           perform 105-load-redeem-rate.

           open input points-ledger-file.
           if ws-ledger-status = "00" then
               move 'y'                     to ws-ledger-open-flag
           end-if.

           open output output-file.
           move ws-period                   to ws-header-period.
           write output-line from ws-header1-main
               after advancing 1 line.
           write output-line from ws-header2-headings
               after advancing 2 lines.
           write output-line from ws-header3-underlines
               after advancing 1 line.

           perform 200-process-members.

           if ws-member-count = 0 then
               write output-line from ws-no-activity-line
                   after advancing 1 line
           end-if.

           perform 400-print-totals.

           close output-file.
           if ws-ledger-open-flag = 'y' then
               close points-ledger-file
           end-if.

      *    Keep a copy of the month's report under its period so next
      *    month's run doesn't erase it
           perform 700-archive-output-files.

      *    End of 000-main (end of LoyaltyActivityReport program)
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


       105-load-redeem-rate.
           move "LOYALTY-REDEEM-RATE"       to ws-param-name.
           perform 128-find-parameter.
           if ws-param-found-flag = 'y' and ws-param-rate is numeric
                   and ws-param-rate > 0 then
               move ws-param-rate           to ws-redeem-rate
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


       200-process-members.
           open input member-file.
           if ws-member-status not = "00" then
               exit paragraph
           end-if.
           perform until ws-eof-flag = 'y'
               read member-file
                   at end
                       move 'y'             to ws-eof-flag
                   not at end
                       perform 210-process-one-member
               end-read
           end-perform.
           close member-file.


      *    Read the member's ledger once: every movement before the
      *    period is netted into the balance brought forward, the
      *    period's movements are added up by type, and the month-end
      *    balance is worked from those - never from a record's
      *    balance-after, since within a day the ledger reads back in
      *    key order (type, then invoice), not the order posted
       210-process-one-member.
           move 0                           to ws-opening-balance.
           move 0                           to ws-closing-balance.
           move 0                           to ws-mem-earned.
           move 0                           to ws-mem-redeemed.
           move 0                           to ws-mem-clawback.
           move 0                           to ws-mem-refunded.
           move 0                           to ws-period-items.

           if ws-ledger-open-flag = 'y' then
               perform 220-read-member-ledger
           end-if.
           compute ws-closing-balance = ws-opening-balance
               + ws-mem-earned + ws-mem-refunded
               - ws-mem-redeemed - ws-mem-clawback.

           if ws-period-items > 0 or ws-closing-balance not = 0 then
               perform 300-print-member-line
           end-if.


       220-read-member-ledger.
           move 'n'                         to ws-ledger-done-flag.
           move lm-member-num               to ll-member-num.
           move 0                           to ll-post-date.
           move low-values                  to ll-tran-type.
           move low-values                  to ll-reference.
           start points-ledger-file key is not less than ll-key
               invalid key
                   move 'y'                 to ws-ledger-done-flag
           end-start.
           perform until ws-ledger-done-flag = 'y'
               read points-ledger-file next record
                   at end
                       move 'y'             to ws-ledger-done-flag
                   not at end
                       if ll-member-num not = lm-member-num
                               or ll-post-date(1:6) > ws-period
                           move 'y'         to ws-ledger-done-flag
                       else
                           perform 230-take-ledger-item
                       end-if
               end-read
           end-perform.


       230-take-ledger-item.
           if ll-post-date(1:6) < ws-period then
               evaluate true
                   when ll-type-earned or ll-type-refunded
                       add ll-points        to ws-opening-balance
                   when ll-type-redeemed or ll-type-clawback
                       subtract ll-points   from ws-opening-balance
               end-evaluate
           else
               add 1                        to ws-period-items
               evaluate true
                   when ll-type-earned
                       add ll-points        to ws-mem-earned
                   when ll-type-redeemed
                       add ll-points        to ws-mem-redeemed
                   when ll-type-clawback
                       add ll-points        to ws-mem-clawback
                   when ll-type-refunded
                       add ll-points        to ws-mem-refunded
               end-evaluate
           end-if.


       300-print-member-line.
           add 1                            to ws-member-count.
           move lm-member-num               to ws-dl-member.
           move lm-name                     to ws-dl-name.
           move ws-opening-balance          to ws-dl-opening.
           move ws-mem-earned               to ws-dl-earned.
           move ws-mem-redeemed             to ws-dl-redeemed.
           move ws-mem-clawback             to ws-dl-clawback.
           move ws-mem-refunded             to ws-dl-refunded.
           move ws-closing-balance          to ws-dl-closing.
           write output-line from ws-detail-line
               after advancing 1 line.

           add ws-opening-balance           to ws-tot-opening.
           add ws-mem-earned                to ws-tot-earned.
           add ws-mem-redeemed              to ws-tot-redeemed.
           add ws-mem-clawback              to ws-tot-clawback.
           add ws-mem-refunded              to ws-tot-refunded.
           add ws-closing-balance           to ws-tot-closing.
           if ws-closing-balance > 0 then
               add ws-closing-balance       to ws-liability-points
           end-if.


      *    The liability is only the points members hold - a member
      *    overdrawn by a return owes points, not the other way round
       400-print-totals.
           move ws-tot-opening              to ws-tl-opening.
           move ws-tot-earned               to ws-tl-earned.
           move ws-tot-redeemed             to ws-tl-redeemed.
           move ws-tot-clawback             to ws-tl-clawback.
           move ws-tot-refunded             to ws-tl-refunded.
           move ws-tot-closing              to ws-tl-closing.
           write output-line from ws-total-line
               after advancing 2 lines.

           move ws-member-count             to ws-cl-count.
           write output-line from ws-count-line
               after advancing 2 lines.

           compute ws-liability-value rounded =
               ws-liability-points / ws-redeem-rate.
           move ws-liability-points         to ws-ll-points.
           move ws-liability-value          to ws-ll-value.
           move ws-redeem-rate              to ws-ll-rate.
           write output-line from ws-liability-line
               after advancing 1 line.


       700-archive-output-files.
           move ws-period                   to ws-period-print.

           move "../../../../data/LoyaltyActivity.out"
               to ws-archive-read-path.
           string "../../../../data/LoyaltyActivity_"
                  delimited by size
                  ws-period-print             delimited by size
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


       end program LoyaltyActivityReport.
