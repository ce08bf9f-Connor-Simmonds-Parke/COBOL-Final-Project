      ******************************************************************
      * Author:    Connor Simmonds-Parke, Nicholas Sturch-flint
      * Date:      2021-10-20
      * Purpose:   Keeps the loyalty points ledger. Every sale rung to
      *            a loyalty member earns points on the dollars paid
      *            (less anything paid for in points), every sale or
      *            layaway payment made in points spends them, every
      *            return ReturnsProcessing matched to an original
      *            member sale takes back the points that sale earned,
      *            and every refund paid back in points returns them.
      *            Each posting lands on the member's keyed ledger with
      *            the running balance after it, the member master's
      *            balances are brought up to date so Edit's points
      *            check sees what each member has, and the value of
      *            the day's points earned and clawed back is left for
      *            the GL posting extract.
      * Note:      Run after S&LProcessing and ReturnsProcessing (the
      *            latter writes LoyaltyReturns.dat), before
      *            GLPostingExtract. LOYALTY-EARN-RATE (points per
      *            whole dollar spent) and LOYALTY-REDEEM-RATE (points
      *            per dollar redeemed) come off the parameter master,
      *            defaulting to 1 and 100.
      * Tectonics: cobc
      ******************************************************************
       identification division.

       program-id. LoyaltyPosting.
       author. Connor Simmonds-Parke, Nicholas Sturch-flint.
       date-written. 10-20-2021.
      *Description: Posts the day's points earned, redeemed, clawed
      *             back and refunded to the loyalty points ledger and
      *             updates the member master balances.

       environment division.
       configuration section.

       input-output section.
       file-control.

      *    Input Files
           select s-l-file
               assign to "../../../../data/S&LRecords.dat"
               organization is line sequential.

      *    Loyalty Returns - the points side of the day's accepted
      *    returns, written by ReturnsProcessing
           select loyalty-returns-file
               assign to "../../../../data/LoyaltyReturns.dat"
               organization is line sequential
               file status is ws-lreturns-status.

      *    Loyalty Member Master - member number, name, status and the
      *    points balance this program maintains
           select member-file
               assign to "../../../../data/LoyaltyMembers.dat"
               organization is line sequential
               file status is ws-member-status.

      *    Loyalty Points Ledger - one record per points movement,
      *    keyed member first so a member's history reads back in
      *    date order for the monthly activity report
           select points-ledger-file
               assign to "../../../../data/LoyaltyLedger.dat"
               organization is indexed
               access mode is dynamic
               record key is ll-key
               file status is ws-ledger-status.

      *    Central Parameter Master - the earn and redeem rates
           select parameter-master-file
               assign to "../../../../data/ParameterMaster.dat"
               organization is line sequential
               file status is ws-parameter-status.

      *    Loyalty Control Totals - the day's points and their dollar
      *    value, for the GL posting extract
           select loyalty-control-file
               assign to "../../../../data/LoyaltyControlTotals.ctl"
               organization is line sequential.

      *    Output Files
           select output-file
               assign to "../../../../data/LoyaltyPosting.out"
               organization is line sequential.

      *    Loyalty-Applied Control - records the batch date already
      *    posted to the points ledger, so an accidental same-day
      *    rerun doesn't award every member's points twice
           select loyalty-applied-file
               assign to "../../../../data/LoyaltyApplied.ctl"
               organization is line sequential
               file status is ws-applied-status.

      *    Rerun Override - a repeat run on the same date skips the
      *    posting unless the operator creates this file
           select rerun-override-file
               assign to "../../../../data/RerunOverride.ctl"
               organization is line sequential
               file status is ws-override-status.

      *    Business-Date Parameter - the day the business actually
      *    happened (Edit writes it from the batch header)
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
               88 sl-il-type-LP             value "LP".
           05 sl-il-store-num               pic 99.
           05 sl-il-invoice-num             pic x(9).
           05 sl-il-SKU                     pic x(15).
           05 sl-il-trans-date              pic 9(8).
           05 sl-il-trans-time              pic 9(6).
           05 sl-il-tender-seq              pic 9.
           05 sl-il-trans-total             pic 9(5)v99.
           05 sl-il-operator-id             pic 9(4).
           05 sl-il-exempt-flag             pic x.
           05 sl-il-exempt-cert             pic x(10).
           05 sl-il-account-num             pic x(8).
           05 sl-il-loyalty-num             pic x(10).
           05 filler                        pic x(9).

       fd loyalty-returns-file
           data record is loyalty-return-line
           record contains 38 characters.

       01 loyalty-return-line.
           05 lr-type                       pic x.
               88 lr-points-clawback        value 'C'.
               88 lr-points-refund          value 'U'.
           05 lr-member-num                 pic x(10).
           05 lr-invoice-num                pic x(9).
           05 lr-tender-seq                 pic 9.
           05 lr-store-num                  pic 99.
           05 lr-amount                     pic 9(5)v99.
           05 lr-trans-date                 pic 9(8).

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

      *Points Ledger Record - type 'E' points earned, 'D' points
      *spent (redeemed), 'C' points clawed back on a return, 'U'
      *points given back on a refund; the reference is the invoice
      *and tender leg
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

       fd loyalty-control-file
           data record is loyalty-control-line
           record contains 73 characters.

       01 loyalty-control-line.
           05 lct-batch-date                pic 9(8).
           05 lct-earned-points             pic 9(9).
           05 lct-earned-value              pic 9(9)v99.
           05 lct-clawback-points           pic 9(9).
           05 lct-clawback-value            pic 9(9)v99.
           05 lct-redeemed-points           pic 9(9).
           05 lct-refunded-points           pic 9(9).
           05 lct-exception-count           pic 9(7).

       fd output-file
           data record is output-line
           record contains 110 characters.

       01 output-line                       pic x(110).

       fd loyalty-applied-file
           data record is loyalty-applied-line
           record contains 8 characters.

       01 loyalty-applied-line.
           05 lal-batch-date                pic 9(8).

       fd rerun-override-file
           data record is rerun-override-line
           record contains 1 characters.

       01 rerun-override-line               pic x.

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
           05 filler                        pic x(27)
               value spaces.
           05 filler                        pic x(30)
               value "LOYALTY POINTS POSTING".
           05 filler                        pic x(11)
               value "BATCH DATE ".
           05 ws-header-busdate             pic 9(8).
           05 filler                        pic x(34)
               value spaces.

       01 ws-header2-headings.
           05 filler                        pic x(12)
               value "Member".
           05 filler                        pic x(18)
               value "Name".
           05 filler                        pic x(10)
               value "Type".
           05 filler                        pic x(12)
               value "Reference".
           05 filler                        pic x(10)
               value "Date".
           05 filler                        pic x(12)
               value "Dollars".
           05 filler                        pic x(9)
               value "Points".
           05 filler                        pic x(12)
               value "Balance".
           05 filler                        pic x(15)
               value "Note".

       01 ws-header3-underlines.
           05 filler                        pic x(12)
               value "----------".
           05 filler                        pic x(18)
               value "----------------".
           05 filler                        pic x(10)
               value "--------".
           05 filler                        pic x(12)
               value "----------".
           05 filler                        pic x(10)
               value "--------".
           05 filler                        pic x(12)
               value "----------".
           05 filler                        pic x(9)
               value "-------".
           05 filler                        pic x(12)
               value "----------".
           05 filler                        pic x(15)
               value "----".

      *Detail Line - one per posting or refused item
       01 ws-detail-line.
           05 ws-dl-member                  pic x(10).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-name                    pic x(16).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-type                    pic x(8).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-reference               pic x(10).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-date                    pic 9(8).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-dollars                 pic $zz,zz9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-points                  pic zzzzzz9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-balance                 pic -zzzzzzzz9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-note                    pic x(15).

       01 ws-no-activity-line.
           05 filler                        pic x(46)
               value "No loyalty points activity for this batch.".
           05 filler                        pic x(64)
               value spaces.

       01 ws-rerun-line.
           05 filler                        pic x(50)
               value "*** RERUN - BATCH DATE ALREADY POSTED TO THE".
           05 filler                        pic x(40)
               value " POINTS LEDGER - NOTHING POSTED ***".
           05 filler                        pic x(20)
               value spaces.

      *Summary Lines
       01 ws-summary-line.
           05 ws-sum-label                  pic x(25).
           05 ws-sum-count                  pic zzzzz9.
           05 filler                        pic x(5)
               value spaces.
           05 filler                        pic x(9)
               value "POINTS = ".
           05 ws-sum-points                 pic zzz,zzz,zz9.
           05 filler                        pic x(5)
               value spaces.
           05 filler                        pic x(8)
               value "VALUE = ".
           05 ws-sum-value                  pic $zzz,zzz,zz9.99.
           05 filler                        pic x(26)
               value spaces.

       01 ws-exception-sum-line.
           05 filler                        pic x(25)
               value "ITEMS REFUSED          : ".
           05 ws-exc-count                  pic zzzzz9.
           05 filler                        pic x(79)
               value spaces.

      *Member Table - the whole master, carried in memory while the
      *day's points post against it and written back out with the
      *new balances at the end
       01 ws-member-table.
           05 ws-mb-entry                   occurs 20000 times.
               10 ws-mb-member-num          pic x(10).
               10 ws-mb-name                pic x(30).
               10 ws-mb-status              pic x.
               10 ws-mb-enrol-date          pic 9(8).
               10 ws-mb-balance             pic s9(9).
               10 ws-mb-last-activity       pic 9(8).
       77 ws-mb-count                       pic 9(5)  value 0.
       77 ws-mb-sub                         pic 9(5)  value 0.
       77 ws-mb-found                       pic 9(5)  value 0.
       77 ws-mb-full-warned                 pic x     value 'n'.

      *Points Rates - the parameter master's, else the defaults
       77 ws-earn-rate                      pic 9(5)  value 1.
       77 ws-redeem-rate                    pic 9(5)  value 100.
       77 ws-parameter-status               pic xx    value spaces.
       77 ws-param-name                     pic x(20) value spaces.
       77 ws-param-found-flag               pic x     value 'n'.
       01 ws-param-value-area.
           05 ws-param-value                pic x(12).
           05 filler redefines ws-param-value.
               10 ws-param-rate             pic 9(5).

      *Posting Work Fields - loaded by each input pass, then posted
      *by 300-post-ledger-entry
       77 ws-post-member                    pic x(10) value spaces.
       77 ws-post-type                      pic x     value space.
       77 ws-post-reference                 pic x(10) value spaces.
       77 ws-post-store                     pic 99    value 0.
       77 ws-post-points                    pic 9(9)  value 0.
       77 ws-post-dollars                   pic 9(7)v99 value 0.
       77 ws-post-trans-date                pic 9(8)  value 0.
       77 ws-whole-dollars                  pic 9(7)  value 0.
       77 ws-refuse-note                    pic x(15) value spaces.

      *Clawback Limit - a return can only take back what its sale
      *actually earned, less anything already taken back for it
       77 ws-match-invoice                  pic x(9)  value spaces.
       77 ws-points-earned-on-sale          pic 9(9)  value 0.
       77 ws-points-taken-back              pic 9(9)  value 0.
       77 ws-scan-done-flag                 pic x     value 'n'.

      *Day's Totals - posted items only
       77 ws-earned-count                   pic 9(7)  value 0.
       77 ws-earned-points                  pic 9(9)  value 0.
       77 ws-redeemed-count                 pic 9(7)  value 0.
       77 ws-redeemed-points                pic 9(9)  value 0.
       77 ws-clawback-count                 pic 9(7)  value 0.
       77 ws-clawback-points                pic 9(9)  value 0.
       77 ws-refunded-count                 pic 9(7)  value 0.
       77 ws-refunded-points                pic 9(9)  value 0.
       77 ws-exception-count                pic 9(7)  value 0.
       77 ws-points-value                   pic 9(9)v99 value 0.

      *Rerun Protection - set when the ledger already carries this
      *batch date and no operator override is on hand; nothing is
      *posted and the control totals from the first run stand
       77 ws-applied-status                 pic xx    value spaces.
       77 ws-override-status                pic xx    value spaces.
       77 ws-rerun-flag                     pic x     value 'n'.

      *General Constants
       77 ws-lreturns-status                pic xx    value spaces.
       77 ws-member-status                  pic xx    value spaces.
       77 ws-ledger-status                  pic xx    value spaces.
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
           perform 095-check-loyalty-applied.
           perform 100-load-member-master.
           perform 105-load-points-rates.

           open output output-file.
           move ws-business-date            to ws-header-busdate.
           write output-line from ws-header1-main
               after advancing 1 line.
           write output-line from ws-header2-headings
               after advancing 2 lines.
           write output-line from ws-header3-underlines
               after advancing 1 line.

      *    A detected rerun posts nothing - the first run already
      *    moved the day's points, and its control totals are left
      *    standing for the GL extract
           if ws-rerun-flag = 'y' then
               write output-line from ws-rerun-line
                   after advancing 1 line
           else
               open i-o points-ledger-file
               if ws-ledger-status = "35" then
                   open output points-ledger-file
                   close points-ledger-file
                   open i-o points-ledger-file
               end-if

               perform 200-post-sales-points
               perform 210-post-return-points

               close points-ledger-file

               if ws-earned-count = 0 and ws-redeemed-count = 0
                       and ws-clawback-count = 0
                       and ws-refunded-count = 0
                       and ws-exception-count = 0 then
                   write output-line from ws-no-activity-line
                       after advancing 1 line
               end-if

               perform 400-print-summary
               perform 450-write-control-totals
               perform 500-rewrite-member-master
               perform 510-stamp-loyalty-applied
           end-if.

           close output-file.

      *    Keep a date-stamped copy of today's output so a later run
      *    doesn't erase the only record of it
           perform 700-archive-output-files.

      *    End of 000-main (end of LoyaltyPosting program)
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

      *    The ledger records the batch date already posted - a
      *    repeat run on the same date skips the posting unless the
      *    operator has put the override file on hand
       095-check-loyalty-applied.
           open input loyalty-applied-file.
           if ws-applied-status = "00" then
               read loyalty-applied-file
                   at end
                       continue
                   not at end
                       if lal-batch-date = ws-business-date then
                           perform 096-check-rerun-override
                       end-if
               end-read
               close loyalty-applied-file
           end-if.

       096-check-rerun-override.
           open input rerun-override-file.
           if ws-override-status = "00" then
               close rerun-override-file
               display "RERUN OVERRIDE ON HAND - POSTING AGAIN"
           else
               move 'y'                     to ws-rerun-flag
               display "RERUN DETECTED - BATCH ALREADY POSTED TO"
               display "THE POINTS LEDGER - POSTING SKIPPED"
               display "(CREATE RerunOverride.ctl TO FORCE)"
           end-if.


       100-load-member-master.
           open input member-file.
           if ws-member-status = "00" then
               move 'n'                     to ws-eof-flag
               perform until ws-eof-flag = 'y'
                   read member-file
                       at end
                           move 'y'         to ws-eof-flag
                       not at end
                           if ws-mb-count < 20000
                               add 1        to ws-mb-count
                               move lm-member-num
                                   to ws-mb-member-num(ws-mb-count)
                               move lm-name
                                   to ws-mb-name(ws-mb-count)
                               move lm-status
                                   to ws-mb-status(ws-mb-count)
                               move lm-enrol-date
                                   to ws-mb-enrol-date(ws-mb-count)
                               move lm-points-balance
                                   to ws-mb-balance(ws-mb-count)
                               move lm-last-activity-date
                                   to ws-mb-last-activity(ws-mb-count)
                           else
                               perform 110-warn-table-full
                           end-if
                   end-read
               end-perform
               close member-file
           end-if.

       110-warn-table-full.
           if ws-mb-full-warned = 'n' then
               move 'y'                     to ws-mb-full-warned
               display "WARNING: MEMBER TABLE FULL - SOME MEMBERS"
               display "WILL NOT POST OR BE WRITTEN BACK THIS RUN"
           end-if.


       105-load-points-rates.
           move "LOYALTY-EARN-RATE"         to ws-param-name.
           perform 128-find-parameter.
           if ws-param-found-flag = 'y' and ws-param-rate is numeric
                   then
               move ws-param-rate           to ws-earn-rate
           end-if.

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


      *    Find the member named in ws-post-member - the entry comes
      *    back in ws-mb-found (0 = not on the master)
       120-find-member.
           move 0                           to ws-mb-found.
           perform varying ws-mb-sub from 1 by 1
               until ws-mb-sub > ws-mb-count or ws-mb-found > 0
               if ws-mb-member-num(ws-mb-sub) = ws-post-member
                   move ws-mb-sub           to ws-mb-found
               end-if
           end-perform.


      *    A member's sale earns points on each leg not itself paid
      *    for in points; a leg paid in points (sale or layaway
      *    payment) spends them
       200-post-sales-points.
           open input s-l-file.
           move 'n'                         to ws-eof-flag.
           read s-l-file
               at end move 'y'              to ws-eof-flag.
           perform until ws-eof-flag = 'y'
               if sl-il-loyalty-num not = spaces
                   move sl-il-loyalty-num   to ws-post-member
                   move spaces              to ws-post-reference
                   string sl-il-invoice-num sl-il-tender-seq
                       delimited by size into ws-post-reference
                   end-string
                   move sl-il-store-num     to ws-post-store
                   move sl-il-amount        to ws-post-dollars
                   move sl-il-trans-date    to ws-post-trans-date
                   evaluate true
                       when sl-il-type-LP
                               and (sl-il-code-S or sl-il-code-L)
                           move 'D'         to ws-post-type
                           compute ws-post-points rounded =
                               sl-il-amount * ws-redeem-rate
                           perform 300-post-ledger-entry
                       when sl-il-code-S
                           move 'E'         to ws-post-type
                           move sl-il-amount to ws-whole-dollars
                           compute ws-post-points =
                               ws-whole-dollars * ws-earn-rate
                           if ws-post-points > 0
                               perform 300-post-ledger-entry
                           end-if
                   end-evaluate
               end-if
               read s-l-file
                   at end move 'y'          to ws-eof-flag
           end-perform.
           close s-l-file.


      *    Points taken back on a matched return, capped at what the
      *    original sale earned, and points given back on a refund
      *    paid in points
       210-post-return-points.
           open input loyalty-returns-file.
           if ws-lreturns-status not = "00" then
               exit paragraph
           end-if.
           move 'n'                         to ws-eof-flag.
           read loyalty-returns-file
               at end move 'y'              to ws-eof-flag.
           perform until ws-eof-flag = 'y'
               move lr-member-num           to ws-post-member
               move spaces                  to ws-post-reference
               string lr-invoice-num lr-tender-seq
                   delimited by size into ws-post-reference
               end-string
               move lr-store-num            to ws-post-store
               move lr-amount               to ws-post-dollars
               move lr-trans-date           to ws-post-trans-date
               if lr-points-refund
                   move 'U'                 to ws-post-type
                   compute ws-post-points rounded =
                       lr-amount * ws-redeem-rate
                   perform 300-post-ledger-entry
               else
                   move 'C'                 to ws-post-type
                   move lr-amount           to ws-whole-dollars
                   compute ws-post-points =
                       ws-whole-dollars * ws-earn-rate
                   move lr-invoice-num      to ws-match-invoice
                   perform 230-find-points-earned
                   if ws-points-earned-on-sale <= ws-points-taken-back
                       move "NO POINTS EARNED"
                           to ws-refuse-note
                       perform 310-print-refused-item
                   else
                       if ws-post-points > ws-points-earned-on-sale
                               - ws-points-taken-back
                           compute ws-post-points =
                               ws-points-earned-on-sale
                               - ws-points-taken-back
                       end-if
                       perform 300-post-ledger-entry
                   end-if
               end-if
               read loyalty-returns-file
                   at end move 'y'          to ws-eof-flag
           end-perform.
           close loyalty-returns-file.


      *    Read the member's ledger from its first record, adding up
      *    the points earned on ws-match-invoice and those already
      *    clawed back against it
       230-find-points-earned.
           move 0                           to ws-points-earned-on-sale.
           move 0                           to ws-points-taken-back.
           move 'n'                         to ws-scan-done-flag.
           move ws-post-member              to ll-member-num.
           move 0                           to ll-post-date.
           move low-values                  to ll-tran-type.
           move low-values                  to ll-reference.
           start points-ledger-file key is not less than ll-key
               invalid key
                   move 'y'                 to ws-scan-done-flag
           end-start.
           perform until ws-scan-done-flag = 'y'
               read points-ledger-file next record
                   at end
                       move 'y'             to ws-scan-done-flag
                   not at end
                       if ll-member-num not = ws-post-member
                           move 'y'         to ws-scan-done-flag
                       else
                           if ll-reference(1:9) = ws-match-invoice
                               if ll-type-earned
                                   add ll-points
                                       to ws-points-earned-on-sale
                               end-if
                               if ll-type-clawback
                                   add ll-points
                                       to ws-points-taken-back
                               end-if
                           end-if
                       end-if
               end-read
           end-perform.


      *    Write the movement to the ledger and move the member's
      *    balance - earned and refunded points raise it, redeemed and
      *    clawed-back points lower it
       300-post-ledger-entry.
           perform 120-find-member.
           if ws-mb-found = 0 then
               move "NOT ON FILE"           to ws-refuse-note
               perform 310-print-refused-item
               exit paragraph
           end-if.

           evaluate ws-post-type
               when 'E'
               when 'U'
                   add ws-post-points       to
                       ws-mb-balance(ws-mb-found)
               when 'D'
               when 'C'
                   subtract ws-post-points  from
                       ws-mb-balance(ws-mb-found)
           end-evaluate.

           move ws-post-member              to ll-member-num.
           move ws-business-date            to ll-post-date.
           move ws-post-type                to ll-tran-type.
           move ws-post-reference           to ll-reference.
           move ws-post-store               to ll-store-num.
           move ws-post-points              to ll-points.
           move ws-post-dollars             to ll-dollar-amount.
           move ws-post-trans-date          to ll-trans-date.
           move ws-mb-balance(ws-mb-found)  to ll-balance-after.
           write points-ledger-record
               invalid key
                   perform 305-back-out-balance
                   move "ALREADY POSTED"    to ws-refuse-note
                   perform 310-print-refused-item
                   exit paragraph
           end-write.

           evaluate ws-post-type
               when 'E'
                   add 1                    to ws-earned-count
                   add ws-post-points       to ws-earned-points
                   move "EARNED"            to ws-dl-type
               when 'D'
                   add 1                    to ws-redeemed-count
                   add ws-post-points       to ws-redeemed-points
                   move "REDEEMED"          to ws-dl-type
               when 'C'
                   add 1                    to ws-clawback-count
                   add ws-post-points       to ws-clawback-points
                   move "RETURNED"          to ws-dl-type
               when 'U'
                   add 1                    to ws-refunded-count
                   add ws-post-points       to ws-refunded-points
                   move "REFUNDED"          to ws-dl-type
           end-evaluate.
           move ws-business-date            to
               ws-mb-last-activity(ws-mb-found).

           move ws-post-member              to ws-dl-member.
           move ws-mb-name(ws-mb-found)     to ws-dl-name.
           move ws-post-reference           to ws-dl-reference.
           move ws-post-trans-date          to ws-dl-date.
           move ws-post-dollars             to ws-dl-dollars.
           move ws-post-points              to ws-dl-points.
           move ws-mb-balance(ws-mb-found)  to ws-dl-balance.
           move spaces                      to ws-dl-note.
           if ws-mb-balance(ws-mb-found) < 0 then
               move "NEGATIVE BAL"          to ws-dl-note
           end-if.
           write output-line from ws-detail-line
               after advancing 1 line.


      *    The ledger already had the movement - put the balance back
      *    the way it was
       305-back-out-balance.
           evaluate ws-post-type
               when 'E'
               when 'U'
                   subtract ws-post-points  from
                       ws-mb-balance(ws-mb-found)
               when 'D'
               when 'C'
                   add ws-post-points       to
                       ws-mb-balance(ws-mb-found)
           end-evaluate.


       310-print-refused-item.
           add 1                            to ws-exception-count.
           move spaces                      to ws-detail-line.
           move ws-post-member              to ws-dl-member.
           move "** REFUSED **"             to ws-dl-name.
           evaluate ws-post-type
               when 'E'
                   move "EARNED"            to ws-dl-type
               when 'D'
                   move "REDEEMED"          to ws-dl-type
               when 'C'
                   move "RETURNED"          to ws-dl-type
               when 'U'
                   move "REFUNDED"          to ws-dl-type
           end-evaluate.
           move ws-post-reference           to ws-dl-reference.
           move ws-post-trans-date          to ws-dl-date.
           move ws-post-dollars             to ws-dl-dollars.
           move ws-post-points              to ws-dl-points.
           move 0                           to ws-dl-balance.
           move ws-refuse-note              to ws-dl-note.
           write output-line from ws-detail-line
               after advancing 1 line.


       400-print-summary.
           move "POINTS EARNED          : " to ws-sum-label.
           move ws-earned-count             to ws-sum-count.
           move ws-earned-points            to ws-sum-points.
           compute ws-points-value rounded =
               ws-earned-points / ws-redeem-rate.
           move ws-points-value             to ws-sum-value.
           write output-line from ws-summary-line
               after advancing 2 lines.

           move "POINTS REDEEMED        : " to ws-sum-label.
           move ws-redeemed-count           to ws-sum-count.
           move ws-redeemed-points          to ws-sum-points.
           compute ws-points-value rounded =
               ws-redeemed-points / ws-redeem-rate.
           move ws-points-value             to ws-sum-value.
           write output-line from ws-summary-line
               after advancing 1 line.

           move "POINTS TAKEN BACK      : " to ws-sum-label.
           move ws-clawback-count           to ws-sum-count.
           move ws-clawback-points          to ws-sum-points.
           compute ws-points-value rounded =
               ws-clawback-points / ws-redeem-rate.
           move ws-points-value             to ws-sum-value.
           write output-line from ws-summary-line
               after advancing 1 line.

           move "POINTS REFUNDED        : " to ws-sum-label.
           move ws-refunded-count           to ws-sum-count.
           move ws-refunded-points          to ws-sum-points.
           compute ws-points-value rounded =
               ws-refunded-points / ws-redeem-rate.
           move ws-points-value             to ws-sum-value.
           write output-line from ws-summary-line
               after advancing 1 line.

           move ws-exception-count          to ws-exc-count.
           write output-line from ws-exception-sum-line
               after advancing 1 line.


       450-write-control-totals.
           move ws-business-date            to lct-batch-date.
           move ws-earned-points            to lct-earned-points.
           compute lct-earned-value rounded =
               ws-earned-points / ws-redeem-rate.
           move ws-clawback-points          to lct-clawback-points.
           compute lct-clawback-value rounded =
               ws-clawback-points / ws-redeem-rate.
           move ws-redeemed-points          to lct-redeemed-points.
           move ws-refunded-points          to lct-refunded-points.
           move ws-exception-count          to lct-exception-count.
           open output loyalty-control-file.
           write loyalty-control-line.
           close loyalty-control-file.


       500-rewrite-member-master.
           open output member-file.
           perform varying ws-mb-sub from 1 by 1
               until ws-mb-sub > ws-mb-count
               move spaces                  to member-line
               move ws-mb-member-num(ws-mb-sub) to lm-member-num
               move ws-mb-name(ws-mb-sub)   to lm-name
               move ws-mb-status(ws-mb-sub) to lm-status
               move ws-mb-enrol-date(ws-mb-sub) to lm-enrol-date
               move ws-mb-balance(ws-mb-sub) to lm-points-balance
               move ws-mb-last-activity(ws-mb-sub)
                   to lm-last-activity-date
               write member-line
           end-perform.
           close member-file.

      *    Record that this batch date is posted to the ledger
       510-stamp-loyalty-applied.
           move ws-business-date            to lal-batch-date.
           open output loyalty-applied-file.
           write loyalty-applied-line.
           close loyalty-applied-file.


       700-archive-output-files.
           move ws-business-date            to ws-archive-date.

           move "../../../../data/LoyaltyPosting.out"
               to ws-archive-read-path.
           string "../../../../data/LoyaltyPosting_"
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


       end program LoyaltyPosting.
