               organization is line sequential
               file status is ws-bank-status.

      *    Paid-Out Records - till cash paid out for store expenses
      *    (DataSplitAndCount's code 'P' split); it left the drawer,
      *    so it never reaches the bank. Tolerated when absent.
           select paid-out-file
               assign to "../../../../data/PaidOutRecords.dat"
               organization is line sequential
               file status is ws-paid-out-status.

      *    Store Master - supplies the store names printed on the
      *    reconciliation lines
           select store-file
      *Input Records - Sales & Layaways side
       fd s-l-file
           data record is sl-input-line
           record contains 100 characters.

       01 sl-input-line.
           05 sl-il-code                    pic x.
           05 sl-il-exempt-flag             pic x.
               88 sl-il-tax-exempt          value 'Y'.
           05 sl-il-exempt-cert             pic x(10).
           05 sl-il-account-num             pic x(8).
           05 filler                        pic x(19).

      *Input Records - Returns side
       fd returns-file
           data record is returns-input-line
           record contains 100 characters.

       01 returns-input-line.
           05 rt-il-code                    pic x.
           05 rt-il-exempt-flag             pic x.
               88 rt-il-tax-exempt          value 'Y'.
           05 rt-il-exempt-cert             pic x(10).
           05 rt-il-account-num             pic x(8).
           05 filler                        pic x(19).

      *Input Records - Paid-Outs
       fd paid-out-file
           data record is paid-out-line
           record contains 100 characters.

       01 paid-out-line.
           05 po-il-code                    pic x.
           05 po-il-amount                  pic 9(5)v99.
           05 po-il-type                    pic x(2).
           05 po-il-store-num               pic 99.
           05 filler                        pic x(88).

      *Input Records - Bank Deposit File
       fd bank-deposit-file
           05 filler                        pic x(35)
               value spaces.

       01 ws-summary5-paid-out.
           05 filler                        pic x(25)
               value "Cash Paid Out         : ".
           05 ws-sum-paid-out-amt           pic $zz,zzz,zz9.99.
           05 filler                        pic x(71)
               value spaces.

       01 ws-summary4-warning.
           05 ws-warning-message            pic x(79).

      *Per-Store Cash Position, subscripted directly by store number
      *(cash sales and layaway deposits in, cash refunds and
      *paid-outs out)
       01 ws-cash-table.
           05 ws-cash-entry                 occurs 99 times.
               10 ws-cash-expected          pic s9(9)v99.
       77 ws-eof-flag                       pic x     value "n".
       77 ws-bank-status                    pic xx    value spaces.
       77 ws-bank-missing-flag              pic x     value 'n'.
       77 ws-paid-out-status                pic xx    value spaces.
       77 ws-paid-out-total                 pic 9(9)v99 value 0.
       77 ws-any-activity-flag              pic x     value 'n'.

      *Date-Stamped Archive Copies
      *    bank's deposits alongside
           perform 200-tally-sl-cash.
           perform 250-tally-returns-cash.
           perform 260-tally-paid-outs.
           perform 300-load-bank-deposits.

      *    Print the reconciliation
           end-perform.


       260-tally-paid-outs.
           open input paid-out-file.
           if ws-paid-out-status = "00" then
               move 'n'                     to ws-eof-flag
               perform until ws-eof-flag = 'y'
                   read paid-out-file
                       at end
                           move 'y'         to ws-eof-flag
                       not at end
                           if po-il-store-num > 0 then
                               subtract po-il-amount
                                   from ws-cash-expected
                                       (po-il-store-num)
                               add po-il-amount
                                   to ws-paid-out-total
                               move 'y'
                                   to ws-cash-active(po-il-store-num)
                           end-if
                   end-read
               end-perform
               close paid-out-file
           end-if.


       300-load-bank-deposits.
           open input bank-deposit-file.
           if ws-bank-status = "00" then
           write output-line from ws-summary3-totals
               after advancing 1 line.

           move ws-paid-out-total           to ws-sum-paid-out-amt.
           write output-line from ws-summary5-paid-out
               after advancing 1 line.

           if ws-bank-missing-flag = 'y' then
               move spaces                  to ws-warning-message
               string
