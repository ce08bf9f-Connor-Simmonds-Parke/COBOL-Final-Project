               organization is line sequential
               file status is ws-bank-status.

      *    Paid-Out Records - till cash paid out for store expenses
      *    (DataSplitAndCount's code 'P' split); it left the drawer
      *    under the operator who paid it, so it never reaches the
      *    bank. Tolerated when absent.
           select paid-out-file
               assign to "../../../../data/PaidOutRecords.dat"
               organization is line sequential
               file status is ws-paid-out-status.

      *    Store Master - supplies the store names printed on the
      *    store group headings
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
           05 po-il-invoice-num             pic x(9).
           05 po-il-SKU                     pic x(15).
           05 po-il-trans-date              pic 9(8).
           05 po-il-trans-time              pic 9(6).
           05 po-il-tender-seq              pic 9.
           05 po-il-trans-total             pic 9(5)v99.
           05 po-il-operator-id             pic 9(4).
           05 filler                        pic x(38).

      *Input Records - Bank Deposit File
       fd bank-deposit-file
       77 ws-eof-flag                       pic x     value 'n'.
       77 ws-bank-status                    pic xx    value spaces.
       77 ws-bank-missing-flag              pic x     value 'n'.
       77 ws-paid-out-status                pic xx    value spaces.
       77 ws-any-activity-flag              pic x     value 'n'.

      *Date-Stamped Archive Copies
      *    bank's deposits alongside
           perform 200-tally-sl-cash.
           perform 250-tally-returns-cash.
           perform 260-tally-paid-outs.
           perform 300-load-bank-deposits.

      *    Prorate each store's over/short across its operators by
           close returns-file.


      *    A paid-out comes out of the paying operator's drawer the
      *    same as a cash refund does
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
                               move po-il-store-num
                                   to ws-work-store
                               move po-il-operator-id
                                   to ws-work-operator
                               compute ws-work-amount =
                                   0 - po-il-amount
                               perform 230-post-operator-cash
                           end-if
                   end-read
               end-perform
               close paid-out-file
           end-if.


       230-post-operator-cash.
           perform 130-find-operator-entry.
           if ws-op-found > 0 then
