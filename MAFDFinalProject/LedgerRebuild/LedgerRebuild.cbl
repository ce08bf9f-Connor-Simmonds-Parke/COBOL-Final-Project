      *taxable records, exactly as they were posted at the time
       fd valid-archive-file
           data record is archive-input-line
           record contains 100 characters.

       01 archive-input-line.
           05 il-code                       pic x.
               88 il-code-R                 value 'R'.
               88 il-code-L                 value 'L'.
               88 il-code-C                 value 'C'.
               88 il-code-V                 value 'V'.
           05 il-amount                     pic 9(5)v99.
           05 il-type                       pic x(2).
               88 il-type-GC                value "GC".
           05 il-operator-id                pic 9(4).
           05 il-exempt-flag                pic x.
           05 il-exempt-cert                pic x(10).
           05 il-account-num                pic x(8).
           05 il-loyalty-num                pic x(10).
           05 filler                        pic x(9).

       fd layaway-ledger-file
           data record is ledger-record.
           05 hist-refunded-flag            pic x.
           05 hist-trans-date               pic 9(8).
           05 hist-trans-time               pic 9(6).
           05 hist-loyalty-num              pic x(10).
           05 hist-operator-id              pic 9(4).
           05 hist-refund-date              pic 9(8).

       fd parameter-master-file
           data record is parameter-master-line
               10 ws-hi-refunded            pic x.
               10 ws-hi-date                pic 9(8).
               10 ws-hi-time                pic 9(6).
               10 ws-hi-loyalty             pic x(10).
               10 ws-hi-operator            pic 9(4).
               10 ws-hi-refund-date         pic 9(8).
               10 ws-hi-seen                pic x.
       77 ws-hist-count                     pic 9(6)  value 0.
       01 ws-hist-index.
           05 ws-hix-slot                   pic 9(7) comp
               occurs 200003 times.

      *Post-Voided Sales - the invoices the day's post-voids (code
      *'V') cancel, gathered per archive before it is replayed,
      *since DataSplitAndCount kept those sales out of every ledger;
      *empty slots carry a space invoice
       01 ws-void-index.
           05 ws-vdx-invoice                pic x(9)
               occurs 200003 times.
       77 ws-void-count                     pic 9(7)  value 0.
       77 ws-void-hit-flag                  pic x     value 'n'.

      *Hash work fields shared by the three indexes
       77 ws-hash-invoice                   pic x(9)  value spaces.
       77 ws-hash-work                      pic 9(12) comp value 0.
               exit paragraph
           end-if.

      *    Gather the day's voids first - a void follows the sale it
      *    cancels, so the sale has to be known as voided before the
      *    replay reaches it
           perform 205-collect-voids.
           close valid-archive-file.
           open input valid-archive-file.

           add 1                            to ws-archives-read.
           move ws-day-date                 to ws-dtl-date
           move "REPLAYED"                  to ws-dtl-note.
           close valid-archive-file.


       205-collect-voids.
           initialize ws-void-index.
           move 0                           to ws-void-count.
           move 'n'                         to ws-eof-flag.
           read valid-archive-file
               at end move 'y'              to ws-eof-flag.
           perform until ws-eof-flag = 'y'
               if il-code-V then
                   move il-invoice-num      to ws-hash-invoice
                   perform 207-find-void
                   if ws-void-hit-flag = 'n'
                           and ws-void-count < 200003
                       move il-invoice-num  to
                           ws-vdx-invoice(ws-hash-sub)
                       add 1                to ws-void-count
                   end-if
               end-if
               read valid-archive-file
                   at end move 'y'          to ws-eof-flag
           end-perform.

      *    Probe the void index for ws-hash-invoice - a miss leaves
      *    ws-hash-sub on the empty slot ending the chain
       207-find-void.
           move 'n'                         to ws-void-hit-flag.
           perform 150-hash-invoice.
           move 'n'                         to ws-probe-done-flag.
           perform until ws-probe-done-flag = 'y'
               if ws-vdx-invoice(ws-hash-sub) = spaces
                   move 'y'                 to ws-probe-done-flag
               else
                   if ws-vdx-invoice(ws-hash-sub) = ws-hash-invoice
                       move 'y'             to ws-void-hit-flag
                       move 'y'             to ws-probe-done-flag
                   else
                       add 1                to ws-hash-sub
                       if ws-hash-sub > 200003
                           move 1           to ws-hash-sub
                       end-if
                   end-if
               end-if
           end-perform.

      *    The posting rules, record by record, exactly as the
      *    nightly programs apply them - a post-voided sale never
      *    reached the ledgers, so it is passed over
       210-replay-one-record.
           if il-code-S and ws-void-count > 0 then
               move il-invoice-num          to ws-hash-invoice
               perform 207-find-void
               if ws-void-hit-flag = 'y'
                   exit paragraph
               end-if
           end-if.
           if il-code-L then
               if rbr-target-layaway or rbr-target-history
                   perform 300-post-layaway
                                                (ws-found-entry).
           move il-trans-time               to ws-hi-time
                                                (ws-found-entry).
           move il-loyalty-num              to ws-hi-loyalty
                                                (ws-found-entry).
           move il-operator-id              to ws-hi-operator
                                                (ws-found-entry).
           move 0                           to ws-hi-refund-date
                                                (ws-found-entry).


      *    ReturnsProcessing 205-verify-original-sale's accepted-
                   and ws-hi-refunded(ws-found-entry) not = 'Y' then
               move 'Y'                     to ws-hi-refunded
                                                (ws-found-entry)
               move il-trans-date           to ws-hi-refund-date
                                                (ws-found-entry)
           end-if.


                       to hist-trans-date
                   move ws-hi-time(ws-entry-sub)
                       to hist-trans-time
                   move ws-hi-loyalty(ws-entry-sub)
                       to hist-loyalty-num
                   move ws-hi-operator(ws-entry-sub)
                       to hist-operator-id
                   move ws-hi-refund-date(ws-entry-sub)
                       to hist-refund-date
                   write hist-record
                       invalid key continue
                   end-write
