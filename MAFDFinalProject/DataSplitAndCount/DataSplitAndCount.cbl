               assign to "../../../../data/ExchangeRecords.dat"
               organization is line sequential.

      *    Paid-Out records (code 'P') - cash taken out of the till
      *    for store expenses, routed on for the cash reconciliations
      *    and the paid-out register
           select paid-out-file
               assign to "../../../../data/PaidOutRecords.dat"
               organization is line sequential.

      *    Layaway Cancellation Report - one line per cancellation
      *    (code 'C') showing the deposit held, the forfeit fee kept
      *    and the refund due back to the customer
               assign to "../../../../data/RefundRegister.out"
               organization is line sequential.

      *    Post-Void Register - every void (code 'V') accepted by Edit
      *    listed by store and operator with the sale it took back
      *    out of the day's figures, so the office can follow up on
      *    who is voiding what
           select void-register-file
               assign to "../../../../data/VoidRegister.out"
               organization is line sequential.

      *    Central Parameter Master - the reading programs look here
      *    first for their operating knobs, falling back to the old
      *    loose control file and then the built-in default, so
               organization is line sequential
               file status is ws-runlog-status.

      *    Operations Alert Feed - one record per reportable
      *    condition, shared by every batch program and read back by
      *    AlertReport for the on-call analyst
           select alert-file
               assign to "../../../../data/Alerts.dat"
               organization is line sequential
               file status is ws-alert-status.

      *    Layaway running-balance ledger, keyed by invoice number so
      *    payments against the same invoice in a later batch update
      *    the existing balance instead of starting over
      *    Input Records
       fd input-file
           data record is input-line
           record contains 100 characters.

       01 input-line.
           05 il-code                pic x.
               88 il-code-L                    value 'L'.
               88 il-code-X                    value 'X'.
               88 il-code-C                    value 'C'.
               88 il-code-V                    value 'V'.
               88 il-code-P                    value 'P'.
           05 il-amount              pic 9(5)v99.
           05 il-type                pic x(2).
               88 il-type-CA                   value "CA".
               88 il-type-CR                   value "CR".
               88 il-type-DB                   value "DB".
               88 il-type-GC                   value "GC".
               88 il-type-HA                   value "HA".
               88 il-type-LP                   value "LP".
           05 il-store-num           pic 99.
               88 il-valid-store-num           value 01 thru 12.
           05 il-invoice-num.
           05 il-exempt-flag         pic x.
               88 il-tax-exempt      value 'Y'.
           05 il-exempt-cert         pic x(10).
           05 il-account-num         pic x(8).
           05 il-loyalty-num         pic x(10).
           05 il-paid-out-reason     pic x(2).
           05 filler                 pic x(7).

      *    Output Records
       fd s-l-file
           data record is output-line
           record contains 100 characters.

       01 s-l-line                   pic x(100).

       fd returns-file
           data record is output-line
           record contains 100 characters.

       01 returns-line               pic x(100).

       fd exchange-file
           data record is exchange-line
           record contains 100 characters.

       01 exchange-line              pic x(100).

       fd paid-out-file
           data record is paid-out-line
           record contains 100 characters.

       01 paid-out-line              pic x(100).

       fd totals-file
           data record is output-line

       fd datasplit-control-file
           data record is datasplit-control-line
           record contains 2331 characters.

       01 datasplit-control-line.
           05 dsctl-total-records    pic 9(7).
           05 dsctl-store-amts       occurs 99 times.
               10 dsctl-store-sl-amt pic 9(9)v99.
               10 dsctl-store-r-amt  pic 9(9)v99.
           05 dsctl-sl-ha-amt        pic 9(9)v99.
           05 dsctl-r-ha-amt         pic 9(9)v99.
           05 dsctl-sl-lp-amt        pic 9(9)v99.
           05 dsctl-r-lp-amt         pic 9(9)v99.



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

       fd run-control-file
           data record is run-control-line
           record contains 15 characters.

       01 refund-register-line       pic x(110).

       fd void-register-file
           data record is void-register-line
           record contains 110 characters.

       01 void-register-line         pic x(110).

       fd archive-read-file
           data record is archive-read-line
           record contains 200 characters.
           05 ws-r-grand-ttl         pic $$$,$$$,$$9.99.
           05 filler                 pic x(44) value spaces.

      *Paid-Out Count Line - till cash paid out for store expenses
       01 ws-p-count-line.
           05 filler                 pic x(23)
               value "PAID-OUTS:             ".
           05 ws-pc-count            pic zzzzzz9.
           05 filler                 pic x(25)
               value "   CASH PAID OUT       = ".
           05 ws-pc-amt              pic $zzz,zzz,zz9.99.
           05 filler                 pic x(40) value spaces.

      *Layaway Cancellation Count Line (the cancellation detail has
      *its own report; this keeps the counts report's total honest)
       01 ws-c-count-line.
           05 ws-cc-count            pic zzzzzz9.
           05 filler                 pic x(59) value spaces.

      *House Account Lines - charges and refunds put on customer
      *accounts rather than taken in tender; HouseAccountPosting
      *carries them onto the receivables ledger
       01 ws-ha-sl-line.
           05 filler                 pic x(23)
               value "HOUSE ACCOUNT CHARGES: ".
           05 ws-ha-sl-count         pic zzzzzz9.
           05 filler                 pic x(25)
               value "   AMOUNT CHARGED      = ".
           05 ws-ha-sl-amt           pic $zzz,zzz,zz9.99.
           05 filler                 pic x(40) value spaces.

       01 ws-ha-r-line.
           05 filler                 pic x(23)
               value "HOUSE ACCOUNT REFUNDS: ".
           05 ws-ha-r-count          pic zzzzzz9.
           05 filler                 pic x(25)
               value "   AMOUNT CREDITED     = ".
           05 ws-ha-r-amt            pic $zzz,zzz,zz9.99.
           05 filler                 pic x(40) value spaces.

      *Loyalty Lines - sales and layaways that named a loyalty
      *member, and the dollars paid for (or refunded back to) in
      *points; LoyaltyPosting carries them onto the points ledger
       01 ws-lm-count-line.
           05 filler                 pic x(23)
               value "LOYALTY MEMBER SALES : ".
           05 ws-lm-sl-count         pic zzzzzz9.
           05 filler                 pic x(80) value spaces.

       01 ws-lp-sl-line.
           05 filler                 pic x(23)
               value "POINTS REDEMPTIONS   : ".
           05 ws-lp-sl-count         pic zzzzzz9.
           05 filler                 pic x(25)
               value "   AMOUNT REDEEMED     = ".
           05 ws-lp-sl-amt           pic $zzz,zzz,zz9.99.
           05 filler                 pic x(40) value spaces.

       01 ws-lp-r-line.
           05 filler                 pic x(23)
               value "REFUNDS TO POINTS    : ".
           05 ws-lp-r-count          pic zzzzzz9.
           05 filler                 pic x(25)
               value "   AMOUNT RETURNED     = ".
           05 ws-lp-r-amt            pic $zzz,zzz,zz9.99.
           05 filler                 pic x(40) value spaces.

      *Layaway Cancellation Report Lines
       01 ws-cancel-header1.
           05 filler                 pic x(27) value spaces.
           05 ws-s-count             pic 9(7)  value 0.
           05 ws-l-count             pic 9(7)  value 0.
           05 ws-x-count             pic 9(7)  value 0.
           05 ws-p-count             pic 9(7)  value 0.
           05 ws-p-transactions      pic 9(9)v99 value 0.
           05 ws-s-transactions      pic 9(9)v99.
           05 ws-l-transactions      pic 9(9)v99.
           05 ws-r-transactions      pic 9(9)v99.
           05 ws-s-giftcard-count    pic 9(7)  value 0.
           05 ws-l-giftcard-count    pic 9(7)  value 0.
           05 ws-r-giftcard-count    pic 9(7)  value 0.
           05 ws-sl-houseacct-count  pic 9(7)  value 0.
           05 ws-r-houseacct-count   pic 9(7)  value 0.
           05 ws-sl-ha-amt           pic 9(9)v99 value 0.
           05 ws-r-ha-amt            pic 9(9)v99 value 0.
           05 ws-sl-member-count     pic 9(7)  value 0.
           05 ws-sl-points-count     pic 9(7)  value 0.
           05 ws-r-points-count      pic 9(7)  value 0.
           05 ws-sl-lp-amt           pic 9(9)v99 value 0.
           05 ws-r-lp-amt            pic 9(9)v99 value 0.

      *Store Totals Table, subscripted directly by store number;
      *sized well past today's store count so opening a new store is
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

      *Rerun Protection - set when LedgerApplied.ctl says this batch
      *date was already posted into the ledgers and no operator
      *override is on hand; the split files and reports are rebuilt

       77 ws-refund-line-count       pic 9(7)  value 0.

      *Post-Voids (code 'V') - collected off ValidRecords.dat before
      *the split starts, since a void follows the sale it cancels;
      *the voided sale's legs are then kept out of S&LRecords.dat
      *and every total, which keeps them out of the sales history,
      *the accumulators and the tax figures downstream as well. The
      *index is a hash (same sizing and probing as the S&L invoice
      *table) holding each void's table subscript
       01 ws-void-table.
           05 ws-vd-entry            occurs 5000 times.
               10 ws-vd-invoice-num  pic x(9).
               10 ws-vd-store-num    pic 99.
               10 ws-vd-operator-id  pic 9(4).
               10 ws-vd-type         pic x(2).
               10 ws-vd-trans-time   pic 9(6).
               10 ws-vd-amount       pic 9(5)v99.
               10 ws-vd-sale-amt     pic 9(7)v99.
               10 ws-vd-sale-oper    pic 9(4).
       01 ws-void-index.
           05 ws-vix-slot            pic 9(5)
                                     occurs 200003 times.
       77 ws-void-count              pic 9(5)  value 0.
       77 ws-vd-found                pic 9(5)  value 0.
       77 ws-vd-probe-entry          pic 9(5)  value 0.
       77 ws-void-full-warned        pic x     value 'n'.
       77 ws-v-count                 pic 9(7)  value 0.
       77 ws-voided-sale-count       pic 9(7)  value 0.
       77 ws-voided-sale-amt         pic 9(9)v99 value 0.
       77 ws-void-amt-tot            pic 9(9)v99 value 0.

      *Register order - void subscripts sorted by store, then
      *operator, then invoice
       01 ws-void-rank-table.
           05 ws-vr-sub              pic 9(5)
                                     occurs 5000 times.
       77 ws-vr-i                    pic 9(5)  value 0.
       77 ws-vr-j                    pic 9(5)  value 0.
       77 ws-vr-low                  pic 9(5)  value 0.
       77 ws-vr-temp                 pic 9(5)  value 0.
       77 ws-vr-this                 pic 9(5)  value 0.
       77 ws-vr-prev-store           pic 99    value 0.
       77 ws-vr-prev-oper            pic 9(4)  value 0.
       77 ws-vr-oper-cnt             pic 9(5)  value 0.
       77 ws-vr-oper-amt             pic 9(9)v99 value 0.
       77 ws-vr-store-cnt            pic 9(5)  value 0.
       77 ws-vr-store-amt            pic 9(9)v99 value 0.

      *Post-Void Register Lines
       01 ws-voidreg-header1.
           05 filler                 pic x(33) value spaces.
           05 filler                 pic x(24)
               value "POST-VOID REGISTER".
           05 filler                 pic x(11)
               value "BATCH DATE ".
           05 ws-vr-header-busdate   pic 9(8).
           05 filler                 pic x(34) value spaces.

       01 ws-voidreg-header2.
           05 filler                 pic x(7)  value "Store".
           05 filler                 pic x(10) value "Operator".
           05 filler                 pic x(12) value "Invoice".
           05 filler                 pic x(8)  value "Tender".
           05 filler                 pic x(9)  value "Time".
           05 filler                 pic x(14) value "Void Amount".
           05 filler                 pic x(15) value "Sale Removed".
           05 filler                 pic x(35) value "Rung By".

       01 ws-voidreg-header3.
           05 filler                 pic x(7)  value "-----".
           05 filler                 pic x(10) value "--------".
           05 filler                 pic x(12) value "---------".
           05 filler                 pic x(8)  value "------".
           05 filler                 pic x(9)  value "------".
           05 filler                 pic x(14) value "-----------".
           05 filler                 pic x(15) value "------------".
           05 filler                 pic x(35) value "-------".

       01 ws-voidreg-detail-line.
           05 filler                 pic x(2)  value spaces.
           05 ws-vrd-store-num       pic z9.
           05 filler                 pic x(4)  value spaces.
           05 ws-vrd-operator-id     pic 9(4).
           05 filler                 pic x(5)  value spaces.
           05 ws-vrd-invoice-num     pic x(9).
           05 filler                 pic x(4)  value spaces.
           05 ws-vrd-type            pic x(2).
           05 filler                 pic x(4)  value spaces.
           05 ws-vrd-trans-time      pic 99b99b99.
           05 filler                 pic x(2)  value spaces.
           05 ws-vrd-amount          pic $zz,zz9.99.
           05 filler                 pic x(3)  value spaces.
           05 ws-vrd-sale-amt        pic $zzz,zz9.99.
           05 filler                 pic x(5)  value spaces.
           05 ws-vrd-sale-oper       pic 9(4).
           05 ws-vrd-note            pic x(30).

       01 ws-voidreg-oper-line.
           05 filler                 pic x(17) value spaces.
           05 filler                 pic x(9)  value "OPERATOR ".
           05 ws-vro-operator-id     pic 9(4).
           05 filler                 pic x(3)  value spaces.
           05 ws-vro-count           pic zzzz9.
           05 filler                 pic x(8)  value " VOIDS  ".
           05 ws-vro-amount          pic $zzz,zzz,zz9.99.
           05 filler                 pic x(49) value spaces.

       01 ws-voidreg-store-line.
           05 filler                 pic x(17) value spaces.
           05 filler                 pic x(9)  value "STORE    ".
           05 ws-vrs-store-num       pic z9.
           05 filler                 pic x(5)  value spaces.
           05 ws-vrs-count           pic zzzz9.
           05 filler                 pic x(8)  value " VOIDS  ".
           05 ws-vrs-amount          pic $zzz,zzz,zz9.99.
           05 filler                 pic x(49) value spaces.

       01 ws-voidreg-none-line.
           05 filler                 pic x(29)
               value "No post-voids for this run.".
           05 filler                 pic x(81) value spaces.

       01 ws-voidreg-total-line.
           05 filler                 pic x(26)
               value "VOIDS THIS REGISTER     = ".
           05 ws-vrt-count-print     pic zzzzzz9.
           05 filler                 pic x(26)
               value "   TOTAL VOID AMOUNT   = ".
           05 ws-vrt-amount-print    pic $zzz,zzz,zz9.99.
           05 filler                 pic x(36) value spaces.

      *Post-Void Count Line on the counts report
       01 ws-v-count-line.
           05 filler                 pic x(23)
               value "POST-VOIDS:            ".
           05 ws-vc-count            pic zzzzzz9.
           05 filler                 pic x(25)
               value "   SALES REMOVED       = ".
           05 ws-vc-sale-amt         pic $zzz,zzz,zz9.99.
           05 filler                 pic x(40) value spaces.

      *Layaway Cancellations (code 'C') - the forfeit fee kept out of
      *the deposits, what's left refunded back to the customer
       77 ws-forfeit-status          pic xx    value spaces.
           initialize ws-sl-invoice-table.
           perform 095-check-run-control.
           perform 098-check-ledger-applied.
           perform 160-collect-voided-invoices.
           perform 100-open-files.
           perform 140-load-store-master.
           perform 145-load-forfeit-fee.
           perform 146-write-cancel-header.
           perform 147-write-gc-exception-header.
           perform 148-write-refund-register-header.
           perform 149-write-void-register-header.
           perform 150-read-edit-control-totals.
           perform 200-read-files.
           perform 300-perform-sorting
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
               move "DataSplitAndCount"
                   to al-program-id
               move ws-alert-severity       to al-severity
               move ws-alert-store          to al-store-num
               move ws-alert-code           to al-code
               move ws-alert-text           to al-text
               write alert-line
               close alert-file
           end-if.

      *    The pipeline runs in a strict order - refuse to start
      *    until the predecessor has stamped its completion for the
      *    current date, and tell the operator which step is missing
       100-open-files.
           open output returns-file, s-l-file, totals-file,
               exchange-file, cancel-report-file, gc-exception-file,
               paid-out-file, refund-extract-file, refund-register-file,
               void-register-file.
           open input input-file.
           move ws-cnst-open-file              to ws-eof-flag.

           move "DataSplitAndCount"            to lrh-program.
           write refund-header-record.

       149-write-void-register-header.
           move ws-business-date               to ws-vr-header-busdate.
           write void-register-line from ws-voidreg-header1.
           write void-register-line from ws-voidreg-header2.
           write void-register-line from ws-voidreg-header3.

      *    Fill the store master table with the original hardcoded
      *    twelve-store defaults, then overlay whatever StoreMaster.dat
      *    carries; the highest store number on the master becomes
               move "n"                        to ws-recon-found-flag
           end-if.

      *    A void follows the sale it cancels, so the whole day is
      *    read once up front for its voids - the split pass then
      *    knows which sales to leave out before it reaches them
       160-collect-voided-invoices.
           initialize ws-void-index.
           open input input-file.
           move ws-cnst-open-file              to ws-eof-flag.
           perform 200-read-files.
           perform until eof-empty
               if il-code-V then
                   perform 165-insert-void
               end-if
               perform 200-read-files
           end-perform.
           close input-file.

       165-insert-void.
           if ws-void-count >= 5000 then
               if ws-void-full-warned = 'n' then
                   move 'y'                    to ws-void-full-warned
                   display "WARNING: VOID TABLE FULL - LATER VOIDS"
                   display "LEFT IN THE DAY'S FIGURES"
               end-if
               exit paragraph
           end-if.
           move il-invoice-num                 to ws-hash-invoice.
           perform 170-find-void.
           if ws-vd-found > 0 then
               exit paragraph
           end-if.
           add 1                               to ws-void-count.
           move ws-void-count                  to
               ws-vix-slot(ws-hash-sub).
           move il-invoice-num                 to
               ws-vd-invoice-num(ws-void-count).
           move il-store-num                   to
               ws-vd-store-num(ws-void-count).
           move il-operator-id                 to
               ws-vd-operator-id(ws-void-count).
           move il-type                        to
               ws-vd-type(ws-void-count).
           move il-trans-time                  to
               ws-vd-trans-time(ws-void-count).
           move il-amount                      to
               ws-vd-amount(ws-void-count).
           move 0                              to
               ws-vd-sale-amt(ws-void-count).
           move 0                              to
               ws-vd-sale-oper(ws-void-count).

      *    Probe the void index for ws-hash-invoice - the void's
      *    subscript comes back in ws-vd-found (0 = not voided, with
      *    ws-hash-sub left on the empty slot ending the chain)
       170-find-void.
           move 0                              to ws-vd-found.
           perform 395-hash-invoice.
           move 'n'                            to ws-probe-done-flag.
           perform until ws-probe-done-flag = 'y'
               if ws-vix-slot(ws-hash-sub) = 0
                   move 'y'                    to ws-probe-done-flag
               else
                   move ws-vix-slot(ws-hash-sub) to ws-vd-probe-entry
                   if ws-vd-invoice-num(ws-vd-probe-entry)
                           = ws-hash-invoice
                       move ws-vd-probe-entry  to ws-vd-found
                       move 'y'                to ws-probe-done-flag
                   else
                       add 1                   to ws-hash-sub
                       if ws-hash-sub > 200003
                           move 1              to ws-hash-sub
                       end-if
                   end-if
               end-if
           end-perform.

       200-read-files.
           read input-file
               at END
           END-IF.

           IF il-code-S THEN
               move 0                          to ws-vd-found
               if ws-void-count > 0 then
                   move il-invoice-num         to ws-hash-invoice
                   perform 170-find-void
               end-if
               if ws-vd-found > 0 then
                   perform 325-remove-voided-sale
               else
                   perform 320-perform-sales
               end-if
           END-IF.

           IF il-code-L THEN
               perform 350-perform-cancellations
           END-IF.

           IF il-code-P THEN
               perform 360-perform-paid-outs
           END-IF.

           IF il-code-V THEN
               add ws-cnst-1                   to ws-v-count
               add il-amount                   to ws-void-amt-tot
           END-IF.

           perform 200-read-files.

       310-perform-returns.
                  add ws-cnst-1                to ws-r-giftcard-count
                  add il-amount                to ws-r-gc-amt
                  perform 345-update-gift-card-ledger
               ELSE IF il-type-HA THEN
                  add ws-cnst-1                to ws-r-houseacct-count
                  add il-amount                to ws-r-ha-amt
               ELSE IF il-type-LP THEN
                  add ws-cnst-1                to ws-r-points-count
                  add il-amount                to ws-r-lp-amt
               END-IF.

       320-perform-sales.
                       add ws-cnst-1           to ws-s-giftcard-count
                       add il-amount           to ws-sl-gc-amt
                       perform 345-update-gift-card-ledger
               ELSE IF il-type-HA THEN
                       add ws-cnst-1           to ws-sl-houseacct-count
                       add il-amount           to ws-sl-ha-amt
               ELSE IF il-type-LP THEN
                       add ws-cnst-1           to ws-sl-points-count
                       add il-amount           to ws-sl-lp-amt
               END-IF.

      *        Count the sale once for its loyalty member, if any
           if il-tender-seq <= 1 and il-loyalty-num not = spaces then
               add ws-cnst-1                   to ws-sl-member-count
           end-if.

      *        Remember this invoice number so it can be checked
      *        against the Returns file's invoice numbers further down
           if il-tender-seq <= 1 then
               perform 390-insert-sl-invoice
           end-if.

      *    A sale taken back by a post-void - every leg stays out of
      *    S&LRecords.dat and the totals, and only its value and who
      *    rang it are kept for the void register
       325-remove-voided-sale.
           if il-tender-seq <= 1 then
               add ws-cnst-1                   to ws-voided-sale-count
               move il-operator-id
                   to ws-vd-sale-oper(ws-vd-found)
           end-if.
           add il-amount                       to ws-voided-sale-amt.
           add il-amount                       to
               ws-vd-sale-amt(ws-vd-found).

       330-perform-layaways.
      *    Count the transaction once across its split legs; every
      *    leg's amount and tender still lands in the money totals
                   add ws-cnst-1               to ws-l-giftcard-count
                   add il-amount               to ws-sl-gc-amt
                   perform 345-update-gift-card-ledger
               ELSE IF il-type-HA THEN
                   add ws-cnst-1               to ws-sl-houseacct-count
                   add il-amount               to ws-sl-ha-amt
               ELSE IF il-type-LP THEN
                   add ws-cnst-1               to ws-sl-points-count
                   add il-amount               to ws-sl-lp-amt
               END-IF.

      *        Count the layaway once for its loyalty member, if any
           if il-tender-seq <= 1 and il-loyalty-num not = spaces then
               add ws-cnst-1                   to ws-sl-member-count
           end-if.

               perform 335-update-layaway-ledger.

      *        Remember this invoice number so it can be checked
           move ws-gc-remaining                to ws-gce-balance.
           write gc-exception-line from ws-gc-exc-detail-line.

           move 2                              to ws-alert-severity.
           move il-store-num                   to ws-alert-store.
           move "GCREFUSE"                     to ws-alert-code.
           move spaces                         to ws-alert-text.
           string "INVOICE "                   delimited by size
                  il-invoice-num               delimited by size
                  " "                          delimited by size
                  ws-gce-reason                delimited by size
                  into ws-alert-text
           end-string.
           perform 085-write-alert.

      *    Exchanges (code 'X') - an item given back paired with an
      *    item taken in the same visit, kept off the sale/return
      *    totals entirely and routed to their own file for
           write exchange-line from input-line
               before advancing ws-cnst-1 line.

      *    Paid-outs (code 'P') - cash out of the till for a store
      *    expense; kept off the sale/return totals and routed to
      *    their own file for the cash reconciliations, the paid-out
      *    register and the GL extract
       360-perform-paid-outs.
           add ws-cnst-1                        to ws-p-count
           add il-amount                        to ws-p-transactions
           write paid-out-line from input-line
               before advancing ws-cnst-1 line.

      *    Layaway cancellations (code 'C') - close out the ledger
      *    record: the forfeit fee is kept out of the customer's
      *    deposits, the rest is refunded, and the balance is zeroed
           write totals-line from ws-c-count-line
               after advancing ws-cnst-2 lines.

           move ws-p-count                     to ws-pc-count.
           move ws-p-transactions              to ws-pc-amt.
           write totals-line from ws-p-count-line
               after advancing ws-cnst-2 lines.

           move ws-v-count                     to ws-vc-count.
           move ws-voided-sale-amt             to ws-vc-sale-amt.
           write totals-line from ws-v-count-line
               after advancing ws-cnst-2 lines.

           move ws-sl-houseacct-count          to ws-ha-sl-count.
           move ws-sl-ha-amt                   to ws-ha-sl-amt.
           write totals-line from ws-ha-sl-line
               after advancing ws-cnst-2 lines.
           move ws-r-houseacct-count           to ws-ha-r-count.
           move ws-r-ha-amt                    to ws-ha-r-amt.
           write totals-line from ws-ha-r-line
               after advancing ws-cnst-1 lines.

           move ws-sl-member-count             to ws-lm-sl-count.
           write totals-line from ws-lm-count-line
               after advancing ws-cnst-2 lines.
           move ws-sl-points-count             to ws-lp-sl-count.
           move ws-sl-lp-amt                   to ws-lp-sl-amt.
           write totals-line from ws-lp-sl-line
               after advancing ws-cnst-1 lines.
           move ws-r-points-count              to ws-lp-r-count.
           move ws-r-lp-amt                    to ws-lp-r-amt.
           write totals-line from ws-lp-r-line
               after advancing ws-cnst-1 lines.

           write totals-line from ws-store-header
               after advancing ws-cnst-3 lines.

           perform 449-print-gift-card-liability.
           perform 452-print-gc-exception-trailer.
           perform 454-print-refund-register-trailer.
           perform 456-print-void-register.
           perform 450-write-control-totals.

      *    Finish off the cancellation report with its totals, or an
           move ws-cancel-refund-tot           to lrt-hash-total.
           write refund-trailer-record.

      *    The day's voids by store and operator, with a subtotal
      *    at each break - or an explicit empty-result line when
      *    there were none
       456-print-void-register.
           if ws-void-count = 0 then
               write void-register-line from ws-voidreg-none-line
               exit paragraph
           end-if.

           perform varying ws-vr-i from 1 by 1
               until ws-vr-i > ws-void-count
               move ws-vr-i                    to ws-vr-sub(ws-vr-i)
           end-perform.

      *    Selection sort of the void subscripts - store, operator,
      *    invoice - few enough that a simple pass is plenty
           perform varying ws-vr-i from 1 by 1
               until ws-vr-i > ws-void-count
               move ws-vr-i                    to ws-vr-low
               perform varying ws-vr-j from ws-vr-i by 1
                   until ws-vr-j > ws-void-count
                   if ws-vd-store-num(ws-vr-sub(ws-vr-j)) <
                           ws-vd-store-num(ws-vr-sub(ws-vr-low))
                       or (ws-vd-store-num(ws-vr-sub(ws-vr-j)) =
                           ws-vd-store-num(ws-vr-sub(ws-vr-low))
                       and ws-vd-operator-id(ws-vr-sub(ws-vr-j)) <
                           ws-vd-operator-id(ws-vr-sub(ws-vr-low)))
                       or (ws-vd-store-num(ws-vr-sub(ws-vr-j)) =
                           ws-vd-store-num(ws-vr-sub(ws-vr-low))
                       and ws-vd-operator-id(ws-vr-sub(ws-vr-j)) =
                           ws-vd-operator-id(ws-vr-sub(ws-vr-low))
                       and ws-vd-invoice-num(ws-vr-sub(ws-vr-j)) <
                           ws-vd-invoice-num(ws-vr-sub(ws-vr-low)))
                       move ws-vr-j            to ws-vr-low
                   end-if
               end-perform
               if ws-vr-low not = ws-vr-i
                   move ws-vr-sub(ws-vr-i)     to ws-vr-temp
                   move ws-vr-sub(ws-vr-low)   to ws-vr-sub(ws-vr-i)
                   move ws-vr-temp             to ws-vr-sub(ws-vr-low)
               end-if
           end-perform.

           move ws-vd-store-num(ws-vr-sub(1))  to ws-vr-prev-store.
           move ws-vd-operator-id(ws-vr-sub(1)) to ws-vr-prev-oper.
           move 0                              to ws-vr-oper-cnt.
           move 0                              to ws-vr-oper-amt.
           move 0                              to ws-vr-store-cnt.
           move 0                              to ws-vr-store-amt.
           perform varying ws-vr-i from 1 by 1
               until ws-vr-i > ws-void-count
               move ws-vr-sub(ws-vr-i)         to ws-vr-this
               if ws-vd-store-num(ws-vr-this) not = ws-vr-prev-store
                   perform 457-print-void-oper-break
                   perform 458-print-void-store-break
               else
                   if ws-vd-operator-id(ws-vr-this)
                           not = ws-vr-prev-oper
                       perform 457-print-void-oper-break
                   end-if
               end-if
               move ws-vd-store-num(ws-vr-this)  to ws-vr-prev-store
               move ws-vd-operator-id(ws-vr-this) to ws-vr-prev-oper

               move ws-vd-store-num(ws-vr-this)  to ws-vrd-store-num
               move ws-vd-operator-id(ws-vr-this) to ws-vrd-operator-id
               move ws-vd-invoice-num(ws-vr-this) to ws-vrd-invoice-num
               move ws-vd-type(ws-vr-this)       to ws-vrd-type
               move ws-vd-trans-time(ws-vr-this) to ws-vrd-trans-time
               move ws-vd-amount(ws-vr-this)     to ws-vrd-amount
               move ws-vd-sale-amt(ws-vr-this)   to ws-vrd-sale-amt
               move ws-vd-sale-oper(ws-vr-this)  to ws-vrd-sale-oper
               if ws-vd-sale-amt(ws-vr-this) = 0
                   move "  *** SALE NOT IN THIS SPLIT"
                                                 to ws-vrd-note
               else
                   move spaces                   to ws-vrd-note
               end-if
               write void-register-line from ws-voidreg-detail-line
               add 1                           to ws-vr-oper-cnt
               add ws-vd-amount(ws-vr-this)    to ws-vr-oper-amt
               add 1                           to ws-vr-store-cnt
               add ws-vd-amount(ws-vr-this)    to ws-vr-store-amt
           end-perform.
           perform 457-print-void-oper-break.
           perform 458-print-void-store-break.

           move ws-void-count                  to ws-vrt-count-print.
           move ws-void-amt-tot                to ws-vrt-amount-print.
           write void-register-line from ws-voidreg-total-line
               after advancing ws-cnst-2 lines.

       457-print-void-oper-break.
           move ws-vr-prev-oper                to ws-vro-operator-id.
           move ws-vr-oper-cnt                 to ws-vro-count.
           move ws-vr-oper-amt                 to ws-vro-amount.
           write void-register-line from ws-voidreg-oper-line.
           move 0                              to ws-vr-oper-cnt.
           move 0                              to ws-vr-oper-amt.

       458-print-void-store-break.
           move ws-vr-prev-store               to ws-vrs-store-num.
           move ws-vr-store-cnt                to ws-vrs-count.
           move ws-vr-store-amt                to ws-vrs-amount.
           write void-register-line from ws-voidreg-store-line.
           write void-register-line from spaces.
           move 0                              to ws-vr-store-cnt.
           move 0                              to ws-vr-store-amt.

       450-write-control-totals.
           move ws-total-count                 to dsctl-total-records.
           move ws-s-l-count                   to dsctl-sl-count.
           move ws-r-cr-amt                    to dsctl-r-cr-amt.
           move ws-r-db-amt                    to dsctl-r-db-amt.
           move ws-r-gc-amt                    to dsctl-r-gc-amt.
           move ws-sl-ha-amt                   to dsctl-sl-ha-amt.
           move ws-r-ha-amt                    to dsctl-r-ha-amt.
           move ws-sl-lp-amt                   to dsctl-sl-lp-amt.
           move ws-r-lp-amt                    to dsctl-r-lp-amt.
           perform varying ws-sm-sub from 1 by 1
               until ws-sm-sub > 99
               move ws-store-sl-trans(ws-sm-sub)
               ws-returns-count
               ws-x-count
               ws-c-count
               ws-p-count
             giving ws-total-count.

      *    Move Count Variables

       500-close-files.
           close s-l-file, returns-file, totals-file, exchange-file,
               paid-out-file, cancel-report-file, gc-exception-file,
               refund-extract-file, refund-register-file,
               void-register-file.
           close input-file.
           close layaway-ledger-file.
           close gift-card-ledger-file.
           end-string.
           perform 710-copy-archive-file.

           move "../../../../data/PaidOutRecords.dat"
               to ws-archive-read-path.
           string "../../../../data/PaidOutRecords_" delimited by size
                  ws-archive-date              delimited by size
                  ".dat"                       delimited by size
                  into ws-archive-write-path
           end-string.
           perform 710-copy-archive-file.

           move "../../../../data/LayawayCancellations.out"
               to ws-archive-read-path.
           string "../../../../data/LayawayCancellations_"
           end-string.
           perform 710-copy-archive-file.

           move "../../../../data/VoidRegister.out"
               to ws-archive-read-path.
           string "../../../../data/VoidRegister_"
                  delimited by size
                  ws-archive-date              delimited by size
                  ".out"                       delimited by size
                  into ws-archive-write-path
           end-string.
           perform 710-copy-archive-file.

       710-copy-archive-file.
           open input archive-read-file.
           open output archive-write-file.
