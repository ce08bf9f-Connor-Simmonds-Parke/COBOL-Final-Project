               organization is line sequential
               file status is ws-invalid-status.

      *    Rejection History - ErrorReport.out is rewritten every
      *    night, so each rejection is also appended here (one record
      *    per error reason, with the record image), followed at the
      *    end of the run by each store/operator's record and
      *    rejection counts, for trends over any stretch of dates
           select rejection-history-file
               assign to "../../../../data/RejectionHistory.dat"
               organization is line sequential
               file status is ws-rejhist-status.

      *    Out-Of-Hours Listing - valid records rung up while their
      *    store was closed by the trading calendar (a holiday, a
      *    closed weekday, before opening or after closing); they stay
      *    valid and are only listed here for the store to explain
           select out-of-hours-file
               assign to "../../../../data/OutOfHours.out"
               organization is line sequential
               file status is ws-ooh-status.

      *    Checkpoint/Restart Control File - holds the last record
      *    position Edit finished processing so a restart after an
      *    abend on a large batch can pick up from there instead of
               organization is line sequential
               file status is ws-store-status.

      *    Customer Account Master - house charge accounts (number,
      *    name, credit limit, open/closed status and the balance
      *    HouseAccountPosting last left on the account); a charge to
      *    a house account is checked against it
           select customer-file
               assign to "../../../../data/CustomerMaster.dat"
               organization is line sequential
               file status is ws-customer-status.

      *    Loyalty Member Master - member number, name, active status
      *    and the points balance LoyaltyPosting last left on the
      *    member; a loyalty number on a transaction must be on it,
      *    and a points redemption must be covered by the balance
           select member-file
               assign to "../../../../data/LoyaltyMembers.dat"
               organization is line sequential
               file status is ws-member-status.

      *    Operator Master - operator number, name, home store,
      *    commission plan and active flag; every record's operator
      *    must be on it and active when the file is present, and a
      *    missing file falls back to the numeric-only check
           select operator-file
               assign to "../../../../data/OperatorMaster.dat"
               organization is line sequential
               file status is ws-operator-status.

      *    Paid-Out Reason Table - the reasons cash may be paid out of
      *    the till for store expenses, each with the GL account it
      *    posts to and the most one paid-out may be for; with no
      *    table on hand no paid-out can be accepted
           select paid-out-reason-file
               assign to "../../../../data/PaidOutReasons.dat"
               organization is line sequential
               file status is ws-paid-out-status.

      *    Trading Calendar - each store's opening and closing times
      *    by weekday, holiday closures and special-hours days (store
      *    00 the chain default), kept by TradingCalendarMaintenance;
      *    without it no record is checked against trading hours
           select trading-calendar-file
               assign to "../../../../data/TradingCalendar.dat"
               organization is line sequential
               file status is ws-calendar-status.

      *    Central Parameter Master - the points needed to redeem a
      *    dollar are looked up here, falling back to the built-in
      *    default when the master (or the name) isn't on file
           select parameter-master-file
               assign to "../../../../data/ParameterMaster.dat"
               organization is line sequential
               file status is ws-parameter-status.

      *    Closed Periods Registry - months MonthEndClose has already
      *    reported to head office; a batch whose header date falls in
      *    a closed period is diverted to a dated suspense file
      *Input Records
       fd input-file
           data record is input-line
           record contains 100 characters.

       01 input-line.
           05 il-code                       pic x.
               88 il-code-L                 value 'L'.
               88 il-code-X                 value 'X'.
               88 il-code-C                 value 'C'.
               88 il-code-V                 value 'V'.
               88 il-code-P                 value 'P'.
               88 il-code-H                 value 'H'.
               88 il-code-T                 value 'T'.
           05 il-amount                     pic 9(5)v99.
               88 il-type-CR                value "CR".
               88 il-type-DB                value "DB".
               88 il-type-GC                value "GC".
               88 il-type-HA                value "HA".
               88 il-type-LP                value "LP".
           05 il-store-num                  pic 99.
               88 il-valid-store-num1       value 01 thru 12.
           05 il-invoice-num.
               88 il-tax-exempt             value 'Y'.
               88 il-valid-exempt-flag      value 'Y', 'N', space.
           05 il-exempt-cert                pic x(10).
           05 il-account-num                pic x(8).
           05 il-loyalty-num                pic x(10).
           05 il-paid-out-reason            pic x(2).
           05 filler                        pic x(7).

      *Batch Header Record - leads the file, states the batch date and
      *the record count the file producer expects to have written, so
           05 hdr-batch-date                pic x(8).
           05 hdr-expected-count            pic 9(6).
           05 hdr-batch-seq                 pic 99.
           05 filler                        pic x(83).

      *Batch Trailer Record - trails the file; its mere presence
      *proves the file wasn't cut off, and its record count is
       01 trailer-record redefines input-line.
           05 trl-code                      pic x.
           05 trl-record-count              pic 9(6).
           05 filler                        pic x(93).

      *Output Records
       fd error-file
           data record is error-line
           record contains 117 characters.

       01 error-line                        pic x(117). 

       fd valid-file
           data record is valid-line
           record contains 100 characters.

       01 valid-line                        pic x(100).

       fd invalid-file
           data record is invalid-line
           record contains 100 characters.

       01 invalid-line                      pic x(100).

       fd out-of-hours-file
           data record is out-of-hours-line
           record contains 110 characters.

       01 out-of-hours-line                 pic x(110).

      *Rejection History - 'R' one error reason on one rejected
      *record (rh-first-reason marks the record's first, so records
      *can be counted as well as reasons), 'T' one store/operator's
      *records and rejected records for the run
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

       fd checkpoint-file
           data record is checkpoint-line

       fd product-file
           data record is product-line
           record contains 49 characters.

       01 product-line.
           05 pm-sku                        pic x(15).
           05 pm-description                pic x(20).
           05 pm-list-price                 pic 9(5)v99.
           05 pm-unit-cost                  pic 9(5)v99.

       fd store-file
           data record is store-line
           05 sm-tax-rate                   pic 9v99.
           05 sm-active                     pic x.

       fd customer-file
           data record is customer-line
           record contains 125 characters.

       01 customer-line.
           05 cm-account-num                pic x(8).
           05 cm-name                       pic x(30).
           05 cm-address-1                  pic x(30).
           05 cm-address-2                  pic x(30).
           05 cm-credit-limit               pic 9(7)v99.
           05 cm-status                     pic x.
               88 cm-account-open           value 'A'.
               88 cm-account-closed         value 'C'.
           05 cm-balance                    pic s9(7)v99.
           05 cm-last-posted-date           pic 9(8).

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

       fd paid-out-reason-file
           data record is paid-out-reason-line
           record contains 40 characters.

       01 paid-out-reason-line.
           05 por-reason-code               pic x(2).
           05 por-description               pic x(20).
           05 por-gl-account                pic 9(4).
           05 por-limit                     pic 9(5)v99.
           05 por-status                    pic x.
           05 filler                        pic x(6).

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

       fd parameter-master-file
           data record is parameter-master-line
           record contains 32 characters.

       01 parameter-master-line.
           05 prm-name                      pic x(20).
           05 prm-value                     pic x(12).

       fd batch-list-file
           data record is batch-list-line
           record contains 100 characters.
      *rejection paired with its fully patched replacement record
       fd correction-file
           data record is correction-line
           record contains 106 characters.

       01 correction-line.
           05 corr-record-position          pic 9(6).
           05 corr-input-line                pic x(100).

       fd archive-read-file
           data record is archive-read-line
           05 ws-record-num                 pic zzzzzz9.
           05 filler                        pic x(4)
               value spaces.
           05 ws-input-data                 pic x(100).
           05 filler                        pic x(5)
               value spaces.


      *Error Messages
       01 ws-error-messages.
           05 ws-code-error                 pic x(50)
               value
               "- TRANSACTION CODE NOT 'S','R','L','X','C','V','P'".
           05 ws-amount-error               pic x(32)
               value "- TRANSACTION AMOUNT NOT NUMERIC".
           05 ws-payment-error              pic x(43)
               value "- PAYMENT TYPE NOT CA, CR, DB, GC, HA OR LP".
           05 ws-store-num-error            pic x(40)
               value "- STORE NUMBER NOT ANY OF 01 THROUGH 12".
           05 ws-invoice-format-error       pic x(34)
               value "- TAX EXEMPT FLAG NOT 'Y', 'N' OR BLANK".
           05 ws-exempt-cert-error          pic x(46)
               value "- TAX EXEMPT SALE REQUIRES CERTIFICATE NUMBER".
           05 ws-void-match-error           pic x(45)
               value "- VOID HAS NO MATCHING SALE EARLIER IN BATCH".
           05 ws-void-amount-error          pic x(48)
               value "- VOID STORE/AMOUNT DOES NOT MATCH ORIGINAL SALE".
           05 ws-void-repeat-error          pic x(45)
               value "- ORIGINAL SALE ALREADY VOIDED IN THIS BATCH".
           05 ws-account-onfile-error       pic x(43)
               value "- HOUSE ACCOUNT NOT ON CUSTOMER MASTER FILE".
           05 ws-account-closed-error       pic x(42)
               value "- HOUSE ACCOUNT IS CLOSED - CHARGE REFUSED".
           05 ws-credit-limit-error         pic x(46)
               value "- CHARGE TAKES HOUSE ACCOUNT OVER CREDIT LIMIT".
           05 ws-loyalty-onfile-error       pic x(43)
               value "- LOYALTY NUMBER NOT ON LOYALTY MEMBER FILE".
           05 ws-loyalty-inactive-error     pic x(31)
               value "- LOYALTY MEMBER IS NOT ACTIVE".
           05 ws-loyalty-missing-error      pic x(43)
               value "- POINTS REDEMPTION NEEDS A LOYALTY NUMBER".
           05 ws-points-short-error         pic x(45)
               value "- NOT ENOUGH LOYALTY POINTS FOR REDEMPTION".
           05 ws-operator-master-error      pic x(47)
               value "- OPERATOR ID NOT ON OPERATOR MASTER/INACTIVE".
           05 ws-paid-out-tender-error      pic x(40)
               value "- PAID-OUT MUST BE TAKEN IN CASH (CA)".
           05 ws-paid-out-reason-error      pic x(46)
               value "- PAID-OUT REASON NOT ON REASON TABLE/INACTIVE".
           05 ws-paid-out-limit-error       pic x(45)
               value "- PAID-OUT OVER THE PER-TRANSACTION LIMIT FOR".
           05 ws-paid-out-limit-error2      pic x(12)
               value " ITS REASON".

      *Error Checks for each record (0 = no error, 1 = error)
       77 ws-errors                         pic 9
           value 0.
       77 ws-exempt-cert-check               pic 9
           value 0.
       77 ws-void-match-check                pic 9
           value 0.
       77 ws-void-amount-check               pic 9
           value 0.
       77 ws-void-repeat-check               pic 9
           value 0.
       77 ws-account-onfile-check            pic 9
           value 0.
       77 ws-account-closed-check            pic 9
           value 0.
       77 ws-credit-limit-check              pic 9
           value 0.
       77 ws-loyalty-onfile-check            pic 9
           value 0.
       77 ws-member-inactive-check           pic 9
           value 0.
       77 ws-loyalty-missing-check           pic 9
           value 0.
       77 ws-points-short-check              pic 9
           value 0.
       77 ws-operator-master-check           pic 9
           value 0.
       77 ws-paid-out-tender-check           pic 9
           value 0.
       77 ws-paid-out-reason-check           pic 9
           value 0.
       77 ws-paid-out-limit-check            pic 9
           value 0.

      *Rejection History - the reason code (the error's number on
      *the error report) being written, whether it is the record's
      *first, and the run's record and rejection counts by store and
      *operator
       77 ws-rejhist-status                  pic xx
           value spaces.
       77 ws-reject-reason                   pic 99
           value 0.
       77 ws-reject-first                    pic x
           value 'Y'.
       77 ws-reject-source                   pic x
           value 'B'.
       01 ws-store-operator-tally.
           05 ws-sot-entry                   occurs 5000 times.
               10 ws-sot-store               pic x(2).
               10 ws-sot-operator            pic x(4).
               10 ws-sot-records             pic 9(7).
               10 ws-sot-rejects             pic 9(7).
       77 ws-sot-count                       pic 9(4)
           value 0.
       77 ws-sot-sub                         pic 9(4)
           value 0.
       77 ws-sot-found                       pic 9(4)
           value 0.
       77 ws-sot-full-warned                 pic x
           value 'n'.
       77 ws-tally-store                     pic x(2)
           value spaces.
       77 ws-tally-operator                  pic x(4)
           value spaces.
       77 ws-tally-reject                    pic x
           value 'n'.

      *Store Master Table, subscripted directly by store number -
      *Edit only needs to know whether a store is on file and active
       77 ws-sm-sub                          pic 999
           value 0.

      *Operator Master Table, subscripted directly by operator number
      *the same way - on file and active is all Edit needs
       01 ws-operator-master-table.
           05 ws-om-entry                    occurs 9999 times.
               10 ws-om-onfile               pic x.
               10 ws-om-active               pic x.
       77 ws-operator-status                 pic xx
           value spaces.
       77 ws-operator-master-flag            pic x
           value 'n'.
       77 ws-om-sub                          pic 9(5)
           value 0.

      *Paid-Out Reason Table - each reason's limit and whether it is
      *still in use
       01 ws-paid-out-reason-table.
           05 ws-por-entry                   occurs 100 times.
               10 ws-por-code                pic x(2).
               10 ws-por-limit               pic 9(5)v99.
               10 ws-por-active              pic x.
       77 ws-paid-out-count                  pic 999
           value 0.
       77 ws-paid-out-status                 pic xx
           value spaces.
       77 ws-por-sub                         pic 999
           value 0.
       77 ws-por-found                       pic 999
           value 0.

      *Trading Calendar Table - the whole calendar, loaded once at
      *startup; a record's hours come from the closest entry for its
      *store and date (see 430-check-trading-hours)
       01 ws-calendar-table.
           05 ws-cal-entry                   occurs 3000 times.
               10 ws-cal-type                pic x.
               10 ws-cal-store               pic 99.
               10 ws-cal-dow                 pic 9.
               10 ws-cal-date                pic 9(8).
               10 ws-cal-open                pic 9(4).
               10 ws-cal-close               pic 9(4).
       77 ws-calendar-count                  pic 9(4)
           value 0.
       77 ws-calendar-status                 pic xx
           value spaces.
       77 ws-cal-sub                         pic 9(4)
           value 0.

      *Out-Of-Hours Check - the record's store, date and time, the
      *calendar entry that applies to it (ranked 6 a store's own
      *holiday down to 1 the chain's weekly hours, 0 none), and
      *whether a record found out of hours is listed or, while a
      *restart rebuilds the count, only counted
       77 ws-ooh-status                      pic xx
           value spaces.
       77 ws-ooh-count                       pic 9(7)
           value 0.
       77 ws-ooh-list-flag                   pic x
           value 'y'.
       77 ws-ooh-source                      pic x
           value 'B'.
       77 ws-ooh-store                       pic 99
           value 0.
       77 ws-ooh-date                        pic 9(8)
           value 0.
       77 ws-ooh-time                        pic 9(6)
           value 0.
       77 ws-ooh-hhmm                        pic 9(4)
           value 0.
       77 ws-ooh-dow                         pic 9
           value 0.
       77 ws-ooh-rank                        pic 9
           value 0.
       77 ws-ooh-entry-rank                  pic 9
           value 0.
       77 ws-ooh-open                        pic 9(4)
           value 0.
       77 ws-ooh-close                       pic 9(4)
           value 0.
       77 ws-ooh-closed-flag                 pic x
           value 'n'.

      *Out-Of-Hours Listing Lines
       01 ws-ooh-header1.
           05 filler                        pic x(30)
               value spaces.
           05 filler                        pic x(37)
               value "OUT-OF-HOURS TRANSACTIONS - BUSINESS".
           05 filler                        pic x(5)
               value "DATE ".
           05 ws-ooh-header-date            pic 9(8).
           05 filler                        pic x(30)
               value spaces.

       01 ws-ooh-header2.
           05 filler                        pic x(45)
               value "(Valid records listed for review only - they".
           05 filler                        pic x(45)
               value "have been passed through to ValidRecords)".
           05 filler                        pic x(20)
               value spaces.

       01 ws-ooh-header3.
           05 filler                        pic x(6)
               value "Store".
           05 filler                        pic x(11)
               value "Invoice".
           05 filler                        pic x(5)
               value "Code".
           05 filler                        pic x(11)
               value "   Amount".
           05 filler                        pic x(10)
               value "Date".
           05 filler                        pic x(8)
               value "Time".
           05 filler                        pic x(11)
               value "Hours".
           05 filler                        pic x(15)
               value "Calendar Entry".
           05 filler                        pic x(21)
               value "Reason".
           05 filler                        pic x(12)
               value "Source".

       01 ws-ooh-header4.
           05 filler                        pic x(6)
               value "-----".
           05 filler                        pic x(11)
               value "---------".
           05 filler                        pic x(5)
               value "----".
           05 filler                        pic x(11)
               value "---------".
           05 filler                        pic x(10)
               value "--------".
           05 filler                        pic x(8)
               value "------".
           05 filler                        pic x(11)
               value "---------".
           05 filler                        pic x(15)
               value "-------------".
           05 filler                        pic x(21)
               value "-------------------".
           05 filler                        pic x(12)
               value "----------".

       01 ws-ooh-detail-line.
           05 filler                        pic x
               value space.
           05 ws-ooh-dl-store               pic 99.
           05 filler                        pic x(3)
               value spaces.
           05 ws-ooh-dl-invoice             pic x(9).
           05 filler                        pic x(2)
               value spaces.
           05 ws-ooh-dl-code                pic x.
           05 filler                        pic x(4)
               value spaces.
           05 ws-ooh-dl-amount              pic zz,zz9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-ooh-dl-date                pic 9(8).
           05 filler                        pic x(2)
               value spaces.
           05 ws-ooh-dl-time                pic 9(6).
           05 filler                        pic x(2)
               value spaces.
           05 ws-ooh-dl-hours               pic x(9).
           05 filler                        pic x(2)
               value spaces.
           05 ws-ooh-dl-entry               pic x(13).
           05 filler                        pic x(2)
               value spaces.
           05 ws-ooh-dl-reason              pic x(19).
           05 filler                        pic x(2)
               value spaces.
           05 ws-ooh-dl-source              pic x(10).
           05 filler                        pic x(2)
               value spaces.

       01 ws-ooh-total-line.
           05 filler                        pic x(36)
               value "Out-Of-Hours Transactions Listed  = ".
           05 ws-ooh-total-print            pic zzzzzz9.
           05 filler                        pic x(67)
               value spaces.

       01 ws-ooh-no-calendar-line.
           05 filler                        pic x(50)
               value "No trading calendar on file - hours not checked".
           05 filler                        pic x(60)
               value spaces.

      *Customer Account Table - the house account master, loaded once
      *at startup; each account also carries the charges already
      *accepted against it this batch, so a run of charges can't
      *slip past the credit limit between postings
       01 ws-customer-table.
           05 ws-ca-entry                    occurs 5000 times.
               10 ws-ca-account-num          pic x(8).
               10 ws-ca-credit-limit         pic 9(7)v99.
               10 ws-ca-status               pic x.
               10 ws-ca-balance              pic s9(7)v99.
               10 ws-ca-batch-charges        pic 9(7)v99.
       77 ws-customer-count                  pic 9(4)
           value 0.
       77 ws-customer-status                 pic xx
           value spaces.
       77 ws-ca-sub                          pic 9(4)
           value 0.
       77 ws-ca-found                        pic 9(4)
           value 0.
       77 ws-ca-search-account               pic x(8)
           value spaces.
       77 ws-ca-exposure                     pic s9(9)v99
           value 0.

      *Loyalty Member Table - the member master, loaded once at
      *startup; each member also carries the points already redeemed
      *this batch, so a run of redemptions can't spend the same
      *points twice between postings
       01 ws-member-table.
           05 ws-lm-entry                    occurs 20000 times.
               10 ws-lm-member-num           pic x(10).
               10 ws-lm-status               pic x.
               10 ws-lm-balance              pic s9(9).
               10 ws-lm-batch-redeemed       pic 9(9).
       77 ws-member-count                    pic 9(5)
           value 0.
       77 ws-member-status                   pic xx
           value spaces.
       77 ws-lm-sub                          pic 9(5)
           value 0.
       77 ws-lm-found                        pic 9(5)
           value 0.
       77 ws-lm-search-member                pic x(10)
           value spaces.
       77 ws-points-needed                   pic 9(9)
           value 0.
       77 ws-points-available                pic s9(9)
           value 0.

      *Points Redemption Rate - points it takes to pay one dollar
       77 ws-redeem-rate                     pic 9(5)
           value 100.
       77 ws-parameter-status                pic xx
           value spaces.
       77 ws-param-name                      pic x(20)
           value spaces.
       77 ws-param-found-flag                pic x
           value 'n'.
       01 ws-param-value-area.
           05 ws-param-value                 pic x(12).
           05 filler redefines ws-param-value.
               10 ws-param-rate              pic 9(5).

      *Product Master Table - loaded once at startup so each record's
      *SKU can be checked without re-reading the master file
       01 ws-product-table.
       77 ws-rebuild-seq                     pic x
           value '0'.

      *Valid sales seen so far this batch - one entry per sale
      *transaction (the first leg of a split), holding what a
      *post-void (code 'V') keyed to it must agree with. A void is
      *only accepted against a sale already validated earlier in the
      *same batch, and only once; same hash sizing and probing as the
      *seen-invoice table
       01 ws-valid-sales.
           05 ws-vs-entry                    occurs 200003 times.
               10 ws-vs-invoice-num          pic x(9).
               10 ws-vs-store-num            pic 99.
               10 ws-vs-amount               pic 9(5)v99.
               10 ws-vs-void-flag            pic x.
       77 ws-valid-sale-count                pic 9(7)
           value 0.
       77 ws-vs-found                        pic 9(7)
           value 0.

      *Sale/void work fields - loaded from the record on hand, or
      *from a ValidRecords.dat line when the table is rebuilt on a
      *restart
       01 ws-vs-work.
           05 ws-vs-work-code                pic x.
           05 ws-vs-work-store               pic 99.
           05 ws-vs-work-amount              pic 9(5)v99.
       01 ws-rebuild-amount-area.
           05 ws-rebuild-amount-x            pic x(7).
           05 ws-rebuild-amount redefines ws-rebuild-amount-x
                                             pic 9(5)v99.
       01 ws-rebuild-store-area.
           05 ws-rebuild-store-x             pic xx.
           05 ws-rebuild-store redefines ws-rebuild-store-x
                                             pic 99.

      *Hash work fields shared by the seen-invoice and split-group
      *lookups
       77 ws-hash-invoice                    pic x(9)
      *transaction that still needs to go through validation instead
      *of being silently dropped - buffered here until the main loop
      *is ready for it
       77 ws-pending-record                 pic x(100)
           value spaces.
       77 ws-pending-flag                   pic x
           value 'n'.
      *    spaces, whatever the runtime initialized storage to
           initialize ws-seen-invoices.
           initialize ws-split-groups.
           initialize ws-valid-sales.

      *    Find out where the last run left off (0 if this is a fresh
      *    run or the last run completed cleanly)
           perform 050-read-checkpoint.

      *    Load the customer account master ahead of any restart
      *    rebuild, which puts back the house account charges the
      *    interrupted run already accepted
           perform 077-load-customer-master.
           perform 078-load-member-master.
           perform 079-load-redeem-rate.

      *    And the trading calendar, which the restart rebuild also
      *    needs to recount the out-of-hours records already listed
           perform 069-load-trading-calendar.

      *    On a restart, the duplicate-invoice table does not survive
      *    in memory from the interrupted run - rebuild it from what
      *    was already written before picking the file back up
      *    hardcoded range
           perform 075-load-store-master.

      *    And the operator master, so a drawer can't be rung under an
      *    operator number nobody was ever given
           perform 073-load-operator-master.

      *    And the reasons cash may be paid out of the till for, so
      *    a paid-out can be held to its reason's limit
           perform 071-load-paid-out-reasons.

      *    Find out which batch files make up the day, and which
      *    batches have already been processed
           perform 072-load-batch-file-list.
                            valid-file
           end-if.

      *    The out-of-hours listing carries on the same way, and is
      *    headed up only when it starts fresh
           if ws-checkpoint-saved-position > 0 then
               open extend out-of-hours-file
               if ws-ooh-status = "35" then
                   open output out-of-hours-file
                   perform 445-print-out-of-hours-headings
               end-if
           else
               open output out-of-hours-file
               perform 445-print-out-of-hours-headings
           end-if.

      *    The rejection history is only ever extended - created on
      *    first use
           open extend rejection-history-file.
           if ws-rejhist-status = "35" then
               open output rejection-history-file
           end-if.

      *    A first file whose header the registry already carries is
      *    a retransmission - discard it whole and move on to the
      *    next file on the list
      *    output files are closed
           perform 900-process-corrections.

      *    Close the out-of-hours listing off with its count
           perform 440-print-out-of-hours-total.

      *    Write the control totals file now that corrections (if any)
      *    have been folded into the valid/invalid counts
           perform 505-write-control-totals.

      *    Close the day's rejection history out with each store and
      *    operator's record counts
           perform 420-write-store-operator-totals.

      *    Close input and output files
           close input-file,
                 error-file,
                 invalid-file,
                 valid-file,
                 rejection-history-file,
                 out-of-hours-file.

      *    Run completed cleanly - clear the checkpoint so the next
      *    run starts fresh from record one
                               to ws-hash-invoice
                           move valid-line(51:1)
                               to ws-rebuild-seq
                           if valid-line(1:1) not = 'V'
                               perform 056-insert-rebuilt-invoice
                           end-if
                           perform 058-rebuild-valid-sale
                           perform 059-rebuild-account-charge
                           perform 061-rebuild-points-redeemed
                           move valid-line(11:2)
                               to ws-tally-store
                           move valid-line(59:4)
                               to ws-tally-operator
                           move 'n'         to ws-tally-reject
                           perform 415-tally-store-operator
                           move valid-line(11:2)
                               to ws-ooh-store
                           move valid-line(37:8)
                               to ws-ooh-date
                           move valid-line(45:6)
                               to ws-ooh-time
                           move 'n'         to ws-ooh-list-flag
                           perform 430-check-trading-hours
                           move 'y'         to ws-ooh-list-flag
                   end-read
               end-perform
               close valid-file
                           move invalid-line(51:1)
                               to ws-rebuild-seq
                           perform 056-insert-rebuilt-invoice
                           move invalid-line(11:2)
                               to ws-tally-store
                           move invalid-line(59:4)
                               to ws-tally-operator
                           move 'y'         to ws-tally-reject
                           perform 415-tally-store-operator
                   end-read
               end-perform
               close invalid-file
           end-perform.


      *    A validated sale (first leg only) goes back on the valid
      *    sales table, and a validated void marks its sale voided
      *    again - a split sale's value is its declared total
       058-rebuild-valid-sale.
           move valid-line(1:1)             to ws-vs-work-code.
           move valid-line(11:2)            to ws-rebuild-store-x.
           move ws-rebuild-store            to ws-vs-work-store.
           if ws-rebuild-seq = '0' then
               move valid-line(2:7)         to ws-rebuild-amount-x
           else
               move valid-line(52:7)        to ws-rebuild-amount-x
           end-if.
           move ws-rebuild-amount           to ws-vs-work-amount.
           if ws-vs-work-code = 'S'
                   and (ws-rebuild-seq = '0' or ws-rebuild-seq = '1')
               perform 335-register-valid-sale
           end-if.
           if ws-vs-work-code = 'V' then
               perform 336-find-valid-sale
               if ws-vs-found > 0
                   move 'Y'                 to
                       ws-vs-void-flag(ws-vs-found)
               end-if
           end-if.


      *    A house account charge already accepted goes back against
      *    its account, so the credit limit check picks up where the
      *    interrupted run left it
       059-rebuild-account-charge.
           if (valid-line(1:1) = 'S' or valid-line(1:1) = 'L')
                   and valid-line(9:2) = "HA" then
               move valid-line(74:8)        to ws-ca-search-account
               perform 345-find-customer-account
               move valid-line(2:7)         to ws-rebuild-amount-x
               if ws-ca-found > 0 and ws-rebuild-amount is numeric
                   add ws-rebuild-amount    to
                       ws-ca-batch-charges(ws-ca-found)
               end-if
           end-if.


      *    A points redemption already accepted goes back against its
      *    member, so the points check picks up where the interrupted
      *    run left it
       061-rebuild-points-redeemed.
           if (valid-line(1:1) = 'S' or valid-line(1:1) = 'L')
                   and valid-line(9:2) = "LP" then
               move valid-line(82:10)       to ws-lm-search-member
               perform 355-find-loyalty-member
               move valid-line(2:7)         to ws-rebuild-amount-x
               if ws-lm-found > 0 and ws-rebuild-amount is numeric
                   compute ws-points-needed rounded =
                       ws-rebuild-amount * ws-redeem-rate
                   add ws-points-needed     to
                       ws-lm-batch-redeemed(ws-lm-found)
               end-if
           end-if.


      *    The batch is past even the hash table's sizing - probing
      *    for a free slot would spin forever, so stop with a clear
      *    message instead
           move ws-checkpoint-saved-position to ws-record-position.


      *    The whole calendar goes into the table as it stands - the
      *    maintenance program has already vetted every entry
       069-load-trading-calendar.
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


       070-load-product-master.

           open input product-file.
           end-if.


       073-load-operator-master.

           perform varying ws-om-sub from 1 by 1
               until ws-om-sub > 9999
               move 'n'                     to ws-om-onfile(ws-om-sub)
               move 'N'                     to ws-om-active(ws-om-sub)
           end-perform.

           open input operator-file.
           if ws-operator-status = "00" then
               move 'y'                     to ws-operator-master-flag
               perform until ws-operator-status not = "00"
                   read operator-file
                       at end
                           move "10"        to ws-operator-status
                       not at end
                           if opm-operator-id is numeric
                                   and opm-operator-id > 0 then
                               move 'y'
                                   to ws-om-onfile(opm-operator-id)
                               move opm-status
                                   to ws-om-active(opm-operator-id)
                           end-if
                   end-read
               end-perform
               close operator-file
           end-if.


       071-load-paid-out-reasons.

           open input paid-out-reason-file.
           if ws-paid-out-status = "00" then
               perform until ws-paid-out-status not = "00"
                   read paid-out-reason-file
                       at end
                           move "10"        to ws-paid-out-status
                       not at end
                           if ws-paid-out-count < 100
                                   and por-reason-code not = spaces
                               add 1        to ws-paid-out-count
                               move por-reason-code
                                   to ws-por-code(ws-paid-out-count)
                               move por-limit
                                   to ws-por-limit(ws-paid-out-count)
                               move por-status
                                   to ws-por-active(ws-paid-out-count)
                           end-if
                   end-read
               end-perform
               close paid-out-reason-file
           end-if.


       077-load-customer-master.

           open input customer-file.
           if ws-customer-status = "00" then
               perform until ws-customer-status not = "00"
                   read customer-file
                       at end
                           move "10"        to ws-customer-status
                       not at end
                           if ws-customer-count < 5000 then
                               add 1        to ws-customer-count
                               move cm-account-num
                                   to ws-ca-account-num
                                       (ws-customer-count)
                               move cm-credit-limit
                                   to ws-ca-credit-limit
                                       (ws-customer-count)
                               move cm-status
                                   to ws-ca-status(ws-customer-count)
                               move cm-balance
                                   to ws-ca-balance(ws-customer-count)
                               move 0
                                   to ws-ca-batch-charges
                                       (ws-customer-count)
                           end-if
                   end-read
               end-perform
               close customer-file
           end-if.


       078-load-member-master.

           open input member-file.
           if ws-member-status = "00" then
               perform until ws-member-status not = "00"
                   read member-file
                       at end
                           move "10"        to ws-member-status
                       not at end
                           if ws-member-count < 20000 then
                               add 1        to ws-member-count
                               move lm-member-num
                                   to ws-lm-member-num
                                       (ws-member-count)
                               move lm-status
                                   to ws-lm-status(ws-member-count)
                               move lm-points-balance
                                   to ws-lm-balance(ws-member-count)
                               move 0
                                   to ws-lm-batch-redeemed
                                       (ws-member-count)
                           end-if
                   end-read
               end-perform
               close member-file
           end-if.


      *    Points per dollar redeemed - the parameter master's value
      *    when one is on file, otherwise the built-in default
       079-load-redeem-rate.
           move "LOYALTY-REDEEM-RATE"       to ws-param-name.
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
           end-if.
           if ws-param-found-flag = 'y' and ws-param-rate is numeric
                   and ws-param-rate > 0 then
               move ws-param-rate           to ws-redeem-rate
           end-if.


       080-read-batch-header.

      *    The very first record in the file should be the batch
           end-string.
           perform 710-copy-archive-file.

           move "../../../../data/OutOfHours.out"
               to ws-archive-read-path.
           move spaces                      to ws-archive-write-path.
           string "../../../../data/OutOfHours_" delimited by size
                  ws-archive-date               delimited by size
                  ".out"                        delimited by size
                  into ws-archive-write-path
           end-string.
           perform 710-copy-archive-file.

       710-copy-archive-file.
           open input archive-read-file.
           open output archive-write-file.
           move 0                           to ws-operator-check.
           move 0                           to ws-exempt-flag-check.
           move 0                           to ws-exempt-cert-check.
           move 0                           to ws-void-match-check.
           move 0                           to ws-void-amount-check.
           move 0                           to ws-void-repeat-check.
           move 0                           to ws-account-onfile-check.
           move 0                           to ws-account-closed-check.
           move 0                           to ws-credit-limit-check.
           move 0                           to ws-loyalty-onfile-check.
           move 0                           to ws-member-inactive-check.
           move 0                           to ws-loyalty-missing-check.
           move 0                           to ws-points-short-check.
           move 0                           to ws-operator-master-check.
           move 0                           to ws-paid-out-tender-check.
           move 0                           to ws-paid-out-reason-check.
           move 0                           to ws-paid-out-limit-check.

      *    Add 1 to the next record number - once for the whole
      *    consolidated batch, once for the file on hand
      *    record to invalid records file
           if ws-errors > 0 then
               add 1                        to ws-tot-invalid
               move 'B'                     to ws-reject-source
               perform 400-print-errors
               write invalid-line from input-line
           end-if.

      *    Count the record (and any rejection) against its store and
      *    operator for the rejection history
           move il-store-num                to ws-tally-store.
           move il-operator-id              to ws-tally-operator.
           if ws-errors > 0 then
               move 'y'                     to ws-tally-reject
           else
               move 'n'                     to ws-tally-reject
           end-if.
           perform 415-tally-store-operator.

      *    If no errors write to the valid records file
           if ws-errors = 0 then
               add 1                        to ws-tot-valid
               write valid-line from input-line
               move 'B'                     to ws-ooh-source
               move il-store-num            to ws-ooh-store
               move il-trans-date           to ws-ooh-date
               move il-trans-time           to ws-ooh-time
               perform 430-check-trading-hours
           end-if.

      *    Checkpoint after every record so a restart after an abend
       300-validation.

      *    1.Check Transaction Code Sales(S), Returns(R), Layaways(L),
      *      Exchanges(X), Layaway Cancellations(C), Post-Voids(V),
      *      Paid-Outs(P)
           if not il-code-L and not il-code-R and not il-code-S
                   and not il-code-X and not il-code-C
                   and not il-code-V and not il-code-P then
               move 1                       to ws-errors
               move 1                       to ws-code-check
           end-if.

      *    3.Check the Payment Type Cash(CA), Credit(CR), Debit(DB),
      *      Gift Card(GC)
      *      House Account(HA) and Loyalty Points(LP)
           if not il-type-CA and not il-type-CR and not il-type-DB
                   and not il-type-GC and not il-type-HA
                   and not il-type-LP then
               move 1                       to ws-errors
               move 1                       to ws-payment-check
           end-if.

      *    3a.A house account tender must name an account on the
      *       customer master; a charge must also be to an open
      *       account and stay within its credit limit
           if il-type-HA then
               perform 340-check-house-account
           end-if.

      *    3b.A loyalty number, when one is keyed, must be on the
      *       member master (and active, for a sale or layaway); a
      *       points redemption must carry one, and the member's
      *       points must cover it
           if il-loyalty-num not = spaces or il-type-LP then
               perform 350-check-loyalty-member
           end-if.

      *    4.Check the Store Number against the store master when one
      *      was loaded (it must be on file and active), falling back
      *      to the original hardcoded 01-12 range when it wasn't
               move 1                       to ws-dash-check
           end-if.

      *    10.Check SKU to make sure it is not empty - a paid-out is
      *       cash out for an expense, not merchandise, and has none
           if il-SKU = spaces and not il-code-P then
               move 1                       to ws-errors
               move 1                       to ws-SKU-check
           end-if.
      *       being keyed twice into one day's batch). Exchanges are
      *       exempt - an exchange's two legs share one invoice
      *       number by register convention, which is exactly what
      *       ExchangeProcessing pairs them up by. Post-voids are
      *       exempt too - a void carries the invoice number of the
      *       sale it cancels.
           if not il-code-X and not il-code-V then
               perform 310-check-duplicate-invoice
           end-if.

      *    11a.A post-void must be keyed to a sale already accepted
      *        earlier in this batch, for the same store and the
      *        sale's full value, and not one already voided
           if il-code-V then
               perform 315-check-void-original
           end-if.

      *    12.Check the SKU against the product master, when one was
      *       loaded and the SKU isn't already flagged as empty
           if il-SKU not = spaces and ws-product-count > 0 then

      *    16.Check the Operator/Register ID is numeric and present -
      *       every record must say whose drawer it went through so
      *       the cash over/short report and the commission run can
      *       be broken down by operator - and, when the operator
      *       master was loaded, that the operator is on it and active
           if il-operator-id is not numeric
                   or il-operator-id = 0 then
               move 1                       to ws-errors
               move 1                       to ws-operator-check
           else
               if ws-operator-master-flag = 'y'
                   if ws-om-onfile(il-operator-id) not = 'y'
                           or ws-om-active(il-operator-id) not = 'A'
                       move 1               to ws-errors
                       move 1               to ws-operator-master-check
                   end-if
               end-if
           end-if.

      *    17.Check the Tax Exempt Flag - blank or 'N' is a normal
               perform 330-tally-split-group
           end-if.

      *    19.Keep each accepted sale on hand for the post-voids that
      *       may follow it, and mark the sale an accepted void
      *       cancels so it can't be voided twice
           if ws-errors = 0 and il-code-S
                   and il-tender-seq <= 1 then
               move il-code                 to ws-vs-work-code
               move il-invoice-num          to ws-hash-invoice
               move il-store-num            to ws-vs-work-store
               if il-tender-seq = 0
                   move il-amount           to ws-vs-work-amount
               else
                   move il-trans-total      to ws-vs-work-amount
               end-if
               perform 335-register-valid-sale
           end-if.
           if ws-errors = 0 and il-code-V then
               move 'Y'                     to
                   ws-vs-void-flag(ws-vs-found)
           end-if.

      *    20.Hold an accepted house account charge against its
      *       account for the rest of the batch's limit checks
           if ws-errors = 0 and il-type-HA
                   and (il-code-S or il-code-L) then
               add il-amount                to
                   ws-ca-batch-charges(ws-ca-found)
           end-if.

      *    21.Hold an accepted points redemption against its member
      *       for the rest of the batch's points checks
           if ws-errors = 0 and il-type-LP
                   and (il-code-S or il-code-L) then
               add ws-points-needed         to
                   ws-lm-batch-redeemed(ws-lm-found)
           end-if.

      *    22.A paid-out comes out of the cash drawer, so it must be a
      *       CA tender, and its reason must be on the paid-out
      *       reason table, in use, with the amount within the
      *       reason's per-transaction limit
           if il-code-P then
               perform 360-check-paid-out
           end-if.


       310-check-duplicate-invoice.

           end-if.


       315-check-void-original.
           move 0                           to ws-vs-found.
           if il-invoice-num = spaces then
               move 1                       to ws-errors
               move 1                       to ws-void-match-check
               exit paragraph
           end-if.
           move il-invoice-num              to ws-hash-invoice.
           perform 336-find-valid-sale.
           if ws-vs-found = 0 then
               move 1                       to ws-errors
               move 1                       to ws-void-match-check
           else if ws-vs-void-flag(ws-vs-found) = 'Y' then
               move 1                       to ws-errors
               move 1                       to ws-void-repeat-check
           else if ws-vs-store-num(ws-vs-found) not = il-store-num
                   or il-amount is not numeric
                   or ws-vs-amount(ws-vs-found) not = il-amount then
               move 1                       to ws-errors
               move 1                       to ws-void-amount-check
           end-if.


      *    Drop an accepted sale into the first empty slot of its
      *    chain - a sale already on hand (a correction re-passing
      *    one) is left as it is
       335-register-valid-sale.
           if ws-valid-sale-count >= 200003 then
               perform 057-abort-table-full
           end-if.
           perform 336-find-valid-sale.
           if ws-vs-found > 0 then
               exit paragraph
           end-if.
           move ws-hash-invoice             to
               ws-vs-invoice-num(ws-hash-sub).
           move ws-vs-work-store            to
               ws-vs-store-num(ws-hash-sub).
           move ws-vs-work-amount           to
               ws-vs-amount(ws-hash-sub).
           move 'N'                         to
               ws-vs-void-flag(ws-hash-sub).
           add 1                            to ws-valid-sale-count.


      *    Probe the valid sales table for ws-hash-invoice - the
      *    entry's slot comes back in ws-vs-found (0 = not on hand,
      *    with ws-hash-sub left on the empty slot ending the chain)
       336-find-valid-sale.
           move 0                           to ws-vs-found.
           perform 305-hash-invoice.
           move 'n'                         to ws-probe-done-flag.
           perform until ws-probe-done-flag = 'y'
               if ws-vs-invoice-num(ws-hash-sub) = spaces
                   move 'y'                 to ws-probe-done-flag
               else
                   if ws-vs-invoice-num(ws-hash-sub) = ws-hash-invoice
                       move ws-hash-sub     to ws-vs-found
                       move 'y'             to ws-probe-done-flag
                   else
                       add 1                to ws-hash-sub
                       if ws-hash-sub > 200003
                           move 1           to ws-hash-sub
                       end-if
                   end-if
               end-if
           end-perform.


       340-check-house-account.
           move il-account-num              to ws-ca-search-account.
           perform 345-find-customer-account.
           if ws-ca-found = 0 then
               move 1                       to ws-errors
               move 1                       to ws-account-onfile-check
               exit paragraph
           end-if.

      *    A refund back onto the account is taken whatever the
      *    account's status - it only ever reduces what is owed
           if il-code-R then
               exit paragraph
           end-if.

           if ws-ca-status(ws-ca-found) not = 'A' then
               move 1                       to ws-errors
               move 1                       to ws-account-closed-check
               exit paragraph
           end-if.

           if (il-code-S or il-code-L) and il-amount is numeric then
               compute ws-ca-exposure =
                   ws-ca-balance(ws-ca-found)
                   + ws-ca-batch-charges(ws-ca-found)
                   + il-amount
               if ws-ca-exposure > ws-ca-credit-limit(ws-ca-found)
                   move 1                   to ws-errors
                   move 1                   to ws-credit-limit-check
               end-if
           end-if.


      *    Search the customer account table for ws-ca-search-account
      *    - the entry comes back in ws-ca-found (0 = not on file)
       345-find-customer-account.
           move 0                           to ws-ca-found.
           if ws-ca-search-account = spaces then
               exit paragraph
           end-if.
           perform varying ws-ca-sub from 1 by 1
               until ws-ca-sub > ws-customer-count
                   or ws-ca-found > 0
               if ws-ca-account-num(ws-ca-sub) = ws-ca-search-account
                   move ws-ca-sub           to ws-ca-found
               end-if
           end-perform.


       350-check-loyalty-member.
           if il-loyalty-num = spaces then
               move 1                       to ws-errors
               move 1                       to ws-loyalty-missing-check
               exit paragraph
           end-if.

           move il-loyalty-num              to ws-lm-search-member.
           perform 355-find-loyalty-member.
           if ws-lm-found = 0 then
               move 1                       to ws-errors
               move 1                       to ws-loyalty-onfile-check
               exit paragraph
           end-if.

      *    Points going back to a member on a refund are taken
      *    whatever the member's status
           if il-code-R then
               exit paragraph
           end-if.

           if ws-lm-status(ws-lm-found) not = 'A' then
               move 1                       to ws-errors
               move 1                       to ws-member-inactive-check
               exit paragraph
           end-if.

           if il-type-LP and (il-code-S or il-code-L)
                   and il-amount is numeric then
               compute ws-points-needed rounded =
                   il-amount * ws-redeem-rate
               compute ws-points-available =
                   ws-lm-balance(ws-lm-found)
                   - ws-lm-batch-redeemed(ws-lm-found)
               if ws-points-needed > ws-points-available
                   move 1                   to ws-errors
                   move 1                   to ws-points-short-check
               end-if
           end-if.


      *    Search the loyalty member table for ws-lm-search-member
      *    - the entry comes back in ws-lm-found (0 = not on file)
       355-find-loyalty-member.
           move 0                           to ws-lm-found.
           if ws-lm-search-member = spaces then
               exit paragraph
           end-if.
           perform varying ws-lm-sub from 1 by 1
               until ws-lm-sub > ws-member-count
                   or ws-lm-found > 0
               if ws-lm-member-num(ws-lm-sub) = ws-lm-search-member
                   move ws-lm-sub           to ws-lm-found
               end-if
           end-perform.


       360-check-paid-out.
           if not il-type-CA then
               move 1                       to ws-errors
               move 1                       to ws-paid-out-tender-check
           end-if.

           move 0                           to ws-por-found.
           perform varying ws-por-sub from 1 by 1
               until ws-por-sub > ws-paid-out-count
               if ws-por-code(ws-por-sub) = il-paid-out-reason
                   move ws-por-sub          to ws-por-found
               end-if
           end-perform.
           if ws-por-found = 0 then
               move 1                       to ws-errors
               move 1                       to ws-paid-out-reason-check
           else if ws-por-active(ws-por-found) not = 'A' then
               move 1                       to ws-errors
               move 1                       to ws-paid-out-reason-check
           else if il-amount is numeric
                   and il-amount > ws-por-limit(ws-por-found) then
               move 1                       to ws-errors
               move 1                       to ws-paid-out-limit-check
           end-if.


       320-check-sku-master.

      *    Search the product master table for this SKU
      *    Add 1 to line count
           add 1                            to ws-line-count

      *    Each error below is also appended to the rejection
      *    history; the first one written marks the record's first
           move 'Y'                         to ws-reject-first.

      *    Move the input record data to detail line
           move ws-record-position          to ws-record-num.
           move input-line                  to ws-input-data.
      *    Write the specific error(s) under the record
      *    1.Transaction Code
           if ws-code-check = 1 then
               move 01                      to ws-reject-reason
               perform 410-write-rejection-history
               move ws-code-error           to ws-error-message
               write error-line from ws-error-lines
                   after advancing 1 line

      *    2.Transaction Amount
           if ws-amount-check = 1 then
               move 02                      to ws-reject-reason
               perform 410-write-rejection-history
               move ws-amount-error         to ws-error-message
               write error-line from ws-error-lines
                   after advancing 1 line

      *    3.Payment Type
           if ws-payment-check = 1 then
               move 03                      to ws-reject-reason
               perform 410-write-rejection-history
               move ws-payment-error        to ws-error-message
               write error-line from ws-error-lines
                   after advancing 1 line

      *    4.Store Number
           if ws-store-num-check = 1 then
               move 04                      to ws-reject-reason
               perform 410-write-rejection-history
               move ws-store-num-error      to ws-error-message
               write error-line from ws-error-lines
                   after advancing 1 line

      *    5.Invoice Format XX-000000
           if ws-format-check = 1 then
               move 05                      to ws-reject-reason
               perform 410-write-rejection-history
               move ws-invoice-format-error to ws-error-message
               write error-line from ws-error-lines
                   after advancing 1 line

      *    6.Invoice Letters XX
           if ws-letter-check = 1 then
               move 06                      to ws-reject-reason
               perform 410-write-rejection-history
               move ws-invoice-letter-error to ws-error-message
               write error-line from ws-error-lines
                   after advancing 1 line

      *    7.Invoice Duplicate Letters
           if ws-duplicate-check = 1 then
               move 07                      to ws-reject-reason
               perform 410-write-rejection-history
               move ws-duplicate-error      to ws-error-message
               write error-line from ws-error-lines
                   after advancing 1 line

      *    8.Invoice Number Range
           if ws-number-check = 1 then
               move 08                      to ws-reject-reason
               perform 410-write-rejection-history
               move ws-invoice-number-error to ws-error-message
               write error-line from ws-error-lines
                   after advancing 1 line

      *    9.Invoice Dash
           if ws-dash-check = 1 then
               move 09                      to ws-reject-reason
               perform 410-write-rejection-history
               move ws-invoice-dash-error   to ws-error-message
               write error-line from ws-error-lines
                   after advancing 1 line

      *    10.SKU Empty
           if ws-SKU-check = 1 then
               move 10                      to ws-reject-reason
               perform 410-write-rejection-history
               move ws-SKU-error            to ws-error-message
               write error-line from ws-error-lines
                   after advancing 1 line

      *    11.Transaction Amount Zero
           if ws-zero-amount-check = 1 then
               move 11                      to ws-reject-reason
               perform 410-write-rejection-history
               move ws-zero-amount-error    to ws-error-message
               write error-line from ws-error-lines
                   after advancing 1 line

      *    12.Duplicate Invoice Number This Run
           if ws-dup-invoice-check = 1 then
               move 12                      to ws-reject-reason
               perform 410-write-rejection-history
               move ws-dup-invoice-error    to ws-error-message
               write error-line from ws-error-lines
                   after advancing 1 line

      *    13.SKU Not Found In Product Master
           if ws-sku-master-check = 1 then
               move 13                      to ws-reject-reason
               perform 410-write-rejection-history
               move ws-sku-master-error     to ws-error-message
               write error-line from ws-error-lines
                   after advancing 1 line

      *    14.Transaction Date Not Numeric
           if ws-trans-date-check = 1 then
               move 14                      to ws-reject-reason
               perform 410-write-rejection-history
               move ws-trans-date-error     to ws-error-message
               write error-line from ws-error-lines
                   after advancing 1 line

      *    15.Transaction Time Not Numeric
           if ws-trans-time-check = 1 then
               move 15                      to ws-reject-reason
               perform 410-write-rejection-history
               move ws-trans-time-error     to ws-error-message
               write error-line from ws-error-lines
                   after advancing 1 line

      *    16.Transaction Date Does Not Match Batch Date
           if ws-date-match-check = 1 then
               move 16                      to ws-reject-reason
               perform 410-write-rejection-history
               move ws-date-match-error     to ws-error-message
               write error-line from ws-error-lines
                   after advancing 1 line

      *    17.Store Number Not On Store Master Or Inactive
           if ws-store-master-check = 1 then
               move 17                      to ws-reject-reason
               perform 410-write-rejection-history
               move ws-store-master-error   to ws-error-message
               write error-line from ws-error-lines
                   after advancing 1 line

      *    18.Tender Sequence Not Numeric
           if ws-tender-seq-check = 1 then
               move 18                      to ws-reject-reason
               perform 410-write-rejection-history
               move ws-tender-seq-error     to ws-error-message
               write error-line from ws-error-lines
                   after advancing 1 line

      *    19.Split Tender Total Missing Or Below Amount
           if ws-split-total-check = 1 then
               move 19                      to ws-reject-reason
               perform 410-write-rejection-history
               move ws-split-total-error    to ws-error-message
               write error-line from ws-error-lines
                   after advancing 1 line

      *    20.Operator/Register ID Not Numeric
           if ws-operator-check = 1 then
               move 20                      to ws-reject-reason
               perform 410-write-rejection-history
               move spaces                  to ws-error-message
               string ws-operator-id-error  delimited by size
                      ws-operator-id-error2 delimited by size

      *    21.Tax Exempt Flag Invalid
           if ws-exempt-flag-check = 1 then
               move 21                      to ws-reject-reason
               perform 410-write-rejection-history
               move ws-exempt-flag-error    to ws-error-message
               write error-line from ws-error-lines
                   after advancing 1 line

      *    22.Tax Exempt Without Certificate
           if ws-exempt-cert-check = 1 then
               move 22                      to ws-reject-reason
               perform 410-write-rejection-history
               move ws-exempt-cert-error    to ws-error-message
               write error-line from ws-error-lines
                   after advancing 1 line
           end-if.

      *    23.Post-Void With No Matching Sale
           if ws-void-match-check = 1 then
               move 23                      to ws-reject-reason
               perform 410-write-rejection-history
               move ws-void-match-error     to ws-error-message
               write error-line from ws-error-lines
                   after advancing 1 line
           end-if.

      *    24.Post-Void Store Or Amount Not The Sale's
           if ws-void-amount-check = 1 then
               move 24                      to ws-reject-reason
               perform 410-write-rejection-history
               move ws-void-amount-error    to ws-error-message
               write error-line from ws-error-lines
                   after advancing 1 line
           end-if.

      *    25.Post-Void Of A Sale Already Voided
           if ws-void-repeat-check = 1 then
               move 25                      to ws-reject-reason
               perform 410-write-rejection-history
               move ws-void-repeat-error    to ws-error-message
               write error-line from ws-error-lines
                   after advancing 1 line
           end-if.

      *    26.House Account Not On Customer Master
           if ws-account-onfile-check = 1 then
               move 26                      to ws-reject-reason
               perform 410-write-rejection-history
               move ws-account-onfile-error to ws-error-message
               write error-line from ws-error-lines
                   after advancing 1 line
           end-if.

      *    27.House Account Closed
           if ws-account-closed-check = 1 then
               move 27                      to ws-reject-reason
               perform 410-write-rejection-history
               move ws-account-closed-error to ws-error-message
               write error-line from ws-error-lines
                   after advancing 1 line
           end-if.

      *    28.House Account Charge Over Credit Limit
           if ws-credit-limit-check = 1 then
               move 28                      to ws-reject-reason
               perform 410-write-rejection-history
               move ws-credit-limit-error   to ws-error-message
               write error-line from ws-error-lines
                   after advancing 1 line
           end-if.

      *    29.Loyalty Number Not On Member Master
           if ws-loyalty-onfile-check = 1 then
               move 29                      to ws-reject-reason
               perform 410-write-rejection-history
               move ws-loyalty-onfile-error to ws-error-message
               write error-line from ws-error-lines
                   after advancing 1 line
           end-if.

      *    30.Loyalty Member Not Active
           if ws-member-inactive-check = 1 then
               move 30                      to ws-reject-reason
               perform 410-write-rejection-history
               move ws-loyalty-inactive-error
                                            to ws-error-message
               write error-line from ws-error-lines
                   after advancing 1 line
           end-if.

      *    31.Points Redemption Without A Loyalty Number
           if ws-loyalty-missing-check = 1 then
               move 31                      to ws-reject-reason
               perform 410-write-rejection-history
               move ws-loyalty-missing-error
                                            to ws-error-message
               write error-line from ws-error-lines
                   after advancing 1 line
           end-if.

      *    32.Not Enough Points For The Redemption
           if ws-points-short-check = 1 then
               move 32                      to ws-reject-reason
               perform 410-write-rejection-history
               move ws-points-short-error   to ws-error-message
               write error-line from ws-error-lines
                   after advancing 1 line
           end-if.

      *    33.Operator Not On Operator Master Or Inactive
           if ws-operator-master-check = 1 then
               move 33                      to ws-reject-reason
               perform 410-write-rejection-history
               move ws-operator-master-error
                                            to ws-error-message
               write error-line from ws-error-lines
                   after advancing 1 line
           end-if.

      *    34.Paid-Out Not In Cash
           if ws-paid-out-tender-check = 1 then
               move 34                      to ws-reject-reason
               perform 410-write-rejection-history
               move ws-paid-out-tender-error
                                            to ws-error-message
               write error-line from ws-error-lines
                   after advancing 1 line
           end-if.

      *    35.Paid-Out Reason Not On The Reason Table Or Inactive
           if ws-paid-out-reason-check = 1 then
               move 35                      to ws-reject-reason
               perform 410-write-rejection-history
               move ws-paid-out-reason-error
                                            to ws-error-message
               write error-line from ws-error-lines
                   after advancing 1 line
           end-if.

      *    36.Paid-Out Over Its Reason's Per-Transaction Limit
           if ws-paid-out-limit-check = 1 then
               move 36                      to ws-reject-reason
               perform 410-write-rejection-history
               move spaces                  to ws-error-message
               string ws-paid-out-limit-error
                      ws-paid-out-limit-error2
                      delimited by size into ws-error-message
               end-string
               write error-line from ws-error-lines
                   after advancing 1 line
           end-if.


      *    Append one rejection reason for the record on hand
       410-write-rejection-history.
           move spaces                      to rejection-history-line.
           move 'R'                         to rh-record-type.
           move ws-business-date            to rh-business-date.
           move il-store-num                to rh-store.
           move il-operator-id              to rh-operator.
           move ws-reject-reason            to rh-reason-code.
           move ws-reject-first             to rh-first-reason.
           move 0                           to rh-record-count.
           move 0                           to rh-reject-count.
           move ws-reject-source            to rh-source.
           move input-line                  to rh-record-image.
           write rejection-history-line.
           move 'N'                         to ws-reject-first.


      *    Find (or open) the tally entry for ws-tally-store and
      *    ws-tally-operator and count the record against it
       415-tally-store-operator.
           move 0                           to ws-sot-found.
           perform varying ws-sot-sub from 1 by 1
               until ws-sot-sub > ws-sot-count
                   or ws-sot-found > 0
               if ws-sot-store(ws-sot-sub) = ws-tally-store
                       and ws-sot-operator(ws-sot-sub)
                           = ws-tally-operator
                   move ws-sot-sub          to ws-sot-found
               end-if
           end-perform.
           if ws-sot-found = 0 then
               if ws-sot-count < 5000 then
                   add 1                    to ws-sot-count
                   move ws-sot-count        to ws-sot-found
                   move ws-tally-store
                       to ws-sot-store(ws-sot-found)
                   move ws-tally-operator
                       to ws-sot-operator(ws-sot-found)
                   move 0
                       to ws-sot-records(ws-sot-found)
                   move 0
                       to ws-sot-rejects(ws-sot-found)
               else
                   if ws-sot-full-warned = 'n' then
                       move 'y'             to ws-sot-full-warned
                       display "WARNING: STORE/OPERATOR TALLY FULL -"
                       display "REJECTION HISTORY TOTALS INCOMPLETE"
                   end-if
                   exit paragraph
               end-if
           end-if.
           add 1
               to ws-sot-records(ws-sot-found).
           if ws-tally-reject = 'y' then
               add 1                    to ws-sot-rejects(ws-sot-found)
           end-if.


      *    One 'T' record per store/operator seen this run
       420-write-store-operator-totals.
           perform varying ws-sot-sub from 1 by 1
               until ws-sot-sub > ws-sot-count
               move spaces                  to rejection-history-line
               move 'T'                     to rh-record-type
               move ws-business-date        to rh-business-date
               move ws-sot-store(ws-sot-sub) to rh-store
               move ws-sot-operator(ws-sot-sub)
                   to rh-operator
               move 0                       to rh-reason-code
               move space                   to rh-first-reason
               move ws-sot-records(ws-sot-sub)
                   to rh-record-count
               move ws-sot-rejects(ws-sot-sub)
                   to rh-reject-count
               move 'B'                     to rh-source
               write rejection-history-line
           end-perform.


      *    Find the calendar entry that sets the record's store's
      *    hours on the record's date - the store's own holiday or
      *    special hours for that date first, then the chain's, then
      *    the store's weekly hours for that weekday, then the chain's
      *    - and list the record if it was rung up outside them. A
      *    store with no entry at all is not checked.
       430-check-trading-hours.
           if ws-calendar-count = 0 then
               exit paragraph
           end-if.
           if function test-date-yyyymmdd(ws-ooh-date) not = 0 then
               exit paragraph
           end-if.

           compute ws-ooh-dow =
               function mod (function integer-of-date(ws-ooh-date)
                             - 1, 7) + 1.
           divide ws-ooh-time by 100 giving ws-ooh-hhmm.

           move 0                           to ws-ooh-rank.
           perform varying ws-cal-sub from 1 by 1
               until ws-cal-sub > ws-calendar-count
               move 0                       to ws-ooh-entry-rank
               if ws-cal-type(ws-cal-sub) = 'W'
                       and ws-cal-dow(ws-cal-sub) = ws-ooh-dow
                   move 1                   to ws-ooh-entry-rank
               end-if
               if ws-cal-type(ws-cal-sub) = 'S'
                       and ws-cal-date(ws-cal-sub) = ws-ooh-date
                   move 3                   to ws-ooh-entry-rank
               end-if
               if ws-cal-type(ws-cal-sub) = 'H'
                       and ws-cal-date(ws-cal-sub) = ws-ooh-date
                   move 4                   to ws-ooh-entry-rank
               end-if
               if ws-cal-store(ws-cal-sub) not = ws-ooh-store
                       and ws-cal-store(ws-cal-sub) not = 0
                   move 0                   to ws-ooh-entry-rank
               end-if
               if ws-ooh-entry-rank = 1
                       and ws-cal-store(ws-cal-sub) not = 0
                   move 2                   to ws-ooh-entry-rank
               end-if
               if ws-ooh-entry-rank > 2
                       and ws-cal-store(ws-cal-sub) not = 0
                   add 2                    to ws-ooh-entry-rank
               end-if
               if ws-ooh-entry-rank > ws-ooh-rank
                   move ws-ooh-entry-rank   to ws-ooh-rank
                   move ws-cal-open(ws-cal-sub)  to ws-ooh-open
                   move ws-cal-close(ws-cal-sub) to ws-ooh-close
               end-if
           end-perform.

           if ws-ooh-rank = 0 then
               exit paragraph
           end-if.

           move 'n'                         to ws-ooh-closed-flag.
           move spaces                      to ws-ooh-dl-reason.
           if ws-ooh-rank = 4 or ws-ooh-rank = 6 then
               move 'y'                     to ws-ooh-closed-flag
               move "CLOSED - HOLIDAY"      to ws-ooh-dl-reason
           else if ws-ooh-open = 0 and ws-ooh-close = 0 then
               move 'y'                     to ws-ooh-closed-flag
               move "CLOSED THIS WEEKDAY"   to ws-ooh-dl-reason
           else if ws-ooh-hhmm < ws-ooh-open then
               move "BEFORE OPENING TIME"   to ws-ooh-dl-reason
           else if ws-ooh-hhmm not < ws-ooh-close then
               move "AFTER CLOSING TIME"    to ws-ooh-dl-reason
           else
               exit paragraph
           end-if.

           add 1                            to ws-ooh-count.
           if ws-ooh-list-flag not = 'y' then
               exit paragraph
           end-if.

           move il-store-num                to ws-ooh-dl-store.
           move il-invoice-num              to ws-ooh-dl-invoice.
           move il-code                     to ws-ooh-dl-code.
           move il-amount                   to ws-ooh-dl-amount.
           move il-trans-date               to ws-ooh-dl-date.
           move il-trans-time               to ws-ooh-dl-time.
           move spaces                      to ws-ooh-dl-hours.
           if ws-ooh-closed-flag = 'y' then
               move "CLOSED"                to ws-ooh-dl-hours
           else
               string ws-ooh-open  delimited by size
                      "-"          delimited by size
                      ws-ooh-close delimited by size
                      into ws-ooh-dl-hours
               end-string
           end-if.
           if ws-ooh-rank = 6 then
               move "STORE HOLIDAY"         to ws-ooh-dl-entry
           else if ws-ooh-rank = 5 then
               move "STORE SPECIAL"         to ws-ooh-dl-entry
           else if ws-ooh-rank = 4 then
               move "CHAIN HOLIDAY"         to ws-ooh-dl-entry
           else if ws-ooh-rank = 3 then
               move "CHAIN SPECIAL"         to ws-ooh-dl-entry
           else if ws-ooh-rank = 2 then
               move "STORE WEEKLY"          to ws-ooh-dl-entry
           else
               move "CHAIN WEEKLY"          to ws-ooh-dl-entry
           end-if.
           if ws-ooh-source = 'C' then
               move "CORRECTION"            to ws-ooh-dl-source
           else
               move "BATCH"                 to ws-ooh-dl-source
           end-if.
           write out-of-hours-line from ws-ooh-detail-line
               after advancing 1 line.


       440-print-out-of-hours-total.
           if ws-calendar-count = 0 then
               write out-of-hours-line from ws-ooh-no-calendar-line
                   after advancing 2 lines
           else
               move ws-ooh-count            to ws-ooh-total-print
               write out-of-hours-line from ws-ooh-total-line
                   after advancing 2 lines
           end-if.


       445-print-out-of-hours-headings.
           move ws-business-date            to ws-ooh-header-date.
           write out-of-hours-line from ws-ooh-header1
               after advancing 1 line.
           write out-of-hours-line from ws-ooh-header2
               after advancing 1 line.
           write out-of-hours-line from ws-ooh-header3
               after advancing 2 lines.
           write out-of-hours-line from ws-ooh-header4
               after advancing 1 line.


       500-print-summary.

           move 0                           to ws-operator-check.
           move 0                           to ws-exempt-flag-check.
           move 0                           to ws-exempt-cert-check.
           move 0                           to ws-void-match-check.
           move 0                           to ws-void-amount-check.
           move 0                           to ws-void-repeat-check.
           move 0                           to ws-account-onfile-check.
           move 0                           to ws-account-closed-check.
           move 0                           to ws-credit-limit-check.
           move 0                           to ws-loyalty-onfile-check.
           move 0                           to ws-member-inactive-check.
           move 0                           to ws-loyalty-missing-check.
           move 0                           to ws-points-short-check.
           move 0                           to ws-operator-master-check.
           move 0                           to ws-paid-out-tender-check.
           move 0                           to ws-paid-out-reason-check.
           move 0                           to ws-paid-out-limit-check.

           perform 300-validation.

           if ws-errors = 0 then
               add 1                        to ws-corr-accepted-count
               write valid-line from input-line
               move 'C'                     to ws-ooh-source
               move il-store-num            to ws-ooh-store
               move il-trans-date           to ws-ooh-date
               move il-trans-time           to ws-ooh-time
               perform 430-check-trading-hours
               move spaces                  to ws-detail-line
               move ws-record-position      to ws-record-num
               move input-line              to ws-input-data
           else
               add 1                        to ws-corr-rejected-count
               write invalid-line from input-line
               move 'C'                     to ws-reject-source
               perform 400-print-errors
           end-if.

           move il-store-num                to ws-tally-store.
           move il-operator-id              to ws-tally-operator.
           if ws-errors > 0 then
               move 'y'                     to ws-tally-reject
           else
               move 'n'                     to ws-tally-reject
           end-if.
           perform 415-tally-store-operator.


       end program Edit.
