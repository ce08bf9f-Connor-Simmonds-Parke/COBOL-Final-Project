               88 hist-not-refunded         value 'N'.
           05 hist-trans-date               pic 9(8).
           05 hist-trans-time               pic 9(6).
           05 hist-loyalty-num              pic x(10).
           05 hist-operator-id              pic 9(4).
           05 hist-refund-date              pic 9(8).

       fd retention-days-file
           data record is retention-days-line
      *years later still knows whether the sale was refunded
       fd history-archive-file
           data record is history-archive-line
           record contains 70 characters.

       01 history-archive-line.
           05 har-invoice-num               pic x(9).
           05 har-refunded-flag             pic x.
           05 har-trans-date                pic 9(8).
           05 har-trans-time                pic 9(6).
           05 har-loyalty-num               pic x(10).
           05 har-operator-id               pic 9(4).
           05 har-refund-date               pic 9(8).

       fd business-date-file
           data record is business-date-line
           move hist-refunded-flag          to har-refunded-flag.
           move hist-trans-date             to har-trans-date.
           move hist-trans-time             to har-trans-time.
           move hist-loyalty-num            to har-loyalty-num.
           move hist-operator-id            to har-operator-id.
           move hist-refund-date            to har-refund-date.
           write history-archive-line.

           delete sales-history-file record
