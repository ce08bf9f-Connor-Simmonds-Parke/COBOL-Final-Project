           05 hist-refunded-flag            pic x.
           05 hist-trans-date               pic 9(8).
           05 hist-trans-time               pic 9(6).
           05 hist-loyalty-num              pic x(10).
           05 hist-operator-id              pic 9(4).
           05 hist-refund-date              pic 9(8).

       fd business-date-file
           data record is business-date-line
