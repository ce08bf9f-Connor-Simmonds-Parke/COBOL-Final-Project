      *Input Records - Sales & Layaways side
       fd s-l-file
           data record is sl-input-line
           record contains 100 characters.

       01 sl-input-line.
           05 sl-il-code                    pic x.
           05 sl-il-trans-time              pic 9(6).
           05 sl-il-tender-seq              pic 9.
           05 sl-il-trans-total             pic 9(5)v99.
           05 filler                        pic x(42).

      *Input Records - Returns side
       fd returns-file
           data record is returns-input-line
           record contains 100 characters.

       01 returns-input-line.
           05 rt-il-code                    pic x.
           05 rt-il-trans-time              pic 9(6).
           05 rt-il-tender-seq              pic 9.
           05 rt-il-trans-total             pic 9(5)v99.
           05 filler                        pic x(42).

       fd product-file
           data record is product-line
           record contains 49 characters.

       01 product-line.
           05 pm-sku                        pic x(15).
           05 pm-description                pic x(20).
           05 pm-list-price                 pic 9(5)v99.
           05 pm-unit-cost                  pic 9(5)v99.


       fd business-date-file
