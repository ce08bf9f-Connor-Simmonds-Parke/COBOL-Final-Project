
       fd sl-accumulator-file
           data record is sl-accumulator-line
           record contains 2236 characters.

       01 sl-accumulator-line.
           05 sl-acc-year                   pic 9(4).
           05 sl-acc-ytd-amt                pic 9(9)v99.
           05 sl-acc-ytd-tax                pic 9(9)v99.
           05 sl-acc-last-batch-date        pic 9(8).
           05 filler                        pic x(2178).

       fd returns-accumulator-file
           data record is returns-accumulator-line
           record contains 2236 characters.

       01 returns-accumulator-line.
           05 r-acc-year                    pic 9(4).
           05 r-acc-ytd-amt                 pic 9(9)v99.
           05 r-acc-ytd-tax                 pic 9(9)v99.
           05 r-acc-last-batch-date         pic 9(8).
           05 filler                        pic x(2178).

       fd tax-accumulator-file
           data record is tax-accumulator-line
