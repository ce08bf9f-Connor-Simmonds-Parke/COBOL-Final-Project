
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

       fd sl-control-file
           data record is sl-control-line

       fd returns-control-file
           data record is returns-control-line
           record contains 1198 characters.

       01 returns-control-line.
           05 rctl-rec-count         pic 9(7).
           05 rctl-gc-amt            pic 9(9)v99.
           05 rctl-store-tax         pic 9(9)v99
               occurs 99 times.
           05 rctl-ha-amt            pic 9(9)v99.
           05 rctl-lp-amt            pic 9(9)v99.


       fd business-date-file
