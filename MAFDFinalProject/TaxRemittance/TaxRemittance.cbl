
       fd returns-control-file
           data record is returns-control-line
           record contains 1198 characters.

       01 returns-control-line.
           05 rctl-rec-count                pic 9(7).
           05 rctl-gc-amt                   pic 9(9)v99.
           05 rctl-store-tax                pic 9(9)v99
               occurs 99 times.
           05 rctl-ha-amt                   pic 9(9)v99.
           05 rctl-lp-amt                   pic 9(9)v99.


       fd business-date-file
