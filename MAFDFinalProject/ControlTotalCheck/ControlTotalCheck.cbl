               organization is line sequential
               file status is ws-busdate-status.

      *    Operations Alert Feed - one record per reportable
      *    condition, shared by every batch program and read back by
      *    AlertReport for the on-call analyst
           select alert-file
               assign to "../../../../data/Alerts.dat"
               organization is line sequential
               file status is ws-alert-status.

      *    Date-Stamped Archive Copies - generic text-line files whose
      *    assigned name is built at runtime so every run's output can
      *    be copied off to a dated file, not just overwritten

       fd datasplit-control-file
           data record is datasplit-control-line
           record contains 2331 characters.

       01 datasplit-control-line.
           05 dsctl-total-records           pic 9(7).
           05 dsctl-store-amts              occurs 99 times.
               10 dsctl-store-sl-amt        pic 9(9)v99.
               10 dsctl-store-r-amt         pic 9(9)v99.
           05 dsctl-sl-ha-amt               pic 9(9)v99.
           05 dsctl-r-ha-amt                pic 9(9)v99.
           05 dsctl-sl-lp-amt               pic 9(9)v99.
           05 dsctl-r-lp-amt                pic 9(9)v99.

      *Rolling History Record - the five counts worth watching
       fd history-file
           05 vwl-warning-flag              pic x.
           05 vwl-message                   pic x(79).

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

       fd business-date-file
           data record is business-date-line
           record contains 8 characters.
       77 ws-busdate-status                 pic xx    value spaces.
       77 ws-business-date                  pic 9(8)  value 0.

      *Operations Alert fields - set by the caller before 085;
      *severity 1 critical, 2 warning, 3 notice; store 00 when the
      *condition is chain-wide
       77 ws-alert-status                   pic xx    value spaces.
       77 ws-alert-severity                 pic 9     value 0.
       77 ws-alert-store                    pic 99    value 0.
       77 ws-alert-code                     pic x(8)  value spaces.
       77 ws-alert-text                     pic x(60) value spaces.

       77 ws-archive-read-path              pic x(100) value spaces.
       77 ws-archive-write-path             pic x(100) value spaces.
       77 ws-archive-eof-flag               pic x     value 'n'.
               close business-date-file
           end-if.

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
               move "ControlTotalCheck"
                   to al-program-id
               move ws-alert-severity       to al-severity
               move ws-alert-store          to al-store-num
               move ws-alert-code           to al-code
               move ws-alert-text           to al-text
               write alert-line
               close alert-file
           end-if.

       100-load-band-pct.
           open input volume-band-file.
           if ws-band-status = "00" then
               add 1                        to ws-flagged-count
               move "*** OUTSIDE BAND - CHECK UPSTREAM FEEDS ***"
                   to ws-dl-message
               move 2                       to ws-alert-severity
               move 0                       to ws-alert-store
               move "VOLBAND"               to ws-alert-code
               move spaces                  to ws-alert-text
               string ws-dl-count-name      delimited by "  "
                      " "                   delimited by size
                      function trim(ws-dl-dev-pct)
                                            delimited by size
                      " PCT OFF WEEKDAY AVG - TODAY "
                                            delimited by size
                      function trim(ws-dl-today)
                                            delimited by size
                      into ws-alert-text
               end-string
               perform 085-write-alert
           end-if.

           write output-line from ws-detail-line
