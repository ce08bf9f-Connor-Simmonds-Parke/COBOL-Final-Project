               organization is line sequential
               file status is ws-runlog-status.

      *    Operations Alert Feed - one record per reportable
      *    condition, shared by every batch program and read back by
      *    AlertReport for the on-call analyst
           select alert-file
               assign to "../../../../data/Alerts.dat"
               organization is line sequential
               file status is ws-alert-status.

      *    Output Files
           select output-file
               assign to "../../../../data/SettlementReconciliation.out"
      *Input Records - Sales & Layaways side
       fd s-l-file
           data record is sl-input-line
           record contains 100 characters.

       01 sl-input-line.
           05 sl-il-code                    pic x.
           05 sl-il-exempt-flag             pic x.
               88 sl-il-tax-exempt          value 'Y'.
           05 sl-il-exempt-cert             pic x(10).
           05 sl-il-account-num             pic x(8).
           05 filler                        pic x(19).

      *Input Records - Returns side
       fd returns-file
           data record is returns-input-line
           record contains 100 characters.

       01 returns-input-line.
           05 rt-il-code                    pic x.
           05 rt-il-exempt-flag             pic x.
               88 rt-il-tax-exempt          value 'Y'.
           05 rt-il-exempt-cert             pic x(10).
           05 rt-il-account-num             pic x(8).
           05 filler                        pic x(19).

      *Input Records - Processor Settlement Extract. Chargeback
      *lines ride the same layout: type "CB" opens a dispute (the
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
       77 ws-rl-end-status                  pic x     value space.
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
       77 ws-mismatch-count                 pic 9(7) value 0.
       77 ws-miss-settle-count              pic 9(7) value 0.
       77 ws-miss-ours-count                pic 9(7) value 0.
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
               move "SettlementReconciliation"
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
               add 1                        to ws-fee-flagged-count
               move "*** OUT OF TOLERANCE ***"
                   to ws-fd-message
               move 2                       to ws-alert-severity
               move ws-df-sub               to ws-alert-store
               move "FEETOL"                to ws-alert-code
               move spaces                  to ws-alert-text
               string "MONTH-TO-DATE PROCESSOR FEES OUTSIDE THE "
                          delimited by size
                      function trim(ws-ftl-pct)
                                            delimited by size
                      " PCT TOLERANCE"      delimited by size
                      into ws-alert-text
               end-string
               perform 085-write-alert
           end-if.

           write fee-summary-line from ws-fee-detail-line
