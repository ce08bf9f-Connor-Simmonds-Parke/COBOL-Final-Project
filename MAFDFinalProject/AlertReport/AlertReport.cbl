      ******************************************************************
      * Author:    Connor Simmonds-Parke, Nicholas Sturch-flint
      * Date:      2022-02-02
      * Purpose:   The warning signs from a night's batch were spread
      *            across VolumeWarning.ctl, GiftCardExceptions.out,
      *            ReturnsExceptions.out, the price-variance listing,
      *            the fee-tolerance flags in FeeSummary.out and the
      *            pipeline aborts in RunLog.dat, and the on-call
      *            analyst had to open every one of them to find out
      *            whether anything needed doing. Each of those
      *            programs now appends a standard record to the
      *            shared Alerts.dat whenever it hits a reportable
      *            condition. This program gathers the business
      *            date's alerts into one report, most severe first,
      *            and writes an extract for the monitoring system to
      *            pick up and page someone on the critical ones.
      * Note:      Severity 1 is critical (page the on-call analyst),
      *            2 a warning and 3 a notice; a severity outside that
      *            range is treated as critical rather than risk it
      *            going unseen. Store 00 means the condition is
      *            chain-wide. The same alert raised more than once
      *            for the date (a rerun of the program that raised
      *            it) is listed once with the number of times it was
      *            raised. Should the table ever fill, the least
      *            severe alerts give way so no critical alert is
      *            lost, and the report says how many were dropped.
      *            Run after the nightly chain, or at any time during
      *            the day for an up-to-the-minute picture.
      * Tectonics: cobc
      ******************************************************************
       identification division.

       program-id. AlertReport.
       author. Connor Simmonds-Parke, Nicholas Sturch-flint.
       date-written. 02-02-2022.
      *Description: Lists the business date's operations alerts by
      *             severity and extracts them for monitoring.

       environment division.
       configuration section.

       input-output section.
       file-control.

      *    Operations Alert Feed - appended to by the batch programs
           select alert-file
               assign to "../../../../data/Alerts.dat"
               organization is line sequential
               file status is ws-alert-status.

      *    Output Files
           select output-file
               assign to "../../../../data/AlertReport.out"
               organization is line sequential.

      *    Monitoring Extract - one comma-separated line per alert
      *    between a control header and trailer; the monitoring
      *    system pages on every line flagged Y
           select extract-file
               assign to "../../../../data/AlertExtract.csv"
               organization is line sequential.

      *    Central Run Log
           select run-log-file
               assign to "../../../../data/RunLog.dat"
               organization is line sequential
               file status is ws-runlog-status.

      *    Business-Date Parameter - the day the business actually
      *    happened (Edit writes it from the batch header); only the
      *    alerts raised under it are reported
           select business-date-file
               assign to "../../../../data/BusinessDate.ctl"
               organization is line sequential
               file status is ws-busdate-status.

      *    Date-Stamped Archive Copies - generic text-line files whose
      *    assigned name is built at runtime so every run's output can
      *    be copied off to a dated file, not just overwritten
           select archive-read-file
               assign to dynamic ws-archive-read-path
               organization is line sequential.

           select archive-write-file
               assign to dynamic ws-archive-write-path
               organization is line sequential.


       data division.
       file section.

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

       fd output-file
           data record is output-line
           record contains 110 characters.

       01 output-line                       pic x(110).

       fd extract-file
           data record is extract-line
           record contains 150 characters.

       01 extract-line                      pic x(150).

       fd run-log-file
           data record is run-log-line
           record contains 60 characters.

       01 run-log-line.
           05 rl-program-id                 pic x(30).
           05 rl-date                       pic 9(8).
           05 rl-time                       pic 9(6).
           05 rl-event                      pic x.
           05 rl-in-count                   pic 9(7).
           05 rl-out-count                  pic 9(7).
           05 rl-status                     pic x.

       fd business-date-file
           data record is business-date-line
           record contains 8 characters.

       01 business-date-line.
           05 bdl-business-date             pic 9(8).

       fd archive-read-file
           data record is archive-read-line
           record contains 200 characters.

       01 archive-read-line                 pic x(200).

       fd archive-write-file
           data record is archive-write-line
           record contains 200 characters.

       01 archive-write-line                pic x(200).


       working-storage section.

      *Report Headings
       01 ws-header1-main.
           05 filler                        pic x(35)
               value spaces.
           05 filler                        pic x(30)
               value "OPERATIONS ALERT REPORT".
           05 filler                        pic x(45)
               value spaces.

       01 ws-header2-date.
           05 filler                        pic x(15)
               value "BUSINESS DATE ".
           05 ws-hd-business-date           pic 9(8).
           05 filler                        pic x(13)
               value "   RUN DATE ".
           05 ws-hd-run-date                pic 9(8).
           05 filler                        pic x(10)
               value "   TIME ".
           05 ws-hd-run-time                pic 9(4).
           05 filler                        pic x(52)
               value spaces.

       01 ws-severity-heading.
           05 filler                        pic x(9)
               value "SEVERITY ".
           05 ws-sh-severity                pic 9.
           05 filler                        pic x(3)
               value " - ".
           05 ws-sh-name                    pic x(8).
           05 filler                        pic x(3)
               value " - ".
           05 ws-sh-action                  pic x(30).
           05 filler                        pic x(56)
               value spaces.

       01 ws-column-headings.
           05 filler                        pic x(5)
               value "Time".
           05 filler                        pic x(27)
               value "Program".
           05 filler                        pic x(4)
               value "Str".
           05 filler                        pic x(9)
               value "Code".
           05 filler                        pic x(5)
               value "Cnt".
           05 filler                        pic x(60)
               value "Alert".

       01 ws-column-underlines.
           05 filler                        pic x(5)
               value "----".
           05 filler                        pic x(27)
               value "-------".
           05 filler                        pic x(4)
               value "---".
           05 filler                        pic x(9)
               value "----".
           05 filler                        pic x(5)
               value "---".
           05 filler                        pic x(60)
               value "-----".

      *Detail Line - one per distinct alert; the time shown is the
      *first time it was raised
       01 ws-detail-line.
           05 ws-dl-time                    pic 9(4).
           05 filler                        pic x     value space.
           05 ws-dl-program                 pic x(26).
           05 filler                        pic x     value space.
           05 ws-dl-store                   pic x(3).
           05 filler                        pic x     value space.
           05 ws-dl-code                    pic x(8).
           05 filler                        pic x     value space.
           05 ws-dl-times                   pic zzz9.
           05 filler                        pic x     value space.
           05 ws-dl-text                    pic x(60).

       01 ws-none-line.
           05 filler                        pic x(4)  value spaces.
           05 filler                        pic x(50)
               value "No alerts raised at this severity".
           05 filler                        pic x(56) value spaces.

       01 ws-summary-heading.
           05 filler                        pic x(30)
               value "ALERT SUMMARY".
           05 filler                        pic x(80) value spaces.

       01 ws-summary-line.
           05 filler                        pic x(4)  value spaces.
           05 ws-sm-name                    pic x(8).
           05 filler                        pic x(4)  value spaces.
           05 ws-sm-distinct                pic zzzz9.
           05 filler                        pic x(12)
               value " ALERTS  ".
           05 ws-sm-raised                  pic zzzzz9.
           05 filler                        pic x(71)
               value " TIMES RAISED".

       01 ws-dropped-line.
           05 filler                        pic x(4)  value spaces.
           05 filler                        pic x(41)
               value "*** ALERT TABLE FULL - LESS SEVERE ALERTS".
           05 filler                        pic x(14)
               value " NOT LISTED: ".
           05 ws-dp-count                   pic zzzzz9.
           05 filler                        pic x(45) value spaces.

       01 ws-page-line.
           05 filler                        pic x(47)
               value "*** CRITICAL ALERTS ON HAND - THE ON-CALL ANALY".
           05 filler                        pic x(63)
               value "ST IS PAGED FROM AlertExtract.csv ***".

      *Severity Names - indexed by severity
       01 ws-severity-names.
           05 filler                        pic x(38)
               value "CRITICALPAGE THE ON-CALL ANALYST     ".
           05 filler                        pic x(38)
               value "WARNING FOLLOW UP IN THE MORNING     ".
           05 filler                        pic x(38)
               value "NOTICE  FOR INFORMATION              ".
       01 ws-severity-table redefines ws-severity-names.
           05 ws-sv-entry                   occurs 3 times.
               10 ws-sv-name                pic x(8).
               10 ws-sv-action              pic x(30).

      *Per-Severity Counts
       01 ws-severity-counts.
           05 ws-sc-entry                   occurs 3 times.
               10 ws-sc-distinct            pic 9(5).
               10 ws-sc-raised              pic 9(6).
       77 ws-sev-sub                        pic 9     value 0.

      *Alert Table - the date's distinct alerts, held most severe
      *first and in time order within a severity as they are loaded
       01 ws-alert-table.
           05 ws-at-entry                   occurs 5000 times.
               10 ws-at-severity            pic 9.
               10 ws-at-first-time          pic 9(6).
               10 ws-at-program             pic x(30).
               10 ws-at-store               pic 99.
               10 ws-at-code                pic x(8).
               10 ws-at-text                pic x(60).
               10 ws-at-times               pic 9(5).
       77 ws-at-count                       pic 9(4)  value 0.
       77 ws-at-sub                         pic 9(4)  value 0.
       77 ws-at-ins                         pic 9(4)  value 0.
       77 ws-at-move                        pic 9(4)  value 0.
       77 ws-at-max                         pic 9(4)  value 5000.
       77 ws-at-found                       pic x     value 'n'.
       77 ws-dropped-count                  pic 9(6)  value 0.

      *The alert being loaded, severity already made safe
       77 ws-new-severity                   pic 9     value 0.

      *Counters
       77 ws-records-read                   pic 9(7)  value 0.
       77 ws-records-for-date               pic 9(7)  value 0.
       77 ws-critical-count                 pic 9(5)  value 0.

      *Monitoring Extract work fields
       77 ws-csv-line-count                 pic 9(6)  value 0.
       77 ws-csv-count-print                pic 9(6)  value 0.
       77 ws-csv-critical-print             pic 9(5)  value 0.
       77 ws-csv-page-flag                  pic x     value space.
       77 ws-csv-store                      pic 99    value 0.
       77 ws-csv-times                      pic zzzz9.
       77 ws-csv-text                       pic x(60) value spaces.

      *File Statuses
       77 ws-alert-status                   pic xx    value spaces.
       77 ws-eof-flag                       pic x     value 'n'.

      *Business Date - falls back to the machine date when Edit has
      *not published one
       77 ws-busdate-status                 pic xx    value spaces.
       77 ws-business-date                  pic 9(8)  value 0.

      *Date-Stamped Archive Copies
       77 ws-archive-date                   pic x(8)  value spaces.
       77 ws-archive-read-path              pic x(100) value spaces.
       77 ws-archive-write-path             pic x(100) value spaces.
       77 ws-archive-eof-flag               pic x     value 'n'.

      *Central Run Log fields
       77 ws-runlog-status                  pic xx    value spaces.
       77 ws-rl-event                       pic x     value space.
       77 ws-rl-end-status                  pic x     value space.
       77 ws-runlog-in                      pic 9(7)  value 0.
       77 ws-runlog-out                     pic 9(7)  value 0.


       procedure division.
       000-main.

           perform 091-log-run-start.
           perform 090-load-business-date.
           initialize ws-severity-counts.

           perform 100-load-alerts.

           open output output-file.
           perform 200-print-report.
           close output-file.

           perform 300-write-extract.
           perform 700-archive-output-files.

           display "ALERT REPORT: " ws-at-count " ALERTS FOR "
               ws-business-date " - " ws-critical-count " CRITICAL".

           move ws-records-for-date         to ws-runlog-in.
           move ws-at-count                 to ws-runlog-out.
           perform 092-log-run-end.

      *    End of 000-main (end of AlertReport program)
           stop run.



       090-load-business-date.
           move function current-date(1:8)  to ws-business-date.
           open input business-date-file.
           if ws-busdate-status = "00" then
               read business-date-file
                   at end
                       continue
                   not at end
                       if bdl-business-date is numeric
                               and bdl-business-date > 0
                           move bdl-business-date
                               to ws-business-date
                       end-if
               end-read
               close business-date-file
           end-if.

      *    Append one record to the shared run log - the log is
      *    created on first use and only ever extended
       093-write-run-log.
           open extend run-log-file.
           if ws-runlog-status = "35" then
               open output run-log-file
           end-if.
           if ws-runlog-status = "00" then
               move "AlertReport"
                   to rl-program-id
               move function current-date(1:8)
                   to rl-date
               move function current-date(9:6)
                   to rl-time
               move ws-rl-event             to rl-event
               move ws-runlog-in            to rl-in-count
               move ws-runlog-out           to rl-out-count
               move ws-rl-end-status        to rl-status
               write run-log-line
               close run-log-file
           end-if.

       091-log-run-start.
           move 'S'                         to ws-rl-event.
           move space                       to ws-rl-end-status.
           move 0                           to ws-runlog-in.
           move 0                           to ws-runlog-out.
           perform 093-write-run-log.

       092-log-run-end.
           move 'E'                         to ws-rl-event.
           move 'N'                         to ws-rl-end-status.
           perform 093-write-run-log.


      *    Gather the business date's alerts - no alert file yet just
      *    means nothing has been raised
       100-load-alerts.
           open input alert-file.
           if ws-alert-status not = "00" then
               exit paragraph
           end-if.
           move 'n'                         to ws-eof-flag.
           perform until ws-eof-flag = 'y'
               read alert-file
                   at end
                       move 'y'             to ws-eof-flag
                   not at end
                       add 1                to ws-records-read
                       if al-business-date = ws-business-date
                           add 1            to ws-records-for-date
                           perform 110-load-one-alert
                       end-if
               end-read
           end-perform.
           close alert-file.

      *    The same alert raised again is counted against the entry
      *    already held; a new one is slotted in severity and time
      *    order, and when the table is full it displaces the least
      *    severe entry held if it is itself more severe
       110-load-one-alert.
           if al-severity is numeric
                   and al-severity >= 1 and al-severity <= 3 then
               move al-severity             to ws-new-severity
           else
               move 1                       to ws-new-severity
           end-if.
           add 1                            to
               ws-sc-raised(ws-new-severity).

           move 'n'                         to ws-at-found.
           perform varying ws-at-sub from 1 by 1
               until ws-at-sub > ws-at-count
                   or ws-at-found = 'y'
               if ws-at-severity(ws-at-sub) = ws-new-severity
                       and ws-at-program(ws-at-sub) = al-program-id
                       and ws-at-store(ws-at-sub) = al-store-num
                       and ws-at-code(ws-at-sub) = al-code
                       and ws-at-text(ws-at-sub) = al-text
                   move 'y'                 to ws-at-found
                   add 1                    to ws-at-times(ws-at-sub)
                   if al-time < ws-at-first-time(ws-at-sub)
                       move al-time to ws-at-first-time(ws-at-sub)
                   end-if
               end-if
           end-perform.
           if ws-at-found = 'y' then
               exit paragraph
           end-if.

           if ws-at-count >= ws-at-max then
               if ws-at-severity(ws-at-count) > ws-new-severity
                   add ws-at-times(ws-at-count) to ws-dropped-count
                   subtract 1               from ws-at-count
               else
                   add 1                    to ws-dropped-count
                   exit paragraph
               end-if
           end-if.

           move 1                           to ws-at-ins.
           perform varying ws-at-sub from 1 by 1
               until ws-at-sub > ws-at-count
               if ws-at-severity(ws-at-sub) < ws-new-severity
                       or (ws-at-severity(ws-at-sub) = ws-new-severity
                           and ws-at-first-time(ws-at-sub)
                               <= al-time)
                   compute ws-at-ins = ws-at-sub + 1
               end-if
           end-perform.
           perform varying ws-at-move from ws-at-count by -1
               until ws-at-move < ws-at-ins
               move ws-at-entry(ws-at-move)
                   to ws-at-entry(ws-at-move + 1)
           end-perform.
           add 1                            to ws-at-count.

           move ws-new-severity
               to ws-at-severity(ws-at-ins).
           move al-time
               to ws-at-first-time(ws-at-ins).
           move al-program-id               to ws-at-program(ws-at-ins).
           move al-store-num                to ws-at-store(ws-at-ins).
           move al-code                     to ws-at-code(ws-at-ins).
           move al-text                     to ws-at-text(ws-at-ins).
           move 1                           to ws-at-times(ws-at-ins).


      *    One section per severity, most severe first, each listed
      *    whether or not anything was raised at it, then the summary
       200-print-report.
           move ws-business-date            to ws-hd-business-date.
           move function current-date(1:8)  to ws-hd-run-date.
           move function current-date(9:4)  to ws-hd-run-time.
           write output-line from ws-header1-main.
           write output-line from ws-header2-date.

           perform varying ws-at-sub from 1 by 1
               until ws-at-sub > ws-at-count
               move ws-at-severity(ws-at-sub) to ws-sev-sub
               add 1
                   to ws-sc-distinct(ws-sev-sub)
           end-perform.
           move ws-sc-distinct(1)           to ws-critical-count.

           perform varying ws-sev-sub from 1 by 1
               until ws-sev-sub > 3
               perform 210-print-severity-section
           end-perform.

           write output-line from spaces.
           write output-line from ws-summary-heading.
           perform varying ws-sev-sub from 1 by 1
               until ws-sev-sub > 3
               move ws-sv-name(ws-sev-sub)  to ws-sm-name
               move ws-sc-distinct(ws-sev-sub) to ws-sm-distinct
               move ws-sc-raised(ws-sev-sub)   to ws-sm-raised
               write output-line from ws-summary-line
           end-perform.
           if ws-dropped-count > 0 then
               move ws-dropped-count        to ws-dp-count
               write output-line from ws-dropped-line
           end-if.
           if ws-critical-count > 0 then
               write output-line from spaces
               write output-line from ws-page-line
           end-if.

       210-print-severity-section.
           write output-line from spaces.
           move ws-sev-sub                  to ws-sh-severity.
           move ws-sv-name(ws-sev-sub)      to ws-sh-name.
           move ws-sv-action(ws-sev-sub)    to ws-sh-action.
           write output-line from ws-severity-heading.
           if ws-sc-distinct(ws-sev-sub) = 0 then
               write output-line from ws-none-line
               exit paragraph
           end-if.
           write output-line from ws-column-headings.
           write output-line from ws-column-underlines.
           perform varying ws-at-sub from 1 by 1
               until ws-at-sub > ws-at-count
               if ws-at-severity(ws-at-sub) = ws-sev-sub
                   move ws-at-first-time(ws-at-sub)(1:4)
                       to ws-dl-time
                   move ws-at-program(ws-at-sub) to ws-dl-program
                   if ws-at-store(ws-at-sub) = 0
                       move "ALL"           to ws-dl-store
                   else
                       move ws-at-store(ws-at-sub) to ws-dl-store
                   end-if
                   move ws-at-code(ws-at-sub)  to ws-dl-code
                   move ws-at-times(ws-at-sub) to ws-dl-times
                   move ws-at-text(ws-at-sub)  to ws-dl-text
                   write output-line from ws-detail-line
               end-if
           end-perform.


      *    The monitoring extract - every alert in report order, the
      *    critical ones flagged Y to page on; the trailer carries the
      *    line count and the critical count so a truncated transfer
      *    is caught before anyone relies on it
       300-write-extract.
           open output extract-file.
           move spaces                      to extract-line.
           string "HDR,"                    delimited by size
                  ws-business-date          delimited by size
                  ",AlertReport"            delimited by size
                  into extract-line
           end-string.
           write extract-line.

           move "DATE,TIME,SEVERITY,PAGE,PROGRAM,STORE,CODE,RAISED,TEXT"
               to extract-line.
           write extract-line.
           add 1                            to ws-csv-line-count.

           perform varying ws-at-sub from 1 by 1
               until ws-at-sub > ws-at-count
               perform 310-write-extract-detail
           end-perform.

           move ws-csv-line-count           to ws-csv-count-print.
           move ws-critical-count           to ws-csv-critical-print.
           move spaces                      to extract-line.
           string "TRL,"                    delimited by size
                  ws-csv-count-print        delimited by size
                  ","                       delimited by size
                  ws-csv-critical-print     delimited by size
                  into extract-line
           end-string.
           write extract-line.
           close extract-file.

       310-write-extract-detail.
           if ws-at-severity(ws-at-sub) = 1 then
               move 'Y'                     to ws-csv-page-flag
           else
               move 'N'                     to ws-csv-page-flag
           end-if.
           move ws-at-store(ws-at-sub)      to ws-csv-store.
           move ws-at-times(ws-at-sub)      to ws-csv-times.
           move ws-at-severity(ws-at-sub)   to ws-sev-sub.
      *    A comma in the text would split the field on the
      *    receiving side
           move ws-at-text(ws-at-sub)       to ws-csv-text.
           inspect ws-csv-text replacing all "," by " ".

           move spaces                      to extract-line.
           string
               ws-business-date                  delimited by size
               ","                               delimited by size
               ws-at-first-time(ws-at-sub)       delimited by size
               ","                               delimited by size
               function trim(ws-sv-name(ws-sev-sub))
                                                 delimited by size
               ","                               delimited by size
               ws-csv-page-flag                  delimited by size
               ","                               delimited by size
               function trim(ws-at-program(ws-at-sub))
                                                 delimited by size
               ","                               delimited by size
               ws-csv-store                      delimited by size
               ","                               delimited by size
               function trim(ws-at-code(ws-at-sub))
                                                 delimited by size
               ","                               delimited by size
               function trim(ws-csv-times)       delimited by size
               ","                               delimited by size
               function trim(ws-csv-text)        delimited by size
               into extract-line
           end-string.
           write extract-line.
           add 1                            to ws-csv-line-count.


       700-archive-output-files.
           move ws-business-date            to ws-archive-date.

           move "../../../../data/AlertReport.out"
               to ws-archive-read-path.
           string "../../../../data/AlertReport_"
                  delimited by size
                  ws-archive-date             delimited by size
                  ".out"                      delimited by size
                  into ws-archive-write-path
           end-string.
           perform 710-copy-archive-file.

           move "../../../../data/AlertExtract.csv"
               to ws-archive-read-path.
           move spaces                      to ws-archive-write-path.
           string "../../../../data/AlertExtract_"
                  delimited by size
                  ws-archive-date             delimited by size
                  ".csv"                      delimited by size
                  into ws-archive-write-path
           end-string.
           perform 710-copy-archive-file.


       710-copy-archive-file.
           open input archive-read-file.
           open output archive-write-file.
           move 'n'                         to ws-archive-eof-flag.
           perform until ws-archive-eof-flag = 'y'
               read archive-read-file
                   at end
                       move 'y'             to ws-archive-eof-flag
                   not at end
                       write archive-write-line from archive-read-line
               end-read
           end-perform.
           close archive-read-file.
           close archive-write-file.


       end program AlertReport.
