      * Note:      PipelineSteps.ctl carries one line per step: the
      *            step number, the program name for the messages, and
      *            the command that launches it.
      *            After an outage, CatchUpDates.ctl (single 'D' dates
      *            and/or 'R' from-to ranges) puts the driver into
      *            catch-up mode: the whole chain is run once per date,
      *            oldest first, each date's batch files taken from its
      *            own BatchFileList_YYYYMMDD.ctl. The next date is not
      *            started until every step has stamped 'C' under the
      *            date in hand; the first failed date stops the
      *            catch-up, CatchUpProgress.ctl remembers the last
      *            date finished so the next run resumes at the failed
      *            one, and CatchUpSummary.out lists every date. A
      *            range date with no batch file list (a day the stores
      *            didn't trade) is skipped; a listed date without one
      *            fails. Each date's list is copied over
      *            BatchFileList.ctl only while that date runs - the
      *            list on hand before the catch-up (or none) is put
      *            back when the catch-up ends, completed or halted,
      *            so tonight's delivered list is never lost and Edit
      *            never reads a caught-up date's files a second time.
      *            Remove CatchUpDates.ctl once the catch-up is
      *            complete; one left on hand whose progress record
      *            says it already finished is taken as spent - a
      *            warning alert is raised and the night runs as
      *            usual (remove CatchUpProgress.ctl as well to run
      *            the same dates a second time).
      *            Whenever the chain starts from step one - a fresh
      *            night, or a fresh date in a catch-up - the step 0
      *            line in PipelineSteps.ctl (BatchSnapshot) is run
      *            first to copy every master and ledger into a
      *            generation folder named for the last completed
      *            business date (the one still in BusinessDate.ctl),
      *            not the date about to run - so undoing date D means
      *            restoring the generation for the date before D; if
      *            it does not
      *            stamp 'C' in SnapshotControl.ctl, step one is not
      *            started. A restart part-way through a date takes no
      *            snapshot, since the files are already part-posted.
      *            Every halt is also raised as a critical alert in
      *            Alerts.dat for AlertReport to page on.
      * Tectonics: cobc
      ******************************************************************
       identification division.
       file-control.

      *    Step List - the seven pipeline steps in run order, each
      *    with the command that launches it, and step 0, the
      *    pre-batch snapshot; the driver refuses to run without it
      *    rather than guess at paths
           select pipeline-steps-file
               assign to "../../../../data/PipelineSteps.ctl"
               organization is line sequential
               organization is line sequential
               file status is ws-runctl-status.

      *    Snapshot Control - stamped 'S' here before the snapshot
      *    is launched; BatchSnapshot stamps 'C' once the generation
      *    is complete
           select snapshot-control-file
               assign to "../../../../data/SnapshotControl.ctl"
               organization is line sequential
               file status is ws-snapctl-status.

      *    Catch-Up Request - present only after an outage; each line
      *    is one business date ('D') or an inclusive range ('R')
           select catch-up-file
               assign to "../../../../data/CatchUpDates.ctl"
               organization is line sequential
               file status is ws-catchup-status.

      *    Catch-Up Progress - the request's first and last dates and
      *    the last date that finished, rewritten after every
      *    completed date so an interrupted catch-up resumes without
      *    running a finished date a second time
           select catch-up-progress-file
               assign to "../../../../data/CatchUpProgress.ctl"
               organization is line sequential
               file status is ws-progress-status.

      *    Catch-Up Summary - one line per requested date
           select catch-up-report-file
               assign to "../../../../data/CatchUpSummary.out"
               organization is line sequential.

      *    Batch File List - Edit's list of the batch files to fold
      *    in; during a catch-up it is replaced, date by date, with a
      *    copy of that date's BatchFileList_YYYYMMDD.ctl, and put
      *    back as it was when the catch-up ends
           select batch-list-file
               assign to "../../../../data/BatchFileList.ctl"
               organization is line sequential
               file status is ws-live-list-status.

           select dated-batch-list-file
               assign to dynamic ws-dated-list-path
               organization is line sequential
               file status is ws-dated-list-status.

      *    Central Run Log - the driver stamps its own start and end
      *    here like every other batch program
           select run-log-file
               organization is line sequential
               file status is ws-runlog-status.

      *    Operations Alert Feed - one record per reportable
      *    condition, shared by every batch program and read back by
      *    AlertReport for the on-call analyst
           select alert-file
               assign to "../../../../data/Alerts.dat"
               organization is line sequential
               file status is ws-alert-status.

      *    Business-Date Parameter - the day the batch belongs to, so
      *    a halt is alerted under the same date as the programs'
      *    own alerts
           select business-date-file
               assign to "../../../../data/BusinessDate.ctl"
               organization is line sequential
               file status is ws-busdate-status.


       data division.
       file section.
           05 rc-step-status                pic x
               occurs 7 times.

       fd snapshot-control-file
           data record is snapshot-control-line
           record contains 9 characters.

       01 snapshot-control-line.
           05 sc-generation-date            pic x(8).
           05 sc-status                     pic x.

       fd run-log-file
           data record is run-log-line
           record contains 60 characters.
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

       fd business-date-file
           data record is business-date-line
           record contains 8 characters.

       01 business-date-line.
           05 bdl-business-date             pic 9(8).

       fd catch-up-file
           data record is catch-up-line
           record contains 17 characters.

       01 catch-up-line.
           05 cud-type                      pic x.
               88 cud-single-date           value 'D'.
               88 cud-date-range            value 'R'.
           05 cud-from-date                 pic 9(8).
           05 cud-to-date                   pic 9(8).

       fd catch-up-progress-file
           data record is catch-up-progress-line
           record contains 25 characters.

       01 catch-up-progress-line.
           05 cup-state                     pic x.
               88 cup-in-progress           value 'I'.
               88 cup-all-done              value 'D'.
           05 cup-first-date                pic 9(8).
           05 cup-last-date                 pic 9(8).
           05 cup-done-date                 pic 9(8).

       fd catch-up-report-file
           data record is catch-up-report-line
           record contains 110 characters.

       01 catch-up-report-line              pic x(110).

       fd batch-list-file
           data record is batch-list-line
           record contains 100 characters.

       01 batch-list-line                   pic x(100).

       fd dated-batch-list-file
           data record is dated-batch-list-line
           record contains 100 characters.

       01 dated-batch-list-line             pic x(100).


       working-storage section.

       77 ws-steps-eof-flag                 pic x     value 'n'.
       77 ws-steps-loaded-count             pic 9     value 0.

      *Pre-Batch Snapshot - step 0 of the step list
       77 ws-snapshot-name                  pic x(30) value spaces.
       77 ws-snapshot-command               pic x(80) value spaces.
       77 ws-snapshot-loaded                pic x     value 'n'.
       77 ws-snapctl-status                 pic xx    value spaces.

      *Run-Control Working Copy
       77 ws-runctl-status                  pic xx    value spaces.
       01 ws-runctl-hold.
       77 ws-start-step                     pic 9     value 1.
       77 ws-step-sub                       pic 9     value 0.
       77 ws-scan-sub                       pic 9     value 0.
       77 ws-steps-run                      pic 9(3)  value 0.
       77 ws-steps-done                     pic 9(3)  value 0.
       77 ws-halt-flag                      pic x     value 'n'.
       77 ws-command-work                   pic x(80) value spaces.

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

      *Business Date - falls back to the machine date when Edit has
      *not published one
       77 ws-busdate-status                 pic xx    value spaces.
       77 ws-business-date                  pic 9(8)  value 0.

      *Catch-Up Date Table - every requested date, ranges expanded,
      *held oldest first with duplicates dropped
       01 ws-catch-up-table.
           05 ws-cu-entry                   occurs 62 times.
               10 ws-cu-date                pic 9(8).
               10 ws-cu-source              pic x.
               10 ws-cu-start-step          pic 9.
               10 ws-cu-steps-run           pic 9.
               10 ws-cu-result              pic x(50).
       77 ws-cu-date-count                  pic 99    value 0.
       77 ws-cu-sub                         pic 99    value 0.
       77 ws-cu-ins                         pic 99    value 0.
       77 ws-cu-move                        pic 99    value 0.
       77 ws-cu-dup-flag                    pic x     value 'n'.
       77 ws-catchup-status                 pic xx    value spaces.
       77 ws-catchup-eof-flag               pic x     value 'n'.
       77 ws-catchup-error                  pic x     value 'n'.
       77 ws-new-date                       pic 9(8)  value 0.
       77 ws-new-source                     pic x     value space.
       77 ws-range-day                      pic 9(7)  value 0.
       77 ws-range-end-day                  pic 9(7)  value 0.
       77 ws-cu-max-dates                   pic 99    value 62.

      *The date being caught up, in both numeric and text form - the
      *run-control record carries its batch date as text
       01 ws-cu-current-date                pic 9(8)  value 0.
       01 ws-cu-current-text redefines ws-cu-current-date
                                            pic x(8).
       77 ws-catch-up-mode                  pic x     value 'n'.
       77 ws-cu-steps-before                pic 9(3)  value 0.

      *Catch-Up Progress Working Copy - a progress record belongs to
      *this request only when its first and last dates match
       77 ws-progress-status                pic xx    value spaces.
       77 ws-progress-match                 pic x     value 'n'.
       77 ws-progress-done-date             pic 9(8)  value 0.
       77 ws-progress-spent                 pic x     value 'n'.

      *Live Batch File List Hold - Edit's own list as it stood
      *before the catch-up; Edit reads no more than 20 paths, so 100
      *lines holds any list it could use
       77 ws-live-list-status               pic xx    value spaces.
       77 ws-live-list-eof-flag             pic x     value 'n'.
       01 ws-live-list-table.
           05 ws-live-list-line             pic x(100)
               occurs 100 times.
       77 ws-live-list-count                pic 999   value 0.
       77 ws-live-list-sub                  pic 999   value 0.

      *Dated Batch File List Copy
       77 ws-dated-list-path                pic x(100) value spaces.
       77 ws-dated-list-status              pic xx    value spaces.
       77 ws-dated-list-eof-flag            pic x     value 'n'.

      *Catch-Up Counters
       77 ws-cu-complete-count              pic 99    value 0.
       77 ws-cu-skipped-count               pic 99    value 0.
       77 ws-cu-failed-count                pic 99    value 0.
       77 ws-cu-not-run-count               pic 99    value 0.

      *Catch-Up Summary Lines
       01 ws-cu-header1.
           05 filler                        pic x(30)
               value spaces.
           05 filler                        pic x(40)
               value "PIPELINE CATCH-UP SUMMARY".
           05 filler                        pic x(40)
               value spaces.

       01 ws-cu-header2.
           05 filler                        pic x(14)
               value "Business Date".
           05 filler                        pic x(12)
               value "Start Step".
           05 filler                        pic x(11)
               value "Steps Run".
           05 filler                        pic x(73)
               value "Result".

       01 ws-cu-header3.
           05 filler                        pic x(14)
               value "-------------".
           05 filler                        pic x(12)
               value "----------".
           05 filler                        pic x(11)
               value "---------".
           05 filler                        pic x(73)
               value "------".

       01 ws-cu-detail-line.
           05 filler                        pic x(2)
               value spaces.
           05 ws-cd-date                    pic 9(8).
           05 filler                        pic x(8)
               value spaces.
           05 ws-cd-start-step              pic z.
           05 filler                        pic x(10)
               value spaces.
           05 ws-cd-steps-run               pic z.
           05 filler                        pic x(7)
               value spaces.
           05 ws-cd-result                  pic x(50).
           05 filler                        pic x(23)
               value spaces.

       01 ws-cu-total-line.
           05 filler                        pic x(19)
               value "DATES REQUESTED:  ".
           05 ws-ct-requested               pic z9.
           05 filler                        pic x(13)
               value "   COMPLETE: ".
           05 ws-ct-complete                pic z9.
           05 filler                        pic x(12)
               value "   SKIPPED: ".
           05 ws-ct-skipped                 pic z9.
           05 filler                        pic x(11)
               value "   FAILED: ".
           05 ws-ct-failed                  pic z9.
           05 filler                        pic x(12)
               value "   NOT RUN: ".
           05 ws-ct-not-run                 pic z9.
           05 filler                        pic x(33)
               value spaces.

       01 ws-cu-resume-line.
           05 filler                        pic x(46)
               value "*** CATCH-UP STOPPED - FIX THE FAILED DATE AND".
           05 filler                        pic x(64)
               value " RERUN THE DRIVER TO RESUME FROM IT ***".


       procedure division.
       000-main.

           perform 091-log-run-start.
           perform 100-load-step-list.

      *    A catch-up request on hand runs the whole chain once per
      *    requested business date instead of resuming one night
      *    - unless that request already ran to the end, in which case
      *    it is spent and tonight runs as any other night
           perform 120-load-catch-up-dates.
           if ws-cu-date-count > 0 then
               perform 310-load-catch-up-progress
               if ws-progress-spent = 'y'
                   perform 305-alert-catch-up-spent
               else
                   perform 300-run-catch-up
                   stop run
               end-if
           end-if.

           perform 110-resolve-start-step.

           display "PIPELINE DRIVER STARTING AT STEP " ws-start-step.

           move 'n'                         to ws-halt-flag.
           if ws-start-step = 1 then
               perform 150-take-snapshot
           end-if.
           perform 200-run-one-step
               varying ws-step-sub from ws-start-step by 1
               until ws-step-sub > 7
           move 'A'                         to ws-rl-end-status.
           perform 093-write-run-log.

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

      *    Append one record to the shared alert file - like the run
      *    log it is created on first use and only ever extended
       085-write-alert.
           if ws-catch-up-mode = 'y' then
               move ws-cu-current-date      to ws-business-date
           else
               perform 090-load-business-date
           end-if.
           open extend alert-file.
           if ws-alert-status = "35" then
               open output alert-file
           end-if.
           if ws-alert-status = "00" then
               move ws-business-date        to al-business-date
               move function current-date(9:6)
                   to al-time
               move "PipelineDriver"
                   to al-program-id
               move ws-alert-severity       to al-severity
               move ws-alert-store          to al-store-num
               move ws-alert-code           to al-code
               move ws-alert-text           to al-text
               write alert-line
               close alert-file
           end-if.

      *    Every halt of the chain is critical - nothing after the
      *    failed step has run, so the on-call analyst is paged
       086-alert-pipeline-halt.
           move 1                           to ws-alert-severity.
           move 0                           to ws-alert-store.
           perform 085-write-alert.


       100-load-step-list.
           perform varying ws-scan-sub from 1 by 1
                   at end
                       move 'y'             to ws-steps-eof-flag
                   not at end
                       if psl-step-num = 0
                           move psl-program-name
                               to ws-snapshot-name
                           move psl-command
                               to ws-snapshot-command
                           move 'y'         to ws-snapshot-loaded
                       end-if
                       if psl-step-num >= 1 and psl-step-num <= 7
                           move psl-program-name
                               to ws-st-name(psl-step-num)
               stop run
           end-if.

           if ws-snapshot-loaded = 'n' then
               display "PIPELINE DRIVER: STEP LIST HAS NO STEP 0 "
                   "SNAPSHOT LINE - ABORTED"
               perform 094-log-run-aborted
               stop run
           end-if.


      *    Resume from the first step not stamped complete; a record
      *    with every step 'C' (or no record at all) means a fresh
           end-if.


      *    Copy every master and ledger off before step one touches
      *    them; the driver stamps 'S' first so a snapshot that dies
      *    part-way can never pass for a finished one
       150-take-snapshot.
           display "PIPELINE STEP 0 - " ws-snapshot-name.
           move spaces                      to sc-generation-date.
           move 'S'                         to sc-status.
           open output snapshot-control-file.
           write snapshot-control-line.
           close snapshot-control-file.

           move ws-snapshot-command         to ws-command-work.
           call "SYSTEM" using by content ws-command-work.

           move space                       to sc-status.
           open input snapshot-control-file.
           if ws-snapctl-status = "00" then
               read snapshot-control-file
                   at end
                       move space           to sc-status
               end-read
               close snapshot-control-file
           end-if.
           if sc-status not = 'C' then
               display "PIPELINE STEP 0 (" ws-snapshot-name
                   ") DID NOT COMPLETE - STEP 1 NOT STARTED"
               move 'y'                     to ws-halt-flag
               move "SNAPFAIL"              to ws-alert-code
               move "PRE-BATCH SNAPSHOT FAILED - BATCH NOT STARTED"
                   to ws-alert-text
               perform 086-alert-pipeline-halt
           end-if.


       200-run-one-step.
           add 1                            to ws-steps-run.
           display "PIPELINE STEP " ws-step-sub " - "
                   ws-st-name(ws-step-sub)
                   ") DID NOT COMPLETE"
               move 'y'                     to ws-halt-flag
               move "STEPFAIL"              to ws-alert-code
               move spaces                  to ws-alert-text
               string "STEP "               delimited by size
                      ws-step-sub           delimited by size
                      " "                   delimited by size
                      ws-st-name(ws-step-sub) delimited by "  "
                      " DID NOT COMPLETE - PIPELINE HALTED"
                                            delimited by size
                      into ws-alert-text
               end-string
               perform 086-alert-pipeline-halt
           end-if.

      *    During a catch-up the step must have run under the date in
      *    hand - a batch header carrying some other date means the
      *    wrong files were listed for it
           if ws-catch-up-mode = 'y' and ws-halt-flag = 'n'
                   and ws-rch-batch-date not = ws-cu-current-text
               display "PIPELINE STEP " ws-step-sub " RAN UNDER BATCH "
                   "DATE " ws-rch-batch-date " NOT "
                   ws-cu-current-text
               move 'y'                     to ws-halt-flag
               move "DATEMISM"              to ws-alert-code
               move spaces                  to ws-alert-text
               string "STEP "               delimited by size
                      ws-step-sub           delimited by size
                      " RAN UNDER BATCH DATE " delimited by size
                      ws-rch-batch-date     delimited by size
                      " - CATCH-UP HALTED"  delimited by size
                      into ws-alert-text
               end-string
               perform 086-alert-pipeline-halt
           end-if.


               close run-control-file
           end-if.

      *    Load the catch-up request, if there is one - ranges are
      *    expanded a day at a time and every date is slotted into
      *    the table in date order; a malformed line or too many
      *    dates refuses the whole request rather than run part of it
       120-load-catch-up-dates.
           open input catch-up-file.
           if ws-catchup-status not = "00" then
               exit paragraph
           end-if.

           move 'n'                         to ws-catchup-eof-flag.
           perform until ws-catchup-eof-flag = 'y'
               read catch-up-file
                   at end
                       move 'y'             to ws-catchup-eof-flag
                   not at end
                       perform 125-expand-catch-up-line
               end-read
           end-perform.
           close catch-up-file.

           if ws-catchup-error = 'y' then
               display "PIPELINE DRIVER: CatchUpDates.ctl IS NOT "
                   "VALID - CATCH-UP ABORTED"
               perform 094-log-run-aborted
               stop run
           end-if.

           if ws-cu-date-count = 0 then
               display "PIPELINE DRIVER: CatchUpDates.ctl HOLDS NO "
                   "DATES - CATCH-UP ABORTED"
               perform 094-log-run-aborted
               stop run
           end-if.


       125-expand-catch-up-line.
           if cud-single-date then
               if cud-from-date is not numeric
                       or cud-from-date = 0
                   display "CATCH-UP: BAD DATE LINE " catch-up-line
                   move 'y'                 to ws-catchup-error
               else
                   move cud-from-date       to ws-new-date
                   move 'D'                 to ws-new-source
                   perform 130-add-catch-up-date
               end-if
           else if cud-date-range then
               if cud-from-date is not numeric
                       or cud-to-date is not numeric
                       or cud-from-date = 0
                       or cud-to-date < cud-from-date
                   display "CATCH-UP: BAD RANGE LINE " catch-up-line
                   move 'y'                 to ws-catchup-error
               else
                   compute ws-range-day =
                       function integer-of-date(cud-from-date)
                   compute ws-range-end-day =
                       function integer-of-date(cud-to-date)
                   move 'R'                 to ws-new-source
                   perform until ws-range-day > ws-range-end-day
                           or ws-catchup-error = 'y'
                       compute ws-new-date =
                           function date-of-integer(ws-range-day)
                       perform 130-add-catch-up-date
                       add 1                to ws-range-day
                   end-perform
               end-if
           else if catch-up-line not = spaces then
               display "CATCH-UP: UNKNOWN LINE TYPE " catch-up-line
               move 'y'                     to ws-catchup-error
           end-if.


      *    Slot ws-new-date into the table in date order; a date
      *    already requested keeps its first entry, except that a
      *    date named on its own counts as named even if a range
      *    also covers it
       130-add-catch-up-date.
           move 'n'                         to ws-cu-dup-flag.
           move 1                           to ws-cu-ins.
           perform varying ws-cu-sub from 1 by 1
               until ws-cu-sub > ws-cu-date-count
               if ws-cu-date(ws-cu-sub) = ws-new-date then
                   move 'y'                 to ws-cu-dup-flag
                   if ws-new-source = 'D' then
                       move 'D'             to ws-cu-source(ws-cu-sub)
                   end-if
               end-if
               if ws-cu-date(ws-cu-sub) < ws-new-date then
                   compute ws-cu-ins = ws-cu-sub + 1
               end-if
           end-perform.
           if ws-cu-dup-flag = 'y' then
               exit paragraph
           end-if.

           if ws-cu-date-count >= ws-cu-max-dates then
               display "CATCH-UP: MORE THAN " ws-cu-max-dates
                   " DATES REQUESTED"
               move 'y'                     to ws-catchup-error
               exit paragraph
           end-if.

           perform varying ws-cu-move from ws-cu-date-count by -1
               until ws-cu-move < ws-cu-ins
               move ws-cu-entry(ws-cu-move)
                   to ws-cu-entry(ws-cu-move + 1)
           end-perform.
           add 1                            to ws-cu-date-count.
           move ws-new-date                 to ws-cu-date(ws-cu-ins).
           move ws-new-source               to ws-cu-source(ws-cu-ins).
           move 0                       to ws-cu-start-step(ws-cu-ins).
           move 0                       to ws-cu-steps-run(ws-cu-ins).
           move spaces                      to ws-cu-result(ws-cu-ins).


      *    Run the chain for each requested date in turn; once a date
      *    fails the rest are left alone and listed as not run
       300-run-catch-up.
           move 'y'                         to ws-catch-up-mode.
           display "PIPELINE DRIVER: CATCH-UP OF " ws-cu-date-count
               " BUSINESS DATES " ws-cu-date(1) " TO "
               ws-cu-date(ws-cu-date-count).
           if ws-progress-match = 'y' then
               display "PIPELINE DRIVER: RESUMING CATCH-UP AFTER "
                   ws-progress-done-date
           end-if.

           perform 360-hold-live-batch-list.

           move 'n'                         to ws-halt-flag.
           perform 320-catch-up-one-date
               varying ws-cu-sub from 1 by 1
               until ws-cu-sub > ws-cu-date-count.

           perform 370-restore-live-batch-list.

           if ws-halt-flag = 'n' then
               move 'D'                     to cup-state
               perform 340-write-catch-up-progress
           end-if.

           perform 350-print-catch-up-summary.

           move ws-cu-date-count            to ws-runlog-in.
           move ws-cu-complete-count        to ws-runlog-out.
           if ws-halt-flag = 'y' then
               display "PIPELINE CATCH-UP HALTED - FIX THE FAILED "
                   "DATE AND RERUN THE DRIVER TO RESUME FROM IT"
               perform 094-log-run-aborted
           else
               display "PIPELINE CATCH-UP COMPLETE - REMOVE "
                   "CatchUpDates.ctl BEFORE TONIGHT'S RUN"
               perform 092-log-run-end
           end-if.


      *    A catch-up request already run to completion was left on
      *    hand - warn, so it gets removed, and carry on with the
      *    nightly run
       305-alert-catch-up-spent.
           display "PIPELINE DRIVER: CatchUpDates.ctl ALREADY COMPLETED"
               " - RUNNING THE NIGHT; REMOVE IT".
           move 2                           to ws-alert-severity.
           move 0                           to ws-alert-store.
           move "CUSPENT"                   to ws-alert-code.
           move "COMPLETED CatchUpDates.ctl STILL ON HAND - NIGHT RUN"
               to ws-alert-text.
           perform 085-write-alert.


      *    A progress record for this same request says how far an
      *    earlier, interrupted catch-up got
       310-load-catch-up-progress.
           move 'n'                         to ws-progress-match.
           move 'n'                         to ws-progress-spent.
           move 0                           to ws-progress-done-date.
           open input catch-up-progress-file.
           if ws-progress-status = "00" then
               read catch-up-progress-file
                   at end
                       continue
                   not at end
                       if cup-first-date = ws-cu-date(1)
                               and cup-last-date
                                   = ws-cu-date(ws-cu-date-count)
                               and cup-done-date is numeric
                           move 'y'         to ws-progress-match
                           move cup-done-date
                               to ws-progress-done-date
                           if cup-all-done
                               move 'y'     to ws-progress-spent
                           end-if
                       end-if
               end-read
               close catch-up-progress-file
           end-if.


       320-catch-up-one-date.
           move ws-cu-date(ws-cu-sub)       to ws-cu-current-date.

           if ws-halt-flag = 'y' then
               move "NOT RUN - AN EARLIER DATE FAILED"
                   to ws-cu-result(ws-cu-sub)
               add 1                        to ws-cu-not-run-count
               exit paragraph
           end-if.

      *    Finished by an earlier run of this catch-up
           if ws-progress-match = 'y'
                   and ws-cu-current-date <= ws-progress-done-date
               move "DONE BY AN EARLIER CATCH-UP RUN"
                   to ws-cu-result(ws-cu-sub)
               add 1                        to ws-cu-complete-count
               exit paragraph
           end-if.

      *    Every step already stamped under this date (the driver
      *    stopped after the last step but before noting it)
           perform 210-reread-run-control.
           if ws-rch-batch-date = ws-cu-current-text
                   and ws-rch-steps = "CCCCCCC"
               move "COMPLETE - ALREADY STAMPED IN RUN CONTROL"
                   to ws-cu-result(ws-cu-sub)
               add 1                        to ws-cu-complete-count
               perform 330-note-date-complete
               exit paragraph
           end-if.

      *    Point Edit at this date's batch files
           perform 325-install-batch-list.
           if ws-dated-list-status not = "00" then
               if ws-cu-source(ws-cu-sub) = 'R' then
                   move "SKIPPED - NO BATCH FILE LIST FOR THE DATE"
                       to ws-cu-result(ws-cu-sub)
                   add 1                    to ws-cu-skipped-count
                   perform 330-note-date-complete
               else
                   move "FAILED - NO BATCH FILE LIST FOR THE DATE"
                       to ws-cu-result(ws-cu-sub)
                   add 1                    to ws-cu-failed-count
                   move 'y'                 to ws-halt-flag
                   move "NOLIST"            to ws-alert-code
                   move "NO BATCH FILE LIST - CATCH-UP HALTED"
                       to ws-alert-text
                   perform 086-alert-pipeline-halt
               end-if
               exit paragraph
           end-if.

      *    Resume a date an earlier attempt left part-done, else start
      *    it from Edit, which opens a fresh run-control record
           move 1                           to ws-start-step.
           if ws-rch-batch-date = ws-cu-current-text then
               perform varying ws-scan-sub from 1 by 1
                   until ws-scan-sub > 7
                   if ws-rch-step-status(ws-scan-sub) = 'C'
                           and ws-scan-sub = ws-start-step
                       add 1                to ws-start-step
                   end-if
               end-perform
           end-if.
           move ws-start-step           to ws-cu-start-step(ws-cu-sub).

           display "PIPELINE CATCH-UP " ws-cu-current-date
               " STARTING AT STEP " ws-start-step.
           if ws-start-step = 1 then
               perform 150-take-snapshot
               if ws-halt-flag = 'y' then
                   move "FAILED - PRE-BATCH SNAPSHOT NOT TAKEN"
                       to ws-cu-result(ws-cu-sub)
                   add 1                    to ws-cu-failed-count
                   exit paragraph
               end-if
           end-if.
           move ws-steps-run                to ws-cu-steps-before.
           perform 200-run-one-step
               varying ws-step-sub from ws-start-step by 1
               until ws-step-sub > 7
                   or ws-halt-flag = 'y'.
           compute ws-cu-steps-run(ws-cu-sub) =
               ws-steps-run - ws-cu-steps-before.

           if ws-halt-flag = 'y' then
               compute ws-step-sub = ws-step-sub - 1
               move spaces                  to ws-cu-result(ws-cu-sub)
               string "FAILED AT STEP " delimited by size
                      ws-step-sub           delimited by size
                      " - "                 delimited by size
                      ws-st-name(ws-step-sub) delimited by "  "
                      into ws-cu-result(ws-cu-sub)
               end-string
               add 1                        to ws-cu-failed-count
           else
               move "COMPLETE"              to ws-cu-result(ws-cu-sub)
               add 1                        to ws-cu-complete-count
               perform 330-note-date-complete
           end-if.


      *    Copy BatchFileList_YYYYMMDD.ctl over Edit's batch file
      *    list; the file status tells the caller whether the date
      *    had one
       325-install-batch-list.
           move spaces                      to ws-dated-list-path.
           string "../../../../data/BatchFileList_" delimited by size
                  ws-cu-current-text        delimited by size
                  ".ctl"                    delimited by size
                  into ws-dated-list-path
           end-string.
           open input dated-batch-list-file.
           if ws-dated-list-status not = "00" then
               exit paragraph
           end-if.

           open output batch-list-file.
           move 'n'                         to ws-dated-list-eof-flag.
           perform until ws-dated-list-eof-flag = 'y'
               read dated-batch-list-file
                   at end
                       move 'y'             to ws-dated-list-eof-flag
                   not at end
                       write batch-list-line
                           from dated-batch-list-line
               end-read
           end-perform.
           close batch-list-file.
           close dated-batch-list-file.
           move "00"                        to ws-dated-list-status.


      *    Record the date as finished before moving on, so an
      *    interruption from here never runs it twice
       330-note-date-complete.
           move ws-cu-current-date          to ws-progress-done-date.
           move 'y'                         to ws-progress-match.
           move 'I'                         to cup-state.
           perform 340-write-catch-up-progress.


       340-write-catch-up-progress.
           move ws-cu-date(1)               to cup-first-date.
           move ws-cu-date(ws-cu-date-count) to cup-last-date.
           move ws-progress-done-date       to cup-done-date.
           open output catch-up-progress-file.
           write catch-up-progress-line.
           close catch-up-progress-file.


       350-print-catch-up-summary.
           open output catch-up-report-file.
           write catch-up-report-line from ws-cu-header1.
           write catch-up-report-line from spaces.
           write catch-up-report-line from ws-cu-header2.
           write catch-up-report-line from ws-cu-header3.

           perform varying ws-cu-sub from 1 by 1
               until ws-cu-sub > ws-cu-date-count
               move ws-cu-date(ws-cu-sub)   to ws-cd-date
               move ws-cu-start-step(ws-cu-sub)
                   to ws-cd-start-step
               move ws-cu-steps-run(ws-cu-sub)
                   to ws-cd-steps-run
               move ws-cu-result(ws-cu-sub) to ws-cd-result
               write catch-up-report-line from ws-cu-detail-line
               display ws-cd-date "  " ws-cd-result
           end-perform.

           move ws-cu-date-count            to ws-ct-requested.
           move ws-cu-complete-count        to ws-ct-complete.
           move ws-cu-skipped-count         to ws-ct-skipped.
           move ws-cu-failed-count          to ws-ct-failed.
           move ws-cu-not-run-count         to ws-ct-not-run.
           write catch-up-report-line from spaces.
           write catch-up-report-line from ws-cu-total-line.
           if ws-halt-flag = 'y' then
               write catch-up-report-line from ws-cu-resume-line
           end-if.
           close catch-up-report-file.


      *    Keep Edit's own batch file list before any date's list is
      *    copied over it; no list on hand holds as no lines
       360-hold-live-batch-list.
           move 0                           to ws-live-list-count.
           open input batch-list-file.
           if ws-live-list-status not = "00" then
               exit paragraph
           end-if.
           move 'n'                         to ws-live-list-eof-flag.
           perform until ws-live-list-eof-flag = 'y'
               read batch-list-file
                   at end
                       move 'y'             to ws-live-list-eof-flag
                   not at end
                       if ws-live-list-count < 100
                           add 1            to ws-live-list-count
                           move batch-list-line
                               to ws-live-list-line
                                   (ws-live-list-count)
                       end-if
               end-read
           end-perform.
           close batch-list-file.


      *    Put Edit's list back as it was - an empty list where there
      *    was none, which Edit treats the same as a missing one and
      *    falls back to its single input file
       370-restore-live-batch-list.
           open output batch-list-file.
           perform varying ws-live-list-sub from 1 by 1
               until ws-live-list-sub > ws-live-list-count
               write batch-list-line
                   from ws-live-list-line(ws-live-list-sub)
           end-perform.
           close batch-list-file.


       end program PipelineDriver.
