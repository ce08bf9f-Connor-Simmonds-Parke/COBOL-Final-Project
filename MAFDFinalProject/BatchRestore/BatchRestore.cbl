      ******************************************************************
      * Author:    Connor Simmonds-Parke, Nicholas Sturch-flint
      * Date:      2022-01-19
      * Purpose:   Puts every master, ledger, accumulator and
      *            applied-marker file back to a generation taken by
      *            BatchSnapshot, in one run, so a bad night can be
      *            rolled back and rerun instead of repaired by hand.
      *            The generation is checked against its manifest
      *            before anything is touched; every file is then
      *            restored and read back to prove its record count
      *            and hash total, RunControl.ctl is reset so the
      *            driver starts the next night afresh from step one,
      *            and the restore is logged to RunLog.dat.
      * Note:      RestoreRequest.ctl names the generation by its
      *            business date - Snapshot_YYYYMMDD holds the files
      *            as they stood at the close of that date, so
      *            restoring it undoes every batch run after it. The
      *            driver's snapshot is named for the last completed
      *            business date, not the date about to run - so
      *            undoing date D means restoring the generation for
      *            the date before D, never Snapshot_D itself. A
      *            file that was not on hand when the generation was
      *            taken is emptied. RunControl.ctl is left showing
      *            the generation's date complete and the Edit restart
      *            checkpoint is cleared. If any copy in the
      *            generation does not match its manifest the restore
      *            refuses to start and no live file is changed.
      * Tectonics: cobc
      ******************************************************************
       identification division.

       program-id. BatchRestore.
       author. Connor Simmonds-Parke, Nicholas Sturch-flint.
       date-written. 01-19-2022.
      *Description: Restores every persistent file to a chosen
      *             snapshot generation and verifies the result.

       environment division.
       configuration section.

       input-output section.
       file-control.

      *    Restore Request - the generation to put back; the utility
      *    refuses to run without it rather than guess at a date
           select restore-request-file
               assign to "../../../../data/RestoreRequest.ctl"
               organization is line sequential
               file status is ws-request-status.

      *    Line-Sequential Files - the live file and its generation
      *    copy, both assigned at runtime from the manifest
           select live-file
               assign to dynamic ws-live-path
               organization is line sequential
               file status is ws-live-status.

           select copy-file
               assign to dynamic ws-copy-path
               organization is line sequential
               file status is ws-copy-status.

      *    Generation Manifest - written by BatchSnapshot
           select manifest-file
               assign to dynamic ws-manifest-path
               organization is line sequential
               file status is ws-manifest-status.

      *    The five indexed ledgers, reloaded from the flat unloads
      *    in the generation
           select sales-history-file
               assign to "../../../../data/SalesHistory.dat"
               organization is indexed
               access mode is dynamic
               record key is hist-invoice-num
               file status is ws-indexed-status.

           select layaway-ledger-file
               assign to "../../../../data/LayawayLedger.dat"
               organization is indexed
               access mode is dynamic
               record key is ledg-invoice-num
               file status is ws-indexed-status.

           select gift-card-ledger-file
               assign to "../../../../data/GiftCardLedger.dat"
               organization is indexed
               access mode is dynamic
               record key is gcl-invoice-num
               file status is ws-indexed-status.

           select ar-ledger-file
               assign to "../../../../data/ARLedger.dat"
               organization is indexed
               access mode is dynamic
               record key is ar-key
               file status is ws-indexed-status.

           select loyalty-ledger-file
               assign to "../../../../data/LoyaltyLedger.dat"
               organization is indexed
               access mode is dynamic
               record key is ll-key
               file status is ws-indexed-status.

      *    Run-Control File - reset to show the generation's date
      *    complete, so the driver's next run starts at step one
           select run-control-file
               assign to "../../../../data/RunControl.ctl"
               organization is line sequential.

      *    Edit Restart Checkpoint - cleared, so Edit does not skip
      *    into a batch the restore has just undone
           select checkpoint-file
               assign to "../../../../data/EditCheckpoint.ctl"
               organization is line sequential.

      *    Output Files
           select output-file
               assign to "../../../../data/RestoreReport.out"
               organization is line sequential.

      *    Central Run Log - the restore stamps its start and end
      *    like the batch programs, since it rewrites every ledger
           select run-log-file
               assign to "../../../../data/RunLog.dat"
               organization is line sequential
               file status is ws-runlog-status.

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

       fd restore-request-file
           data record is restore-request-line
           record contains 8 characters.

       01 restore-request-line.
           05 rr-generation-date            pic 9(8).

      *Generic Records - long enough for the widest accumulator
       fd live-file
           data record is live-line
           record contains 2400 characters.

       01 live-line                         pic x(2400).

       fd copy-file
           data record is copy-line
           record contains 2400 characters.

       01 copy-line                         pic x(2400).

       fd manifest-file
           data record is manifest-line
           record contains 57 characters.

       01 manifest-line.
           05 mf-record-type                pic x.
               88 mf-header                 value 'H'.
               88 mf-file-entry             value 'F'.
           05 mf-file-name                  pic x(30).
           05 mf-kind                       pic x.
           05 mf-present                    pic x.
           05 mf-record-count               pic 9(9).
           05 mf-hash-total                 pic 9(15).

       01 manifest-header-line.
           05 filler                        pic x.
           05 mfh-as-of-date                pic 9(8).
           05 mfh-taken-date                pic 9(8).
           05 mfh-taken-time                pic 9(6).
           05 mfh-file-count                pic 9(4).
           05 filler                        pic x(30).

       fd sales-history-file
           data record is hist-record.

       01 hist-record.
           05 hist-invoice-num              pic x(9).
           05 filler                        pic x(61).

       fd layaway-ledger-file
           data record is ledger-record.

       01 ledger-record.
           05 ledg-invoice-num              pic x(9).
           05 filler                        pic x(40).

       fd gift-card-ledger-file
           data record is gift-card-record.

       01 gift-card-record.
           05 gcl-invoice-num               pic x(9).
           05 filler                        pic x(24).

       fd ar-ledger-file
           data record is ar-ledger-record.

       01 ar-ledger-record.
           05 ar-key                        pic x(27).
           05 filler                        pic x(26).

       fd loyalty-ledger-file
           data record is points-ledger-record.

       01 points-ledger-record.
           05 ll-key                        pic x(29).
           05 filler                        pic x(37).

       fd run-control-file
           data record is run-control-line
           record contains 15 characters.

       01 run-control-line.
           05 rc-batch-date                 pic x(8).
           05 rc-step-status                pic x
               occurs 7 times.

       fd checkpoint-file
           data record is checkpoint-line
           record contains 21 characters.

       01 checkpoint-line.
           05 ckpt-record-position           pic 9(7).
           05 ckpt-tot-valid                 pic 9(7).
           05 ckpt-tot-invalid               pic 9(7).

       fd output-file
           data record is output-line
           record contains 110 characters.

       01 output-line                       pic x(110).

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

       fd archive-read-file
           data record is archive-read-line
           record contains 200 characters.

       01 archive-read-line                 pic x(200).

       fd archive-write-file
           data record is archive-write-line
           record contains 200 characters.

       01 archive-write-line                pic x(200).


       working-storage section.

      *File Catalogue - the same catalogue BatchSnapshot carries:
      *name, kind ('S' line sequential, or the indexed ledger - 'H'
      *sales history, 'L' layaway, 'G' gift card, 'A' house
      *accounts, 'Y' loyalty points) and record length
       01 ws-catalogue-values.
           05 filler                        pic x(35)
               value "ProductMaster.dat             S0049".
           05 filler                        pic x(35)
               value "StoreMaster.dat               S0038".
           05 filler                        pic x(35)
               value "CustomerMaster.dat            S0125".
           05 filler                        pic x(35)
               value "LoyaltyMembers.dat            S0080".
           05 filler                        pic x(35)
               value "OperatorMaster.dat            S0050".
           05 filler                        pic x(35)
               value "ParameterMaster.dat           S0032".
           05 filler                        pic x(35)
               value "VendorMaster.dat              S0040".
           05 filler                        pic x(35)
               value "VendorSKU.dat                 S0026".
           05 filler                        pic x(35)
               value "CommissionPlans.dat           S0090".
           05 filler                        pic x(35)
               value "CardFeeSchedule.dat           S0014".
           05 filler                        pic x(35)
               value "PaidOutReasons.dat            S0040".
           05 filler                        pic x(35)
               value "Promotions.dat                S0080".
           05 filler                        pic x(35)
               value "TradingCalendar.dat           S0040".
           05 filler                        pic x(35)
               value "StoreBudget.dat               S0019".
           05 filler                        pic x(35)
               value "ChargebackLedger.dat          S0028".
           05 filler                        pic x(35)
               value "PriceHistory.dat              S0037".
           05 filler                        pic x(35)
               value "CostHistory.dat               S0037".
           05 filler                        pic x(35)
               value "PendingPriceChanges.dat       S0050".
           05 filler                        pic x(35)
               value "RejectionHistory.dat          S0150".
           05 filler                        pic x(35)
               value "ControlTotalHistory.dat       S0043".
           05 filler                        pic x(35)
               value "BatchRegistry.dat             S0016".
           05 filler                        pic x(35)
               value "OnHand.dat                    S0029".
           05 filler                        pic x(35)
               value "OpenPO.dat                    S0057".
           05 filler                        pic x(35)
               value "InTransit.dat                 S0042".
           05 filler                        pic x(35)
               value "PendingSettlement.dat         S0031".
           05 filler                        pic x(35)
               value "InventoryAdjustments.dat      S0072".
           05 filler                        pic x(35)
               value "ClosedPeriods.ctl             S0006".
           05 filler                        pic x(35)
               value "AdjustmentHistory.dat         S0039".
           05 filler                        pic x(35)
               value "SLAccumulator.dat             S2236".
           05 filler                        pic x(35)
               value "ReturnsAccumulator.dat        S2236".
           05 filler                        pic x(35)
               value "TaxRemitAccumulator.dat       S0154".
           05 filler                        pic x(35)
               value "FeeAccumulator.dat            S2192".
           05 filler                        pic x(35)
               value "OperatorVariance.dat          S0015".
           05 filler                        pic x(35)
               value "MarginAccumulator.dat         S0087".
           05 filler                        pic x(35)
               value "ARApplied.ctl                 S0008".
           05 filler                        pic x(35)
               value "CountApplied.ctl              S0008".
           05 filler                        pic x(35)
               value "LedgerApplied.ctl             S0008".
           05 filler                        pic x(35)
               value "LoyaltyApplied.ctl            S0008".
           05 filler                        pic x(35)
               value "MovementApplied.ctl           S0008".
           05 filler                        pic x(35)
               value "OperatorVarianceApplied.ctl   S0008".
           05 filler                        pic x(35)
               value "ReceiptApplied.ctl            S0008".
           05 filler                        pic x(35)
               value "SettleApplied.ctl             S0008".
           05 filler                        pic x(35)
               value "TransferApplied.ctl           S0008".
           05 filler                        pic x(35)
               value "POControl.ctl                 S0007".
           05 filler                        pic x(35)
               value "BusinessDate.ctl              S0008".
           05 filler                        pic x(35)
               value "SalesHistory.dat              H0070".
           05 filler                        pic x(35)
               value "LayawayLedger.dat             L0049".
           05 filler                        pic x(35)
               value "GiftCardLedger.dat            G0033".
           05 filler                        pic x(35)
               value "ARLedger.dat                  A0053".
           05 filler                        pic x(35)
               value "LoyaltyLedger.dat             Y0066".
       01 ws-catalogue redefines ws-catalogue-values.
           05 ws-cat-entry                  occurs 50 times.
               10 ws-cat-name               pic x(30).
               10 ws-cat-kind               pic x.
                   88 ws-cat-line-seq       value 'S'.
               10 ws-cat-reclen             pic 9(4).
       77 ws-cat-count                      pic 99    value 50.
       77 ws-cat-sub                        pic 99    value 0.

      *Manifest Table - each file in the generation, with the
      *catalogue entry that says how to put it back
       01 ws-manifest-table.
           05 ws-mt-entry                   occurs 60 times.
               10 ws-mt-name                pic x(30).
               10 ws-mt-present             pic x.
               10 ws-mt-count               pic 9(9).
               10 ws-mt-hash                pic 9(15).
               10 ws-mt-cat-sub             pic 99.
       77 ws-mt-count-loaded                pic 99    value 0.
       77 ws-mt-sub                         pic 99    value 0.
       77 ws-mt-max                         pic 99    value 60.
       77 ws-manifest-date                  pic 9(8)  value 0.

      *Report Headings
       01 ws-header1-main.
           05 filler                        pic x(32)
               value spaces.
           05 filler                        pic x(30)
               value "SNAPSHOT RESTORE REPORT".
           05 filler                        pic x(48)
               value spaces.

       01 ws-header2-generation.
           05 filler                        pic x(12)
               value "GENERATION ".
           05 ws-hg-folder                  pic x(17).
           05 filler                        pic x(39)
               value " - FILES AT THE CLOSE OF BUSINESS DATE ".
           05 ws-hg-date                    pic 9(8).
           05 filler                        pic x(34)
               value spaces.

       01 ws-header3-phase.
           05 ws-hp-text                    pic x(110).

       01 ws-header4-columns.
           05 filler                        pic x(32)
               value "File".
           05 filler                        pic x(15)
               value "    Generation".
           05 filler                        pic x(15)
               value "      Now Read".
           05 filler                        pic x(3)
               value spaces.
           05 filler                        pic x(45)
               value "Result".

       01 ws-header5-rule.
           05 filler                        pic x(32)
               value "----".
           05 filler                        pic x(15)
               value "    ----------".
           05 filler                        pic x(15)
               value "      --------".
           05 filler                        pic x(3)
               value spaces.
           05 filler                        pic x(45)
               value "------".

       01 ws-detail-line.
           05 ws-dl-name                    pic x(30).
           05 filler                        pic x(2)  value spaces.
           05 ws-dl-expected                pic zzz,zzz,zz9.
           05 filler                        pic x(4)  value spaces.
           05 ws-dl-actual                  pic zzz,zzz,zz9.
           05 filler                        pic x(7)  value spaces.
           05 ws-dl-result                  pic x(45).

      *Summary Lines
       01 ws-summary1-counts.
           05 filler                        pic x(25)
               value "Files In Generation   : ".
           05 ws-sum-files                  pic zz9.
           05 filler                        pic x(5)
               value spaces.
           05 filler                        pic x(25)
               value "Restored And Verified : ".
           05 ws-sum-verified               pic zz9.
           05 filler                        pic x(49)
               value spaces.

       01 ws-summary2-counts.
           05 filler                        pic x(25)
               value "Emptied (Not On Hand) : ".
           05 ws-sum-emptied                pic zz9.
           05 filler                        pic x(5)
               value spaces.
           05 filler                        pic x(25)
               value "Failed Verification   : ".
           05 ws-sum-failed                 pic zz9.
           05 filler                        pic x(49)
               value spaces.

       01 ws-refused-line.
           05 filler                        pic x(48)
               value "*** GENERATION DOES NOT MATCH ITS MANIFEST - ".
           05 filler                        pic x(62)
               value "NOTHING RESTORED ***".

       01 ws-reset-line.
           05 filler                        pic x(38)
               value "RunControl.ctl RESET - BATCH DATE ".
           05 ws-rs-date                    pic 9(8).
           05 filler                        pic x(64)
               value " ALL STEPS COMPLETE; EDIT CHECKPOINT CLEARED".

       01 ws-failed-line.
           05 filler                        pic x(48)
               value "*** RESTORE INCOMPLETE - FILES ABOVE FAILED ".
           05 filler                        pic x(62)
               value "VERIFICATION - DO NOT RUN THE BATCH ***".

      *Restore Request
       77 ws-request-status                 pic xx    value spaces.

      *Generation Paths
       77 ws-generation-folder              pic x(17) value spaces.
       77 ws-generation-path                pic x(100) value spaces.
       77 ws-manifest-path                  pic x(100) value spaces.
       77 ws-live-path                      pic x(100) value spaces.
       77 ws-copy-path                      pic x(100) value spaces.

      *File Statuses
       77 ws-manifest-status                pic xx    value spaces.
       77 ws-live-status                    pic xx    value spaces.
       77 ws-copy-status                    pic xx    value spaces.
       77 ws-indexed-status                 pic xx    value spaces.
       77 ws-eof-flag                       pic x     value 'n'.

      *Count and Hash Total of the file in hand - the hash is the
      *sum of the character ordinals over the full record length,
      *exactly as BatchSnapshot took it
       01 ws-hash-record                    pic x(2400).
       77 ws-hash-sub                       pic 9(4)  value 0.
       77 ws-file-count                     pic 9(9)  value 0.
       77 ws-file-hash                      pic 9(15) value 0.

      *Run Totals
       77 ws-generation-bad                 pic x     value 'n'.
       77 ws-files-verified                 pic 99    value 0.
       77 ws-files-emptied                  pic 99    value 0.
       77 ws-files-failed                   pic 99    value 0.

      *Archive copy
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
           perform 100-read-restore-request.
           perform 110-load-manifest.

           open output output-file.
           write output-line from ws-header1-main.
           move ws-generation-folder        to ws-hg-folder.
           move rr-generation-date          to ws-hg-date.
           write output-line from ws-header2-generation.

      *    Prove the generation first - a damaged copy stops the run
      *    before a single live file is touched
           write output-line from spaces.
           move "CHECKING THE GENERATION AGAINST ITS MANIFEST"
               to ws-hp-text.
           write output-line from ws-header3-phase.
           write output-line from ws-header4-columns.
           write output-line from ws-header5-rule.
           perform 200-check-generation-file
               varying ws-mt-sub from 1 by 1
               until ws-mt-sub > ws-mt-count-loaded.

           if ws-generation-bad = 'y' then
               write output-line from spaces
               write output-line from ws-refused-line
               close output-file
               display "BATCH RESTORE: " ws-generation-folder
                   " DOES NOT MATCH ITS MANIFEST - NOTHING RESTORED"
               move ws-mt-count-loaded      to ws-runlog-in
               move 0                       to ws-runlog-out
               perform 094-log-run-aborted
               stop run
           end-if.

      *    Put every file back and read it back again
           write output-line from spaces.
           move "RESTORING THE LIVE FILES"  to ws-hp-text.
           write output-line from ws-header3-phase.
           write output-line from ws-header4-columns.
           write output-line from ws-header5-rule.
           perform 300-restore-one-file
               varying ws-mt-sub from 1 by 1
               until ws-mt-sub > ws-mt-count-loaded.

           perform 500-reset-run-control.
           move rr-generation-date          to ws-rs-date.
           write output-line from spaces.
           write output-line from ws-reset-line.

           move ws-mt-count-loaded          to ws-sum-files.
           move ws-files-verified           to ws-sum-verified.
           move ws-files-emptied            to ws-sum-emptied.
           move ws-files-failed             to ws-sum-failed.
           write output-line from spaces.
           write output-line from ws-summary1-counts.
           write output-line from ws-summary2-counts.
           if ws-files-failed > 0 then
               write output-line from spaces
               write output-line from ws-failed-line
           end-if.
           close output-file.

           perform 700-archive-output-files.

           move ws-mt-count-loaded          to ws-runlog-in.
           compute ws-runlog-out =
               ws-files-verified + ws-files-emptied.
           if ws-files-failed > 0 then
               display "BATCH RESTORE: " ws-files-failed
                   " FILES FAILED VERIFICATION - SEE RestoreReport.out"
               perform 094-log-run-aborted
           else
               display "BATCH RESTORE: " ws-generation-folder
                   " RESTORED AND VERIFIED"
               perform 092-log-run-end
           end-if.

      *    End of 000-main (end of BatchRestore program)
           stop run.



      *    Append one record to the shared run log - the log is
      *    created on first use and only ever extended
       093-write-run-log.
           open extend run-log-file.
           if ws-runlog-status = "35" then
               open output run-log-file
           end-if.
           if ws-runlog-status = "00" then
               move "BatchRestore"
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

       094-log-run-aborted.
           move 'E'                         to ws-rl-event.
           move 'A'                         to ws-rl-end-status.
           perform 093-write-run-log.


       100-read-restore-request.
           open input restore-request-file.
           if ws-request-status not = "00" then
               display "BATCH RESTORE: NO RestoreRequest.ctl ON"
                   " HAND - RUN ABORTED"
               perform 094-log-run-aborted
               stop run
           end-if.
           read restore-request-file
               at end
                   display "BATCH RESTORE: EMPTY REQUEST FILE - "
                       "RUN ABORTED"
                   perform 094-log-run-aborted
                   stop run
           end-read.
           close restore-request-file.

           if rr-generation-date is not numeric
                   or rr-generation-date = 0 then
               display "BATCH RESTORE: BAD REQUEST - NEED THE "
                   "GENERATION DATE YYYYMMDD"
               perform 094-log-run-aborted
               stop run
           end-if.

           move spaces                      to ws-generation-folder.
           string "Snapshot_"               delimited by size
                  rr-generation-date        delimited by size
                  into ws-generation-folder
           end-string.
           move spaces                      to ws-generation-path.
           string "../../../../data/"       delimited by size
                  ws-generation-folder      delimited by size
                  into ws-generation-path
           end-string.
           move spaces                      to ws-manifest-path.
           string ws-generation-path        delimited by space
                  "/SnapshotManifest.ctl"   delimited by size
                  into ws-manifest-path
           end-string.


      *    Load the manifest - no manifest means no complete
      *    generation for the date, and nothing can be restored
       110-load-manifest.
           open input manifest-file.
           if ws-manifest-status not = "00" then
               display "BATCH RESTORE: NO COMPLETE GENERATION "
                   ws-generation-folder " - RUN ABORTED"
               perform 094-log-run-aborted
               stop run
           end-if.

           move 0                           to ws-manifest-date.
           move 'n'                         to ws-eof-flag.
           perform until ws-eof-flag = 'y'
               read manifest-file
                   at end
                       move 'y'             to ws-eof-flag
                   not at end
                       perform 115-load-manifest-line
               end-read
           end-perform.
           close manifest-file.

           if ws-manifest-date not = rr-generation-date
                   or ws-mt-count-loaded = 0 then
               display "BATCH RESTORE: MANIFEST IN "
                   ws-generation-folder " IS NOT VALID - RUN ABORTED"
               perform 094-log-run-aborted
               stop run
           end-if.


       115-load-manifest-line.
           if mf-header then
               move mfh-as-of-date          to ws-manifest-date
               exit paragraph
           end-if.
           if not mf-file-entry then
               exit paragraph
           end-if.
           if ws-mt-count-loaded >= ws-mt-max then
               display "BATCH RESTORE: MANIFEST HAS MORE THAN "
                   ws-mt-max " FILES - RUN ABORTED"
               perform 094-log-run-aborted
               stop run
           end-if.

           add 1                            to ws-mt-count-loaded.
           move ws-mt-count-loaded          to ws-mt-sub.
           move mf-file-name                to ws-mt-name(ws-mt-sub).
           move mf-present                  to ws-mt-present(ws-mt-sub).
           move mf-record-count             to ws-mt-count(ws-mt-sub).
           move mf-hash-total               to ws-mt-hash(ws-mt-sub).

           move 0                           to ws-mt-cat-sub(ws-mt-sub).
           perform varying ws-cat-sub from 1 by 1
               until ws-cat-sub > ws-cat-count
               if ws-cat-name(ws-cat-sub) = mf-file-name
                       and ws-cat-kind(ws-cat-sub) = mf-kind
                   move ws-cat-sub      to ws-mt-cat-sub(ws-mt-sub)
               end-if
           end-perform.


      *    Count and hash the generation's copy of one file against
      *    the manifest
       200-check-generation-file.
           move ws-mt-name(ws-mt-sub)       to ws-dl-name.
           move ws-mt-count(ws-mt-sub)      to ws-dl-expected.
           move 0                           to ws-dl-actual.

           if ws-mt-cat-sub(ws-mt-sub) = 0 then
               move "*** NOT A CATALOGUED FILE ***" to ws-dl-result
               move 'y'                     to ws-generation-bad
               write output-line from ws-detail-line
               exit paragraph
           end-if.
           move ws-mt-cat-sub(ws-mt-sub)    to ws-cat-sub.

           if ws-mt-present(ws-mt-sub) not = 'Y' then
               move "NOT ON HAND AT SNAPSHOT" to ws-dl-result
               write output-line from ws-detail-line
               exit paragraph
           end-if.

           perform 150-build-copy-path.
           open input copy-file.
           if ws-copy-status not = "00" then
               move "*** COPY MISSING FROM GENERATION ***"
                   to ws-dl-result
               move 'y'                     to ws-generation-bad
               write output-line from ws-detail-line
               exit paragraph
           end-if.

           move 0                           to ws-file-count.
           move 0                           to ws-file-hash.
           move 'n'                         to ws-eof-flag.
           perform until ws-eof-flag = 'y'
               read copy-file
                   at end
                       move 'y'             to ws-eof-flag
                   not at end
                       move copy-line       to ws-hash-record
                       perform 400-add-to-totals
               end-read
           end-perform.
           close copy-file.

           move ws-file-count               to ws-dl-actual.
           if ws-file-count = ws-mt-count(ws-mt-sub)
                   and ws-file-hash = ws-mt-hash(ws-mt-sub) then
               move "COPY MATCHES MANIFEST"  to ws-dl-result
           else
               move "*** COUNT OR HASH TOTAL DOES NOT MATCH ***"
                   to ws-dl-result
               move 'y'                     to ws-generation-bad
           end-if.
           write output-line from ws-detail-line.


       150-build-copy-path.
           move spaces                      to ws-copy-path.
           string ws-generation-path        delimited by space
                  "/"                       delimited by size
                  ws-cat-name(ws-cat-sub)   delimited by space
                  into ws-copy-path
           end-string.
           move spaces                      to ws-live-path.
           string "../../../../data/"       delimited by size
                  ws-cat-name(ws-cat-sub)   delimited by space
                  into ws-live-path
           end-string.


      *    Put one file back from the generation - or empty it if it
      *    was not on hand - then read the live file back and prove
      *    its count and hash total against the manifest
       300-restore-one-file.
           move ws-mt-cat-sub(ws-mt-sub)    to ws-cat-sub.
           perform 150-build-copy-path.

           if ws-cat-line-seq(ws-cat-sub) then
               perform 310-restore-line-sequential
           else
               perform 320-reload-indexed
           end-if.

           perform 350-read-back-live-file.

           move ws-mt-name(ws-mt-sub)       to ws-dl-name.
           move ws-mt-count(ws-mt-sub)      to ws-dl-expected.
           move ws-file-count               to ws-dl-actual.
           if ws-file-count = ws-mt-count(ws-mt-sub)
                   and ws-file-hash = ws-mt-hash(ws-mt-sub) then
               if ws-mt-present(ws-mt-sub) = 'Y' then
                   move "RESTORED AND VERIFIED" to ws-dl-result
                   add 1                    to ws-files-verified
               else
                   move "EMPTIED - NOT ON HAND AT SNAPSHOT"
                       to ws-dl-result
                   add 1                    to ws-files-emptied
               end-if
           else
               move "*** COUNT OR HASH TOTAL DOES NOT MATCH ***"
                   to ws-dl-result
               add 1                        to ws-files-failed
           end-if.
           write output-line from ws-detail-line.


       310-restore-line-sequential.
           open output live-file.
           if ws-mt-present(ws-mt-sub) not = 'Y' then
               close live-file
               exit paragraph
           end-if.

           open input copy-file.
           move 'n'                         to ws-eof-flag.
           perform until ws-eof-flag = 'y'
               read copy-file
                   at end
                       move 'y'             to ws-eof-flag
                   not at end
                       write live-line from copy-line
               end-read
           end-perform.
           close copy-file.
           close live-file.


       320-reload-indexed.
           perform 330-open-indexed-output.
           if ws-mt-present(ws-mt-sub) not = 'Y' then
               perform 345-close-indexed
               exit paragraph
           end-if.

           open input copy-file.
           move 'n'                         to ws-eof-flag.
           perform until ws-eof-flag = 'y'
               read copy-file
                   at end
                       move 'y'             to ws-eof-flag
                   not at end
                       move copy-line       to ws-hash-record
                       perform 335-write-indexed
               end-read
           end-perform.
           close copy-file.
           perform 345-close-indexed.


       330-open-indexed-output.
           if ws-cat-kind(ws-cat-sub) = 'H' then
               open output sales-history-file
           else if ws-cat-kind(ws-cat-sub) = 'L' then
               open output layaway-ledger-file
           else if ws-cat-kind(ws-cat-sub) = 'G' then
               open output gift-card-ledger-file
           else if ws-cat-kind(ws-cat-sub) = 'A' then
               open output ar-ledger-file
           else if ws-cat-kind(ws-cat-sub) = 'Y' then
               open output loyalty-ledger-file
           end-if.


      *    The unload is in key order, so every write lands in
      *    sequence; a duplicate key cannot occur and is passed over
      *    - the read-back count would show it
       335-write-indexed.
           if ws-cat-kind(ws-cat-sub) = 'H' then
               move ws-hash-record          to hist-record
               write hist-record
                   invalid key continue
               end-write
           else if ws-cat-kind(ws-cat-sub) = 'L' then
               move ws-hash-record          to ledger-record
               write ledger-record
                   invalid key continue
               end-write
           else if ws-cat-kind(ws-cat-sub) = 'G' then
               move ws-hash-record          to gift-card-record
               write gift-card-record
                   invalid key continue
               end-write
           else if ws-cat-kind(ws-cat-sub) = 'A' then
               move ws-hash-record          to ar-ledger-record
               write ar-ledger-record
                   invalid key continue
               end-write
           else if ws-cat-kind(ws-cat-sub) = 'Y' then
               move ws-hash-record          to points-ledger-record
               write points-ledger-record
                   invalid key continue
               end-write
           end-if.


       340-open-indexed-input.
           if ws-cat-kind(ws-cat-sub) = 'H' then
               open input sales-history-file
           else if ws-cat-kind(ws-cat-sub) = 'L' then
               open input layaway-ledger-file
           else if ws-cat-kind(ws-cat-sub) = 'G' then
               open input gift-card-ledger-file
           else if ws-cat-kind(ws-cat-sub) = 'A' then
               open input ar-ledger-file
           else if ws-cat-kind(ws-cat-sub) = 'Y' then
               open input loyalty-ledger-file
           end-if.


       345-close-indexed.
           if ws-cat-kind(ws-cat-sub) = 'H' then
               close sales-history-file
           else if ws-cat-kind(ws-cat-sub) = 'L' then
               close layaway-ledger-file
           else if ws-cat-kind(ws-cat-sub) = 'G' then
               close gift-card-ledger-file
           else if ws-cat-kind(ws-cat-sub) = 'A' then
               close ar-ledger-file
           else if ws-cat-kind(ws-cat-sub) = 'Y' then
               close loyalty-ledger-file
           end-if.


      *    Count and hash the live file exactly as BatchSnapshot did
       350-read-back-live-file.
           move 0                           to ws-file-count.
           move 0                           to ws-file-hash.
           move 'n'                         to ws-eof-flag.

           if ws-cat-line-seq(ws-cat-sub) then
               open input live-file
               if ws-live-status not = "00" then
                   exit paragraph
               end-if
               perform until ws-eof-flag = 'y'
                   read live-file
                       at end
                           move 'y'         to ws-eof-flag
                       not at end
                           move live-line   to ws-hash-record
                           perform 400-add-to-totals
                   end-read
               end-perform
               close live-file
               exit paragraph
           end-if.

           perform 340-open-indexed-input.
           if ws-indexed-status not = "00" then
               exit paragraph
           end-if.
           perform 355-read-indexed-next.
           perform until ws-eof-flag = 'y'
               perform 400-add-to-totals
               perform 355-read-indexed-next
           end-perform.
           perform 345-close-indexed.


      *    Next record in key order, left in ws-hash-record
       355-read-indexed-next.
           move spaces                      to ws-hash-record.
           if ws-cat-kind(ws-cat-sub) = 'H' then
               read sales-history-file next record
                   at end
                       move 'y'             to ws-eof-flag
                   not at end
                       move hist-record     to ws-hash-record
               end-read
           else if ws-cat-kind(ws-cat-sub) = 'L' then
               read layaway-ledger-file next record
                   at end
                       move 'y'             to ws-eof-flag
                   not at end
                       move ledger-record   to ws-hash-record
               end-read
           else if ws-cat-kind(ws-cat-sub) = 'G' then
               read gift-card-ledger-file next record
                   at end
                       move 'y'             to ws-eof-flag
                   not at end
                       move gift-card-record to ws-hash-record
               end-read
           else if ws-cat-kind(ws-cat-sub) = 'A' then
               read ar-ledger-file next record
                   at end
                       move 'y'             to ws-eof-flag
                   not at end
                       move ar-ledger-record to ws-hash-record
               end-read
           else if ws-cat-kind(ws-cat-sub) = 'Y' then
               read loyalty-ledger-file next record
                   at end
                       move 'y'             to ws-eof-flag
                   not at end
                       move points-ledger-record
                           to ws-hash-record
               end-read
           end-if.


      *    Count the record in ws-hash-record and add its character
      *    ordinals to the file's hash total
       400-add-to-totals.
           add 1                            to ws-file-count.
           perform varying ws-hash-sub from 1 by 1
               until ws-hash-sub > ws-cat-reclen(ws-cat-sub)
               compute ws-file-hash = ws-file-hash
                   + function ord(ws-hash-record(ws-hash-sub:1))
           end-perform.


      *    The restored files stand at the close of the generation's
      *    date, so that date is shown complete; the driver's next
      *    run starts at step one and Edit opens the new date
       500-reset-run-control.
           move rr-generation-date          to rc-batch-date.
           move 'C'                         to rc-step-status(1).
           move 'C'                         to rc-step-status(2).
           move 'C'                         to rc-step-status(3).
           move 'C'                         to rc-step-status(4).
           move 'C'                         to rc-step-status(5).
           move 'C'                         to rc-step-status(6).
           move 'C'                         to rc-step-status(7).
           open output run-control-file.
           write run-control-line.
           close run-control-file.

           move 0                           to ckpt-record-position.
           move 0                           to ckpt-tot-valid.
           move 0                           to ckpt-tot-invalid.
           open output checkpoint-file.
           write checkpoint-line.
           close checkpoint-file.


       700-archive-output-files.
           move rr-generation-date          to ws-archive-date.

           move "../../../../data/RestoreReport.out"
               to ws-archive-read-path.
           string "../../../../data/RestoreReport_"
                  delimited by size
                  ws-archive-date             delimited by size
                  ".out"                      delimited by size
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


       end program BatchRestore.
