      ******************************************************************
      * Author:    Connor Simmonds-Parke, Nicholas Sturch-flint
      * Date:      2022-01-19
      * Purpose:   A bad batch file or a failed step that half-posted
      *            used to mean days of hand repair across the masters,
      *            ledgers and accumulators. Before step one of every
      *            night PipelineDriver runs this program, which copies
      *            every persistent master, ledger, accumulator and
      *            applied-marker file into a generation folder,
      *            Snapshot_YYYYMMDD, with a record count and hash
      *            total for each file in SnapshotManifest.ctl.
      *            BatchRestore puts a generation back.
      * Note:      The generation is named for the business date on
      *            hand when the snapshot is taken - the files as they
      *            stood at the close of that date, before the next
      *            batch touched them. A generation that already has
      *            its manifest is kept as it is: a rerun of step one
      *            the same night must not overwrite the clean copy
      *            with files the failed attempt has already changed.
      *            The indexed ledgers are unloaded to flat files in
      *            key order. The hash total is the sum of the
      *            character ordinals of every record, taken over the
      *            file's full record length. RunLog.dat and
      *            Alerts.dat are never copied - they are the record
      *            of what happened, restore included.
      *            SnapshotControl.ctl tells the driver whether the
      *            snapshot completed.
      * Tectonics: cobc
      ******************************************************************
       identification division.

       program-id. BatchSnapshot.
       author. Connor Simmonds-Parke, Nicholas Sturch-flint.
       date-written. 01-19-2022.
      *Description: Copies every persistent file to a dated generation
      *             folder before the nightly batch runs.

       environment division.
       configuration section.

       input-output section.
       file-control.

      *    Line-Sequential Files - the live file and its generation
      *    copy, both assigned at runtime from the catalogue
           select live-file
               assign to dynamic ws-live-path
               organization is line sequential
               file status is ws-live-status.

           select copy-file
               assign to dynamic ws-copy-path
               organization is line sequential
               file status is ws-copy-status.

      *    Generation Manifest - one header line then one line per
      *    catalogued file; written last, so a generation with a
      *    manifest is a complete one
           select manifest-file
               assign to dynamic ws-manifest-path
               organization is line sequential
               file status is ws-manifest-status.

      *    The five indexed ledgers, read in key order and unloaded
      *    to flat files in the generation
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

      *    Snapshot Control - the generation date and 'C' once the
      *    snapshot is complete; PipelineDriver stamps 'S' before it
      *    launches this program and will not start step one without
      *    the 'C'
           select snapshot-control-file
               assign to "../../../../data/SnapshotControl.ctl"
               organization is line sequential.

      *    Output Files
           select output-file
               assign to "../../../../data/SnapshotReport.out"
               organization is line sequential.

      *    Central Run Log - every batch program appends a record
      *    here at start and finish (program, date, time, counts,
      *    normal or abnormal end) so a day's run history can be
      *    proven after the fact
           select run-log-file
               assign to "../../../../data/RunLog.dat"
               organization is line sequential
               file status is ws-runlog-status.

      *    Business-Date Parameter - the day the business actually
      *    happened (Edit writes it from the batch header), used
      *    instead of the machine date to name the generation
           select business-date-file
               assign to "../../../../data/BusinessDate.ctl"
               organization is line sequential
               file status is ws-busdate-status.

      *    Report Copy - the report is kept in its own generation
           select archive-read-file
               assign to dynamic ws-archive-read-path
               organization is line sequential.

           select archive-write-file
               assign to dynamic ws-archive-write-path
               organization is line sequential.


       data division.
       file section.

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

       fd snapshot-control-file
           data record is snapshot-control-line
           record contains 9 characters.

       01 snapshot-control-line.
           05 sc-generation-date            pic x(8).
           05 sc-status                     pic x.

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

      *File Catalogue - every persistent file the batch reads and
      *rewrites: name, kind ('S' line sequential, or the indexed
      *ledger - 'H' sales history, 'L' layaway, 'G' gift card, 'A'
      *house accounts, 'Y' loyalty points) and record length. The
      *same catalogue is carried in BatchRestore; a file added to
      *the system is added to both
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

      *What was copied, held until every file is done so the
      *manifest is only written for a complete generation
       01 ws-copied-table.
           05 ws-cp-entry                   occurs 50 times.
               10 ws-cp-present             pic x.
               10 ws-cp-count               pic 9(9).
               10 ws-cp-hash                pic 9(15).

      *Report Headings
       01 ws-header1-main.
           05 filler                        pic x(32)
               value spaces.
           05 filler                        pic x(30)
               value "PRE-BATCH SNAPSHOT REPORT".
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

       01 ws-header3-columns.
           05 filler                        pic x(32)
               value "File".
           05 filler                        pic x(10)
               value "Kind".
           05 filler                        pic x(15)
               value "     Records".
           05 filler                        pic x(20)
               value "          Hash Total".
           05 filler                        pic x(3)
               value spaces.
           05 filler                        pic x(30)
               value "Result".

       01 ws-header4-rule.
           05 filler                        pic x(32)
               value "----".
           05 filler                        pic x(10)
               value "----".
           05 filler                        pic x(15)
               value "     -------".
           05 filler                        pic x(20)
               value "          ----------".
           05 filler                        pic x(3)
               value spaces.
           05 filler                        pic x(30)
               value "------".

       01 ws-detail-line.
           05 ws-dl-name                    pic x(30).
           05 filler                        pic x(2)  value spaces.
           05 ws-dl-kind                    pic x(10).
           05 ws-dl-count                   pic zzz,zzz,zz9.
           05 filler                        pic x(4)  value spaces.
           05 ws-dl-hash                    pic z(15)9.
           05 filler                        pic x(7)  value spaces.
           05 ws-dl-result                  pic x(30).

      *Summary Lines
       01 ws-summary1-counts.
           05 filler                        pic x(25)
               value "Files Catalogued      : ".
           05 ws-sum-catalogued             pic zz9.
           05 filler                        pic x(5)
               value spaces.
           05 filler                        pic x(25)
               value "Files Copied          : ".
           05 ws-sum-copied                 pic zz9.
           05 filler                        pic x(49)
               value spaces.

       01 ws-summary2-counts.
           05 filler                        pic x(25)
               value "Not On Hand           : ".
           05 ws-sum-absent                 pic zz9.
           05 filler                        pic x(5)
               value spaces.
           05 filler                        pic x(25)
               value "Records Copied        : ".
           05 ws-sum-records                pic zzz,zzz,zz9.
           05 filler                        pic x(41)
               value spaces.

       01 ws-failed-line.
           05 filler                        pic x(45)
               value "*** GENERATION COULD NOT BE WRITTEN - NO ".
           05 filler                        pic x(65)
               value "MANIFEST, SNAPSHOT NOT TAKEN ***".

      *Generation Paths
       77 ws-generation-folder              pic x(17) value spaces.
       77 ws-generation-path                pic x(100) value spaces.
       77 ws-manifest-path                  pic x(100) value spaces.
       77 ws-live-path                      pic x(100) value spaces.
       77 ws-copy-path                      pic x(100) value spaces.
       77 ws-command-work                   pic x(80) value spaces.
       77 ws-generation-kept                pic x     value 'n'.
       77 ws-copy-failed                    pic x     value 'n'.

      *File Statuses
       77 ws-live-status                    pic xx    value spaces.
       77 ws-copy-status                    pic xx    value spaces.
       77 ws-manifest-status                pic xx    value spaces.
       77 ws-indexed-status                 pic xx    value spaces.
       77 ws-eof-flag                       pic x     value 'n'.

      *Count and Hash Total of the file in hand - the hash is the
      *sum of the character ordinals over the full record length
       01 ws-hash-record                    pic x(2400).
       77 ws-hash-sub                       pic 9(4)  value 0.
       77 ws-file-count                     pic 9(9)  value 0.
       77 ws-file-hash                      pic 9(15) value 0.

      *Run Totals
       77 ws-files-copied                   pic 99    value 0.
       77 ws-files-absent                   pic 99    value 0.
       77 ws-records-copied                 pic 9(9)  value 0.

      *Business date and archive copy
       77 ws-busdate-status                 pic xx    value spaces.
       77 ws-business-date                  pic 9(8)  value 0.
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
           perform 100-prepare-generation.

      *    A complete generation for this date is already on hand -
      *    keep it and let the night go ahead
           if ws-generation-kept = 'y' then
               display "BATCH SNAPSHOT: " ws-generation-folder
                   " ALREADY ON HAND - KEPT AS TAKEN"
               perform 150-stamp-snapshot-control
               move ws-cat-count            to ws-runlog-in
               move 0                       to ws-runlog-out
               perform 092-log-run-end
               stop run
           end-if.

           open output output-file.
           write output-line from ws-header1-main.
           move ws-generation-folder        to ws-hg-folder.
           move ws-business-date            to ws-hg-date.
           write output-line from ws-header2-generation.
           write output-line from spaces.
           write output-line from ws-header3-columns.
           write output-line from ws-header4-rule.

           perform 200-snapshot-one-file
               varying ws-cat-sub from 1 by 1
               until ws-cat-sub > ws-cat-count
                   or ws-copy-failed = 'y'.

      *    A copy that could not be written leaves the generation
      *    without a manifest - the driver must not start the night
           if ws-copy-failed = 'y' then
               write output-line from spaces
               write output-line from ws-failed-line
               close output-file
               display "BATCH SNAPSHOT: CANNOT WRITE TO "
                   ws-generation-folder " - SNAPSHOT NOT TAKEN"
               move ws-cat-count            to ws-runlog-in
               move ws-files-copied         to ws-runlog-out
               perform 094-log-run-aborted
               stop run
           end-if.

           perform 400-write-manifest.

           move ws-cat-count                to ws-sum-catalogued.
           move ws-files-copied             to ws-sum-copied.
           move ws-files-absent             to ws-sum-absent.
           move ws-records-copied           to ws-sum-records.
           write output-line from spaces.
           write output-line from ws-summary1-counts.
           write output-line from ws-summary2-counts.
           close output-file.

           perform 700-archive-output-files.
           perform 150-stamp-snapshot-control.

           display "BATCH SNAPSHOT: " ws-generation-folder " TAKEN - "
               ws-files-copied " FILES, " ws-records-copied " RECORDS".

           move ws-cat-count                to ws-runlog-in.
           move ws-files-copied             to ws-runlog-out.
           perform 092-log-run-end.

      *    End of 000-main (end of BatchSnapshot program)
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
               move "BatchSnapshot"
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


      *    Name the generation for the business date on hand, keep
      *    one that already has its manifest, and otherwise make
      *    sure the folder exists
       100-prepare-generation.
           move spaces                      to ws-generation-folder.
           string "Snapshot_"               delimited by size
                  ws-business-date          delimited by size
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

           move 'n'                         to ws-generation-kept.
           open input manifest-file.
           if ws-manifest-status = "00" then
               read manifest-file
                   at end
                       continue
                   not at end
                       if mf-header
                           move 'y'         to ws-generation-kept
                       end-if
               end-read
               close manifest-file
           end-if.
           if ws-generation-kept = 'y' then
               exit paragraph
           end-if.

           move spaces                      to ws-command-work.
           string "mkdir -p "               delimited by size
                  ws-generation-path        delimited by space
                  into ws-command-work
           end-string.
           call "SYSTEM" using by content ws-command-work.


      *    Tell the driver the snapshot for the date is in place
       150-stamp-snapshot-control.
           move ws-business-date            to sc-generation-date.
           move 'C'                         to sc-status.
           open output snapshot-control-file.
           write snapshot-control-line.
           close snapshot-control-file.


      *    Copy one catalogued file into the generation, counting
      *    and hashing every record on the way through; a file not
      *    on hand is noted as such, and is emptied on a restore
       200-snapshot-one-file.
           move 0                           to ws-file-count.
           move 0                           to ws-file-hash.
           move 'N'
               to ws-cp-present(ws-cat-sub).

           move spaces                      to ws-copy-path.
           string ws-generation-path        delimited by space
                  "/"                       delimited by size
                  ws-cat-name(ws-cat-sub)   delimited by space
                  into ws-copy-path
           end-string.

           if ws-cat-line-seq(ws-cat-sub) then
               perform 210-copy-line-sequential
           else
               perform 220-unload-indexed
           end-if.
           if ws-copy-failed = 'y' then
               exit paragraph
           end-if.

           move ws-file-count               to ws-cp-count(ws-cat-sub).
           move ws-file-hash                to ws-cp-hash(ws-cat-sub).

           move ws-cat-name(ws-cat-sub)     to ws-dl-name.
           if ws-cat-line-seq(ws-cat-sub) then
               move "LINE SEQ"              to ws-dl-kind
           else
               move "INDEXED"               to ws-dl-kind
           end-if.
           move ws-file-count               to ws-dl-count.
           move ws-file-hash                to ws-dl-hash.
           if ws-cp-present(ws-cat-sub) = 'Y' then
               move "COPIED"                to ws-dl-result
               add 1                        to ws-files-copied
               add ws-file-count            to ws-records-copied
           else
               move "NOT ON HAND"           to ws-dl-result
               add 1                        to ws-files-absent
           end-if.
           write output-line from ws-detail-line.


       210-copy-line-sequential.
           move spaces                      to ws-live-path.
           string "../../../../data/"       delimited by size
                  ws-cat-name(ws-cat-sub)   delimited by space
                  into ws-live-path
           end-string.
           open input live-file.
           if ws-live-status not = "00" then
               exit paragraph
           end-if.

           open output copy-file.
           if ws-copy-status not = "00" then
               close live-file
               move 'y'                     to ws-copy-failed
               exit paragraph
           end-if.
           move 'Y'
               to ws-cp-present(ws-cat-sub).

           move 'n'                         to ws-eof-flag.
           perform until ws-eof-flag = 'y'
               read live-file
                   at end
                       move 'y'             to ws-eof-flag
                   not at end
                       move live-line       to ws-hash-record
                       perform 300-add-to-totals
                       write copy-line from live-line
               end-read
           end-perform.
           close live-file.
           close copy-file.


       220-unload-indexed.
           perform 230-open-indexed-input.
           if ws-indexed-status not = "00" then
               exit paragraph
           end-if.

           open output copy-file.
           if ws-copy-status not = "00" then
               perform 250-close-indexed
               move 'y'                     to ws-copy-failed
               exit paragraph
           end-if.
           move 'Y'
               to ws-cp-present(ws-cat-sub).

           move 'n'                         to ws-eof-flag.
           perform 240-read-indexed-next.
           perform until ws-eof-flag = 'y'
               perform 300-add-to-totals
               write copy-line from ws-hash-record
               perform 240-read-indexed-next
           end-perform.
           perform 250-close-indexed.
           close copy-file.


       230-open-indexed-input.
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


      *    Next record in key order, left in ws-hash-record
       240-read-indexed-next.
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


       250-close-indexed.
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


      *    Count the record in ws-hash-record and add its character
      *    ordinals to the file's hash total
       300-add-to-totals.
           add 1                            to ws-file-count.
           perform varying ws-hash-sub from 1 by 1
               until ws-hash-sub > ws-cat-reclen(ws-cat-sub)
               compute ws-file-hash = ws-file-hash
                   + function ord(ws-hash-record(ws-hash-sub:1))
           end-perform.


      *    The manifest goes in last - its header line is what marks
      *    the generation complete
       400-write-manifest.
           open output manifest-file.
           move spaces                      to manifest-header-line.
           move 'H'                         to mf-record-type.
           move ws-business-date            to mfh-as-of-date.
           move function current-date(1:8)  to mfh-taken-date.
           move function current-date(9:6)  to mfh-taken-time.
           move ws-cat-count                to mfh-file-count.
           write manifest-header-line.

           perform varying ws-cat-sub from 1 by 1
               until ws-cat-sub > ws-cat-count
               move 'F'                     to mf-record-type
               move ws-cat-name(ws-cat-sub) to mf-file-name
               move ws-cat-kind(ws-cat-sub) to mf-kind
               move ws-cp-present(ws-cat-sub) to mf-present
               move ws-cp-count(ws-cat-sub) to mf-record-count
               move ws-cp-hash(ws-cat-sub)  to mf-hash-total
               write manifest-line
           end-perform.
           close manifest-file.


      *    The report is kept with the generation it describes
       700-archive-output-files.
           move "../../../../data/SnapshotReport.out"
               to ws-archive-read-path.
           move spaces                      to ws-archive-write-path.
           string ws-generation-path        delimited by space
                  "/SnapshotReport.out"     delimited by size
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


       end program BatchSnapshot.
