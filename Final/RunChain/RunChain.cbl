      *Desc: Drive the nightly chain in its required order instead of
      *leaving the sequencing to the operator's memory.  Each step's
      *outcome is judged by its exit status and by the run-history row
      *it appends; a failed step stops the chain, and GLExtract and
      *the warehouse extract are only started once the reconciliation
      *report comes back clean.
      *A step whose input file fails its control trailer exits with
      *code 12 and is shown as CTL FAIL rather than FAILED, so the
      *operators know to look at the file handed over, not the step.
      *Every step's status lands in a per-night status file.
      *A rerun of a business date first copies the night's key outputs
      *aside, so RerunCompare can report what the rerun changed.
      *
      *All programs are started from the build directory, where the
      *data directory is reachable both as data/ and as ../build/data.
               assign to "data/batch-control.dat"
               organization is line sequential.

           select optional rerun-marker-file
               assign to "data/rerun-snapshot.dat"
               organization is line sequential.

       data division.
       file section.
           fd run-history-file
               05 bc-trp-status            pic x.
               05 bc-glx-status            pic x.

      *    The business date the night's outputs were last copied
      *    aside for, ahead of a rerun of that date.
           fd rerun-marker-file
               data record is rerun-marker-rec
               record contains 8 characters.

           01 rerun-marker-rec.
               05 rs-business-date         pic 9(8).

       working-storage section.

      * One entry per chain step, in run order.  The history flag
               value "Edits          ./Edits             YN".
           05 filler                       pic x(37)
               value "DataSplitCount ./DataSplitCount    YN".
           05 filler                       pic x(37)
               value "InvoiceGap     ./InvoiceGap        YN".
           05 filler                       pic x(37)
               value "SuspenseRematch./SuspenseRematch   YN".
           05 filler                       pic x(37)
               value "SettleMatch    ./SettleMatch       YN".
           05 filler                       pic x(37)
               value "CashOverShort  ./CashOverShort     YN".
           05 filler                       pic x(37)
               value "DepositRecon   ./DepositRecon      YN".
           05 filler                       pic x(37)
               value "GiftCard       ./GiftCard          YN".
           05 filler                       pic x(37)
               value "Loyalty        ./Loyalty           YN".
           05 filler                       pic x(37)
               value "OverReturn     ./OverReturn        YN".
           05 filler                       pic x(37)
               value "ShelfLabel     ./ShelfLabel        YN".
           05 filler                       pic x(37)
               value "InvoiceXRef    ./InvoiceXRef       NN".
           05 filler                       pic x(37)
               value "Reconcile      ./Reconcile         NN".
           05 filler                       pic x(37)
               value "GLExtract      ./GLExtract         NR".
           05 filler                       pic x(37)
               value "DWExtract      ./DWExtract         YR".
           05 filler                       pic x(37)
               value "TrendReport    ./TrendReport       NN".
           05 filler                       pic x(37)
               value "RerunCompare   ./RerunCompare      YN".
           05 filler                       pic x(37)
               value "Housekeep      ./Housekeep         NN".
           05 filler                       pic x(37)
               value "MorningSummary ./MorningSummary    YN".
       01 ws-step-table redefines ws-step-table-values.
           05 ws-st-entry                  occurs 24 times
               indexed by ws-st-idx.
               10 ws-st-name               pic x(15).
               10 ws-st-command            pic x(20).
               10 ws-st-gate-flag          pic x.

       01 ws-step-count-cnst               pic 99
           value 24.

       01 ws-step-status-tbl.
           05 ws-ss-status                 pic x(8)
               occurs 24 times.

       01 ws-status-detail-line.
           05 ws-sdl-step-name             pic x(15).
       01 ws-status-index                  pic 99
           value 0.

       01 ws-command                       pic x(100)
           value spaces.

       01 ws-system-rc                     pic s9(9) comp
      * actual exit code sits in the high byte.
       01 ws-exit-code                     pic 9(4)
           value 0.
           88 ws-exit-control-failure              value 12.

       01 ws-history-rows-before           pic 9(6)
           value 0.
      * them at startup.
       01 ws-prior-status-tbl.
           05 ws-ps-status                 pic x(8)
               occurs 24 times.

       01 ws-skip-tbl.
           05 ws-sk-flag                   pic x
               occurs 24 times.

       01 ws-step-complete-flag            pic x
           value 'n'.
       01 ws-skipped-count                 pic 99
           value 0.

      * The night's key outputs copied aside before a same-date rerun,
      * each with the step that writes it.  RerunCompare reports what
      * the rerun changed against these copies.
       01 ws-snapshot-list.
           05 filler                       pic x(45)
               value "counts-and-control-totals.csv DataSplitCount".
           05 filler                       pic x(45)
               value "sl-totals.dat                 SLProcessing".
           05 filler                       pic x(45)
               value "r-totals.dat                  TypeRProcessing".
           05 filler                       pic x(45)
               value "sl-store-totals.dat           SLProcessing".
           05 filler                       pic x(45)
               value "settlement-extract.dat        Settlement".
           05 filler                       pic x(45)
               value "gl-journal.out                GLExtract".
       01 ws-snapshot-list-r redefines ws-snapshot-list.
           05 ws-sn-entry                  occurs 6 times.
               10 ws-sn-file-name          pic x(30).
               10 ws-sn-step-name          pic x(15).

       01 ws-snapshot-count-cnst           pic 9
           value 6.
       01 ws-snapshot-index                pic 9
           value 0.
       01 ws-snapshot-taken                pic 9
           value 0.

       procedure division.
       000-main.
           perform 020-take-chain-lock.
           else
               perform 046-load-prior-statuses
               perform 048-mark-completed-prefix
               perform 050-snapshot-for-comparison
           end-if.

       042-read-input-header.
                   end-if
           end-evaluate.

      *    Only a file whose step finished on the earlier run is
      *    copied -- anything else on disk is still the previous
      *    night's, and comparing against it would report the whole
      *    night as changed.  The earlier run's status row decides,
      *    not the batch-control flags: an overridden Edits run
      *    clears those flags although the outputs are still on disk.
      *    Copies from an earlier rerun are cleared first for the
      *    same reason.
       050-snapshot-for-comparison.
           move "rm -rf data/original; mkdir -p data/original"
               to ws-command.
           call "SYSTEM" using ws-command.
           move 0                          to return-code.

           move 0                          to ws-snapshot-taken.
           perform 052-snapshot-one-output
               varying ws-snapshot-index from 1 by 1
               until ws-snapshot-index > ws-snapshot-count-cnst.

           open output rerun-marker-file.
           move ws-bc-business-date        to rs-business-date.
           write rerun-marker-rec.
           close rerun-marker-file.

           display "RUNCHAIN: RERUN OF BUSINESS DATE "
               ws-bc-business-date " - " ws-snapshot-taken
               " OUTPUT(S) COPIED ASIDE FOR COMPARISON".

       052-snapshot-one-output.
           perform varying ws-judge-index from 1 by 1
               until ws-judge-index > ws-step-count-cnst
               if ws-st-name(ws-judge-index)
                   = ws-sn-step-name(ws-snapshot-index)
                   exit perform
               end-if
           end-perform.

           move 'n'                        to ws-step-complete-flag.
           if ws-judge-index not > ws-step-count-cnst then
               if ws-ps-status(ws-judge-index) = "OK"
                   move 'y'                to ws-step-complete-flag
               end-if
           end-if.

           if ws-step-complete-flag = 'y' then
               move spaces                 to ws-command
               string "cp -p data/"        delimited by size
                   function trim(ws-sn-file-name(ws-snapshot-index))
                                           delimited by size
                   " data/original/ 2>/dev/null"
                                           delimited by size
                   into ws-command
               end-string
               call "SYSTEM" using ws-command
               move 0                      to return-code
               add 1                       to ws-snapshot-taken
           end-if.

       100-run-chain-step.
           if ws-sk-flag(ws-step-index) = 'Y' then
               move "OK"                   to

           if ws-system-rc not = 0 then
               compute ws-exit-code = ws-system-rc / 256
               set ws-chain-failed         to true
               if ws-exit-control-failure
                   move "CTL FAIL"         to
                       ws-ss-status(ws-step-index)
                   display "RUNCHAIN: " ws-st-name(ws-step-index)
                       " INPUT FAILED ITS CONTROL TRAILER"
                       " - CHAIN STOPPED"
               else
                   move "FAILED"           to
                       ws-ss-status(ws-step-index)
                   display "RUNCHAIN: " ws-st-name(ws-step-index)
                       " FAILED, EXIT CODE " ws-exit-code
               end-if
           else
               if ws-st-history-flag(ws-step-index) = 'Y' then
                   perform 300-count-history-rows
