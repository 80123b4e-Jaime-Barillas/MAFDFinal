       identification division.
       program-id. Loyalty.
       author. Ryan Sim.
       date-written. 2026-10-15.
      *Desc: Maintain the customer loyalty subledger: a keyed member
      *master carrying each member's points balance, and an append-
      *only points ledger.  Points accrue from the night's sales in
      *slrecords.dat (the customer number rides on the record
      *extension, not the 61-byte sales row), come back off when
      *TypeRProcessing accepts a return against the invoice that
      *earned them, and are spent through the LP tender.  Points
      *older than the expiry window are removed on the scheduled
      *night.  The night's points movement and the outstanding
      *liability are extracted for the GL journal, and every member
      *with activity gets a statement row for marketing.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select sales-file
               assign to "data/slrecords.dat"
               organization is line sequential.

           select trans-extension-file
               assign to "data/trans-extension.dat"
               organization is line sequential.

           select optional accepted-returns-file
               assign to "data/r-accepted.dat"
               organization is line sequential.

           select optional enrolment-file
               assign to "data/loyalty-enrol.dat"
               organization is line sequential.

           select optional loyalty-params-file
               assign to "data/loyalty-params.dat"
               organization is line sequential.

           select optional member-idx-file
               assign to "data/loyalty-member-idx.dat"
               organization is indexed
               access mode is dynamic
               record key is lm-member-num.

           select optional invoice-idx-file
               assign to "data/loyalty-invoice-idx.dat"
               organization is indexed
               access mode is dynamic
               record key is li-invoice-key.

           select optional ledger-file
               assign to "data/loyalty-ledger.dat"
               organization is line sequential.

           select sort-work-file
               assign to "data/loyalty-sort.tmp".

           select liability-extract-file
               assign to "data/loyalty-liability.dat"
               organization is line sequential.

           select statement-file
               assign to "data/loyalty-statements.dat"
               organization is line sequential.

           select report-file
               assign to "data/report-loyalty.out"
               organization is line sequential.

           select run-history-file
               assign to "data/run-history.log"
               organization is line sequential.

           select optional batch-control-file
               assign to "data/batch-control.dat"
               organization is line sequential.

           select optional posted-marker-file
               assign to "data/loyalty-posted.dat"
               organization is line sequential.

       data division.
       file section.
           fd sales-file
               data record is sales-rec
               record contains 61 characters.

           01 sales-rec.
               05 sl-trans-code            pic x.
                   88 sl-trans-88-earns    value 'S', 'L'.
               05 sl-trans-amnt            pic 9(5)v99.
               05 sl-pay-type              pic xx.
               05 sl-store-num             pic 99.
               05 sl-invoice-num           pic x(9).
               05 sl-sku-code              pic x(15).
               05 sl-return-reason         pic xx.
               05 sl-trans-date            pic 9(8).
               05 sl-cashier-id            pic x(4).
               05 sl-quantity              pic 9(3).
               05 sl-unit-price            pic 9(5)v99.
               05 sl-warn-flag             pic x.

      *    DataSplitCount's control trailer: the count and amount hash
      *    of the records above it and the business date.
           01 sales-trailer-rec.
               05 sa-record-type           pic x(3).
               05 sa-record-count          pic 9(6).
               05 sa-hash-total            pic 9(10)v99.
               05 sa-business-date         pic 9(8).
               05 filler                   pic x(32).

      *    DataSplitCount writes one extension row for every row it
      *    keeps, in the same order it writes slrecords.dat; the
      *    sales rows are the S, L, X and F ones.
           fd trans-extension-file
               data record is trans-extension-rec
               record contains 70 characters.

           01 trans-extension-rec.
               05 te-business-date         pic 9(8).
               05 te-store-num             pic 99.
               05 te-trans-code            pic x.
                   88 te-trans-88-sales-file
                       value 'S', 'L', 'X', 'F'.
               05 te-invoice-num           pic x(9).
               05 te-sku-code              pic x(15).
               05 te-trans-amnt            pic 9(5)v99.
               05 te-quantity              pic 9(3).
               05 te-record-version        pic x.
               05 te-sale-time             pic 9(6).
               05 te-customer-num          pic x(6).
               05 te-line-discount         pic 9(5)v99.
               05 filler                   pic x(5).

           fd accepted-returns-file
               data record is accepted-return-rec
               record contains 61 characters.

           01 accepted-return-rec.
               05 ar-trans-code            pic x.
               05 ar-trans-amnt            pic 9(5)v99.
               05 ar-pay-type              pic xx.
               05 ar-store-num             pic 99.
               05 ar-invoice-num           pic x(9).
               05 filler                   pic x(40).

      *    Marketing keys new members and closures; a closed member
      *    forfeits whatever balance is left.
           fd enrolment-file
               data record is enrolment-rec
               record contains 50 characters.

           01 enrolment-rec.
               05 le-action                pic x.
                   88 le-action-88-add     value 'A'.
                   88 le-action-88-close   value 'C'.
               05 le-member-num            pic x(6).
               05 le-member-name           pic x(25).
               05 le-home-store            pic 99.
               05 le-effective-date        pic 9(8).
               05 filler                   pic x(8).

           fd loyalty-params-file
               data record is loyalty-params-rec
               record contains 20 characters.

           01 loyalty-params-rec.
               05 lp-points-per-dollar     pic 9(3).
               05 lp-point-value           pic 9v9999.
               05 lp-expiry-days           pic 9(4).
               05 lp-expiry-run-day        pic 99.
               05 filler                   pic x(6).

           fd member-idx-file
               data record is member-rec
               record contains 80 characters.

           01 member-rec.
               05 lm-member-num            pic x(6).
               05 lm-member-name           pic x(25).
               05 lm-status                pic x.
                   88 lm-status-88-active  value 'A'.
                   88 lm-status-88-closed  value 'C'.
               05 lm-join-date             pic 9(8).
               05 lm-home-store            pic 99.
               05 lm-balance               pic s9(7)
                   sign leading separate.
               05 lm-lifetime-earned       pic 9(8).
               05 lm-lifetime-used         pic 9(8).
               05 lm-last-activity         pic 9(8).
               05 filler                   pic x(6).

      *    What each invoice earned, so a return can never take back
      *    more points than its sale gave.
           fd invoice-idx-file
               data record is invoice-points-rec
               record contains 40 characters.

           01 invoice-points-rec.
               05 li-invoice-key.
                   10 li-store-num         pic 99.
                   10 li-invoice-num       pic x(9).
               05 li-member-num            pic x(6).
               05 li-earn-date             pic 9(8).
               05 li-points-earned         pic 9(7).
               05 li-points-reversed       pic 9(7).
               05 filler                   pic x.

           fd ledger-file
               data record is ledger-rec
               record contains 50 characters.

           01 ledger-rec.
               05 ll-business-date         pic 9(8).
               05 ll-member-num            pic x(6).
               05 ll-entry-type            pic x.
                   88 ll-entry-88-earned   value 'E'.
                   88 ll-entry-88-redeemed value 'R'.
                   88 ll-entry-88-reversed value 'D'.
                   88 ll-entry-88-expired  value 'X'.
                   88 ll-entry-88-forfeit  value 'C'.
               05 ll-store-num             pic 99.
               05 ll-invoice-num           pic x(9).
               05 ll-points                pic 9(7).
               05 ll-amount                pic 9(5)v99.
               05 filler                   pic x(10).

           sd sort-work-file
               data record is sort-work-rec.

           01 sort-work-rec.
               05 sw-member-num            pic x(6).
               05 sw-entry-type            pic x.
               05 sw-points                pic 9(7).

      *    GLExtract posts the movement; the outstanding figures ride
      *    along so finance can prove the liability account back to
      *    the member master.
           fd liability-extract-file
               data record is liability-extract-rec
               record contains 62 characters.

           01 liability-extract-rec.
               05 ly-earned-value          pic 9(8)v99.
               05 ly-redeemed-value        pic 9(8)v99.
               05 ly-reversed-value        pic 9(8)v99.
               05 ly-expired-value         pic 9(8)v99.
               05 ly-outstanding-value     pic s9(9)v99
                   sign leading separate.
               05 ly-outstanding-points    pic s9(9)
                   sign leading separate.

           fd statement-file
               data record is statement-rec
               record contains 100 characters.

           01 statement-rec.
               05 st-member-num            pic x(6).
               05 st-member-name           pic x(25).
               05 st-member-status         pic x.
               05 st-business-date         pic 9(8).
               05 st-opening-balance       pic s9(7)
                   sign leading separate.
               05 st-points-earned         pic 9(7).
               05 st-points-redeemed       pic 9(7).
               05 st-points-reversed       pic 9(7).
               05 st-points-expired        pic 9(7).
               05 st-closing-balance       pic s9(7)
                   sign leading separate.
               05 st-lifetime-earned       pic 9(8).
               05 filler                   pic x(8).

           fd report-file
               data record is report-line
               record contains 90 characters.

           01 report-line                  pic x(90).

           fd run-history-file
               data record is audit-rec
               record contains 53 characters.

           01 audit-rec.
               05 au-run-date                   pic 9(8).
               05 au-run-time                   pic 9(6).
               05 au-program-name               pic x(15).
               05 au-input-count                pic 9(6).
               05 au-output1-count              pic 9(6).
               05 au-output2-count              pic 9(6).
               05 au-output3-count              pic 9(6).

           fd batch-control-file
               data record is batch-control-rec
               record contains 13 characters.

           01 batch-control-rec.
               05 bc-business-date             pic 9(8).
               05 bc-edits-status              pic x.
               05 bc-dsc-status                pic x.
               05 bc-slp-status                pic x.
               05 bc-trp-status                pic x.
               05 bc-glx-status                pic x.

      *    The business date whose start-of-night snapshots are on
      *    disk; a rerun for the same date restores them before
      *    posting, so nothing posts twice.
           fd posted-marker-file
               data record is posted-marker-rec
               record contains 8 characters.

           01 posted-marker-rec.
               05 pm-business-date             pic 9(8).

       working-storage section.

       01 ws-report-heading.
           05 filler                       pic x(38)
               value " Loyalty Points Subledger -- Group 8".

       01 ws-exception-heading.
           05 filler                       pic xx
               value spaces.
           05 filler                       pic x(6)
               value "MEMBER".
           05 filler                       pic xx
               value spaces.
           05 filler                       pic x(5)
               value "STORE".
           05 filler                       pic x(9)
               value "  INVOICE".
           05 filler                       pic xx
               value spaces.
           05 filler                       pic x(9)
               value "   POINTS".
           05 filler                       pic xx
               value spaces.
           05 filler                       pic x(10)
               value "  BALANCE".
           05 filler                       pic xx
               value spaces.
           05 filler                       pic x(6)
               value "REASON".

       01 ws-exception-detail-line.
           05 filler                       pic xx
               value spaces.
           05 ws-edl-member-num            pic x(6).
           05 filler                       pic xx
               value spaces.
           05 ws-edl-store-num             pic 99.
           05 filler                       pic xxx
               value spaces.
           05 ws-edl-invoice-num           pic x(9).
           05 filler                       pic xx
               value spaces.
           05 ws-edl-points                pic z,zzz,zz9.
           05 filler                       pic xx
               value spaces.
           05 ws-edl-balance               pic z,zzz,zz9-.
           05 filler                       pic xx
               value spaces.
           05 ws-edl-reason                pic x(32).

       01 ws-reason-no-member              pic x(32)
           value "*** LP TENDER, NO MEMBER ***".
       01 ws-reason-over-balance           pic x(32)
           value "*** REDEEMED PAST BALANCE ***".
       01 ws-reason-spent                  pic x(32)
           value "*** RETURN, POINTS SPENT ***".
       01 ws-reason-already-enrolled       pic x(32)
           value "*** ALREADY AN ACTIVE MEMBER ***".
       01 ws-reason-not-enrolled           pic x(32)
           value "*** CLOSE, MEMBER NOT FOUND ***".
       01 ws-reason-bad-action             pic x(32)
           value "*** UNKNOWN ENROLMENT ACTION ***".

       01 ws-totals-line-1.
           05 filler                       pic x(30)
               value "MEMBERS ENROLLED TONIGHT:     ".
           05 ws-tl1-count                 pic zz,zz9.
       01 ws-totals-line-2.
           05 filler                       pic x(30)
               value "MEMBERS CLOSED TONIGHT:       ".
           05 ws-tl2-count                 pic zz,zz9.
       01 ws-totals-line-3.
           05 filler                       pic x(30)
               value "SALES EARNING POINTS:         ".
           05 ws-tl3-count                 pic zz,zz9.
           05 filler                       pic x(4)
               value spaces.
           05 ws-tl3-points                pic zzz,zzz,zz9.
           05 filler                       pic x(4)
               value " PTS".
       01 ws-totals-line-4.
           05 filler                       pic x(30)
               value "LP TENDER REDEMPTIONS:        ".
           05 ws-tl4-count                 pic zz,zz9.
           05 filler                       pic x(4)
               value spaces.
           05 ws-tl4-points                pic zzz,zzz,zz9.
           05 filler                       pic x(4)
               value " PTS".
       01 ws-totals-line-5.
           05 filler                       pic x(30)
               value "RETURNS REVERSING POINTS:     ".
           05 ws-tl5-count                 pic zz,zz9.
           05 filler                       pic x(4)
               value spaces.
           05 ws-tl5-points                pic zzz,zzz,zz9.
           05 filler                       pic x(4)
               value " PTS".
       01 ws-totals-line-6.
           05 filler                       pic x(30)
               value "POINTS EXPIRED OR FORFEITED:  ".
           05 ws-tl6-count                 pic zz,zz9.
           05 filler                       pic x(4)
               value spaces.
           05 ws-tl6-points                pic zzz,zzz,zz9.
           05 filler                       pic x(4)
               value " PTS".
       01 ws-totals-line-7.
           05 filler                       pic x(30)
               value "SALES BY NON-MEMBERS:         ".
           05 ws-tl7-count                 pic zz,zz9.
       01 ws-totals-line-8.
           05 filler                       pic x(30)
               value "EXCEPTIONS:                   ".
           05 ws-tl8-count                 pic zz,zz9.
       01 ws-totals-line-9.
           05 filler                       pic x(30)
               value "MEMBERS ON FILE:              ".
           05 ws-tl9-count                 pic zz,zz9.
       01 ws-totals-line-10.
           05 filler                       pic x(30)
               value "OUTSTANDING POINTS:           ".
           05 ws-tl10-points               pic zzz,zzz,zz9-.
       01 ws-totals-line-11.
           05 filler                       pic x(30)
               value "OUTSTANDING LIABILITY:        ".
           05 ws-tl11-amount               pic $$$,$$$,$$9.99-.

       01 ws-expiry-run-line.
           05 filler                       pic x(30)
               value "EXPIRY PASS RUN, CUTOFF DATE: ".
           05 ws-erl-cutoff-date           pic 9(8).
       01 ws-expiry-skip-line              pic x(36)
           value "EXPIRY PASS NOT SCHEDULED TONIGHT".

      * The program defaults stand in for a missing parameter file:
      * a point a dollar, a cent a point, a year to spend them, and
      * expiry swept on the first of the month.
       01 ws-loyalty-params.
           05 ws-points-per-dollar         pic 9(3)
               value 1.
           05 ws-point-value               pic 9v9999
               value 0.01.
           05 ws-expiry-days               pic 9(4)
               value 365.
           05 ws-expiry-run-day            pic 99
               value 1.

       01 ws-eof-flag                      pic x
           value 'n'.
       01 ws-te-eof-flag                   pic x
           value 'n'.
       01 ws-sort-eof-flag                 pic x
           value 'n'.
       01 ws-step-flag                     pic x
           value 'y'.
           88 ws-files-in-step                   value 'y'.

       01 ws-sales-count                   pic 9(6)
           value 0.
       01 ws-returns-read-count            pic 9(6)
           value 0.
       01 ws-enrolled-count                pic 9(6)
           value 0.
       01 ws-closed-count                  pic 9(6)
           value 0.
       01 ws-earn-count                    pic 9(6)
           value 0.
       01 ws-earn-points                   pic 9(9)
           value 0.
       01 ws-redeem-count                  pic 9(6)
           value 0.
       01 ws-redeem-points                 pic 9(9)
           value 0.
       01 ws-reverse-count                 pic 9(6)
           value 0.
       01 ws-reverse-points                pic 9(9)
           value 0.
       01 ws-expire-count                  pic 9(6)
           value 0.
       01 ws-expire-points                 pic 9(9)
           value 0.
       01 ws-non-member-count              pic 9(6)
           value 0.
       01 ws-exception-count               pic 9(6)
           value 0.
       01 ws-member-count                  pic 9(6)
           value 0.
       01 ws-outstanding-points            pic s9(9)
           value 0.
       01 ws-input-count                   pic 9(6)
           value 0.

       01 ws-customer-num                  pic x(6)
           value spaces.
       01 ws-points                        pic 9(7)
           value 0.
       01 ws-points-deducted               pic 9(7)
           value 0.
       01 ws-points-available              pic 9(7)
           value 0.
       01 ws-points-value                  pic 9(8)v99
           value 0.
       01 ws-old-earned                    pic 9(9)
           value 0.
       01 ws-expire-due                    pic s9(9)
           value 0.
       01 ws-break-member                  pic x(6)
           value spaces.

       01 ws-stmt-totals.
           05 ws-stmt-earned               pic 9(7).
           05 ws-stmt-redeemed             pic 9(7).
           05 ws-stmt-reversed             pic 9(7).
           05 ws-stmt-expired              pic 9(7).

       01 ws-business-date                 pic 9(8)
           value 0.
       01 ws-business-date-r redefines ws-business-date.
           05 filler                       pic 9(6).
           05 ws-bd-day                    pic 99.
       01 ws-posted-date                   pic 9(8)
           value 0.
       01 ws-cutoff-date                   pic 9(8)
           value 0.
       01 ws-expiry-flag                   pic x
           value 'n'.
           88 ws-expiry-scheduled                value 'y'.

       01 ws-command                       pic x(140)
           value spaces.
       01 ws-snap-live-name                pic x(40)
           value spaces.
       01 ws-snap-copy-name                pic x(40)
           value spaces.

      * The count and amount hash of an input file, checked against
      * the control trailer its producing step wrote on the end.
       01 ws-trailer-controls.
           05 ws-tc-file-name              pic x(20)
               value spaces.
           05 ws-tc-eof-flag               pic x
               value 'n'.
           05 ws-tc-record-count           pic 9(6)
               value 0.
           05 ws-tc-hash-total             pic 9(10)v99
               value 0.
           05 ws-tc-trailer-seen-flag      pic x
               value 'n'.
               88 ws-tc-trailer-seen               value 'y'.
           05 ws-tc-trailer-count          pic 9(6)
               value 0.
           05 ws-tc-trailer-hash           pic 9(10)v99
               value 0.
           05 ws-tc-trailer-date           pic 9(8)
               value 0.
           05 ws-tc-error-text             pic x(36)
               value spaces.

       procedure division.
       000-main.
           perform 020-load-loyalty-params.

           perform 030-verify-extension-in-step.

           perform 040-guard-against-rerun.

           perform 900-check-sl-trailer.

           open i-o member-idx-file.
           open i-o invoice-idx-file.
           open extend ledger-file.

           open output report-file.

           write report-line               from ws-report-heading.
           write report-line               from spaces.
           write report-line               from ws-exception-heading.
           write report-line               from spaces.

           perform 100-post-enrolments.

           perform 200-post-sales.

           perform 250-post-accepted-returns.

           close ledger-file.

           perform 300-expire-old-points.

           perform 400-write-member-statements.

           perform 500-total-outstanding-points.

           perform 600-print-totals.

           close report-file.
           close invoice-idx-file.
           close member-idx-file.

           perform 700-write-liability-extract.

           perform 950-write-audit-log.

           goback.

       020-load-loyalty-params.
           open input loyalty-params-file.
           read loyalty-params-file
               at end continue
               not at end
                   if lp-points-per-dollar numeric
                       move lp-points-per-dollar
                         to ws-points-per-dollar
                   end-if
                   if lp-point-value numeric
                       and lp-point-value > 0
                       move lp-point-value to ws-point-value
                   end-if
                   if lp-expiry-days numeric
                       and lp-expiry-days > 0
                       move lp-expiry-days to ws-expiry-days
                   end-if
                   if lp-expiry-run-day numeric
                       move lp-expiry-run-day
                         to ws-expiry-run-day
                   end-if
           end-read.
           close loyalty-params-file.

      * The customer number for a sales row comes from its extension
      * row, matched by position.  Both files are walked once up
      * front, before anything posts, so a pair that has drifted out
      * of step refuses the run instead of crediting the wrong
      * member.
       030-verify-extension-in-step.
           move 'n'                        to ws-eof-flag.
           move 'n'                        to ws-te-eof-flag.
           open input sales-file.
           open input trans-extension-file.

           perform 035-verify-one-sales-row
               until ws-eof-flag = 'y'
               or not ws-files-in-step.

           close sales-file.
           close trans-extension-file.

           if not ws-files-in-step then
               display "LOYALTY: SLRECORDS.DAT AND TRANS-EXTENSION.DAT "
                   "ARE OUT OF STEP AT INVOICE " sl-invoice-num
                   " - RUN REFUSED"
               move 8                      to return-code
               goback
           end-if.

       035-verify-one-sales-row.
           read sales-file
               at end move 'y'             to ws-eof-flag
               not at end
                   if sa-record-type = "TRL"
                       move 'y'            to ws-eof-flag
                   else
                       perform 050-read-matching-extension
                       if ws-te-eof-flag = 'y'
                           or te-store-num not = sl-store-num
                           or te-invoice-num not = sl-invoice-num
                           or te-trans-code not = sl-trans-code
                           move 'n'        to ws-step-flag
                       end-if
                   end-if
           end-read.

      *    Return rows have an extension row but no sales row.
       050-read-matching-extension.
           read trans-extension-file
               at end move 'y'             to ws-te-eof-flag
           end-read.
           perform 055-skip-non-sales-extension
               until ws-te-eof-flag = 'y'
               or te-trans-88-sales-file.

       055-skip-non-sales-extension.
           read trans-extension-file
               at end move 'y'             to ws-te-eof-flag
           end-read.

      * A rerun of this step for the same business date -- a resumed
      * chain after a mid-step crash, or an overridden full rerun --
      * starts again from the first sales row, which would post the
      * night's points into the carried-forward member master and
      * ledger twice.  Both keyed files and the ledger are
      * snapshotted before the night's first posting and any
      * same-date rerun begins by restoring the snapshots.
       040-guard-against-rerun.
           open input batch-control-file.
           read batch-control-file
               at end continue
               not at end move bc-business-date to ws-business-date
           end-read.
           close batch-control-file.

           if ws-business-date = 0 then
               move function current-date(1:8) to ws-business-date
           end-if.

           open input posted-marker-file.
           read posted-marker-file
               at end continue
               not at end move pm-business-date to ws-posted-date
           end-read.
           close posted-marker-file.

           if ws-posted-date = ws-business-date then
               display "LOYALTY: RERUN FOR BUSINESS DATE "
                   ws-business-date " - MEMBER FILES RESTORED FROM "
                   "THEIR START-OF-NIGHT SNAPSHOTS"
               move "data/loyalty-member-idx.dat"
                 to ws-snap-live-name
               move "data/loyalty-member-idx.bak"
                 to ws-snap-copy-name
               perform 046-restore-one-snapshot
               move "data/loyalty-invoice-idx.dat"
                 to ws-snap-live-name
               move "data/loyalty-invoice-idx.bak"
                 to ws-snap-copy-name
               perform 046-restore-one-snapshot
               move "data/loyalty-ledger.dat"
                 to ws-snap-live-name
               move "data/loyalty-ledger.bak"
                 to ws-snap-copy-name
               perform 046-restore-one-snapshot
           else
               move "data/loyalty-member-idx.dat"
                 to ws-snap-live-name
               move "data/loyalty-member-idx.bak"
                 to ws-snap-copy-name
               perform 045-take-one-snapshot
               move "data/loyalty-invoice-idx.dat"
                 to ws-snap-live-name
               move "data/loyalty-invoice-idx.bak"
                 to ws-snap-copy-name
               perform 045-take-one-snapshot
               move "data/loyalty-ledger.dat"
                 to ws-snap-live-name
               move "data/loyalty-ledger.bak"
                 to ws-snap-copy-name
               perform 045-take-one-snapshot

               open output posted-marker-file
               move ws-business-date       to pm-business-date
               write posted-marker-rec
               close posted-marker-file
           end-if.

      *    A live file still missing (the very first night) simply
      *    leaves no snapshot behind.
       045-take-one-snapshot.
           move spaces                     to ws-command.
           string "rm -f "                 delimited by size
               function trim(ws-snap-copy-name) delimited by size
               "; cp "                     delimited by size
               function trim(ws-snap-live-name) delimited by size
               " "                         delimited by size
               function trim(ws-snap-copy-name) delimited by size
               " 2>/dev/null"              delimited by size
               into ws-command
           end-string.
           call "SYSTEM" using ws-command.
           move 0                          to return-code.

      *    No snapshot on disk means the live file did not exist when
      *    the night started -- the half-built live file is removed
      *    and the optional open recreates it empty.
       046-restore-one-snapshot.
           move spaces                     to ws-command.
           string "rm -f "                 delimited by size
               function trim(ws-snap-live-name) delimited by size
               "; cp "                     delimited by size
               function trim(ws-snap-copy-name) delimited by size
               " "                         delimited by size
               function trim(ws-snap-live-name) delimited by size
               " 2>/dev/null"              delimited by size
               into ws-command
           end-string.
           call "SYSTEM" using ws-command.
           move 0                          to return-code.

       100-post-enrolments.
           move 'n'                        to ws-eof-flag.
           open input enrolment-file.

           perform 110-post-one-enrolment
               until ws-eof-flag = 'y'.

           close enrolment-file.

       110-post-one-enrolment.
           read enrolment-file
               at end move 'y'             to ws-eof-flag
               not at end
                   add 1                   to ws-input-count
                   if le-action-88-add
                       perform 120-enrol-member
                   else
                   if le-action-88-close
                       perform 130-close-member
                   else
                       move le-member-num  to lm-member-num
                       move le-home-store  to ws-edl-store-num
                       move spaces         to ws-edl-invoice-num
                       move 0              to ws-edl-points
                       move 0              to ws-edl-balance
                       move ws-reason-bad-action to ws-edl-reason
                       perform 190-write-exception-line
                   end-if
                   end-if
           end-read.

      *    A closed member who signs up again is reopened on the same
      *    number with a zero balance; the lifetime figures carry on.
       120-enrol-member.
           move le-member-num              to lm-member-num.
           read member-idx-file
               invalid key
                   move le-member-num      to lm-member-num
                   move le-member-name     to lm-member-name
                   move 'A'                to lm-status
                   move le-effective-date  to lm-join-date
                   move le-home-store      to lm-home-store
                   move 0                  to lm-balance
                   move 0                  to lm-lifetime-earned
                   move 0                  to lm-lifetime-used
                   move ws-business-date   to lm-last-activity
                   move spaces             to member-rec(75:6)
                   write member-rec
                       invalid key continue
                   end-write
                   add 1                   to ws-enrolled-count
               not invalid key
                   if lm-status-88-closed
                       move le-member-name to lm-member-name
                       move 'A'            to lm-status
                       move le-effective-date to lm-join-date
                       move le-home-store  to lm-home-store
                       move ws-business-date to lm-last-activity
                       rewrite member-rec
                       add 1               to ws-enrolled-count
                   else
                       move le-home-store  to ws-edl-store-num
                       move spaces         to ws-edl-invoice-num
                       move 0              to ws-edl-points
                       move lm-balance     to ws-edl-balance
                       move ws-reason-already-enrolled
                         to ws-edl-reason
                       perform 190-write-exception-line
                   end-if
           end-read.

       130-close-member.
           move le-member-num              to lm-member-num.
           read member-idx-file
               invalid key
                   move le-home-store      to ws-edl-store-num
                   move spaces             to ws-edl-invoice-num
                   move 0                  to ws-edl-points
                   move 0                  to ws-edl-balance
                   move ws-reason-not-enrolled to ws-edl-reason
                   perform 190-write-exception-line
               not invalid key
                   if lm-balance > 0
                       move lm-balance     to ws-points
                       move 'C'            to ll-entry-type
                       move lm-home-store  to ll-store-num
                       move spaces         to ll-invoice-num
                       move 0              to ll-amount
                       perform 180-write-ledger-row
                       add ws-points       to lm-lifetime-used
                       add 1               to ws-expire-count
                       add ws-points       to ws-expire-points
                       move 0              to lm-balance
                   end-if
                   move 'C'                to lm-status
                   move ws-business-date   to lm-last-activity
                   rewrite member-rec
                   add 1                   to ws-closed-count
           end-read.

      *    ws-points and the entry type are set by the caller.
       180-write-ledger-row.
           move ws-business-date           to ll-business-date.
           move lm-member-num              to ll-member-num.
           move ws-points                  to ll-points.
           move spaces                     to ledger-rec(41:10).
           write ledger-rec.

       190-write-exception-line.
           move lm-member-num              to ws-edl-member-num.
           write report-line
               from ws-exception-detail-line.
           add 1                           to ws-exception-count.

       200-post-sales.
           move 'n'                        to ws-eof-flag.
           move 'n'                        to ws-te-eof-flag.
           open input sales-file.
           open input trans-extension-file.

           perform 210-post-one-sale
               until ws-eof-flag = 'y'.

           close sales-file.
           close trans-extension-file.

       210-post-one-sale.
           read sales-file
               at end move 'y'             to ws-eof-flag
               not at end
                   if sa-record-type = "TRL"
                       move 'y'            to ws-eof-flag
                   else
                       add 1               to ws-sales-count
                       add 1               to ws-input-count
                       perform 050-read-matching-extension
                       move te-customer-num    to ws-customer-num
                       if sl-trans-88-earns
                           if sl-pay-type = "LP"
                               perform 230-redeem-points
                           else
                               perform 220-earn-points
                           end-if
                       end-if
                   end-if
           end-read.

      *    A sale without a member number, or with one that is not
      *    an open membership, earns nothing.
       220-earn-points.
           if ws-customer-num = spaces then
               add 1                       to ws-non-member-count
           else
               move ws-customer-num        to lm-member-num
               read member-idx-file
                   invalid key
                       add 1               to ws-non-member-count
                   not invalid key
                       if lm-status-88-active
                           perform 225-credit-member
                       else
                           add 1           to ws-non-member-count
                       end-if
               end-read
           end-if.

       225-credit-member.
           compute ws-points = sl-trans-amnt * ws-points-per-dollar.

           if ws-points > 0 then
               add ws-points               to lm-balance
               add ws-points               to lm-lifetime-earned
               move ws-business-date       to lm-last-activity
               rewrite member-rec

               move 'E'                    to ll-entry-type
               move sl-store-num           to ll-store-num
               move sl-invoice-num         to ll-invoice-num
               move sl-trans-amnt          to ll-amount
               perform 180-write-ledger-row

               perform 227-record-invoice-points

               add 1                       to ws-earn-count
               add ws-points               to ws-earn-points
           end-if.

      *    A multi-line sale shares its invoice number, so the lines
      *    add up on one invoice row.
       227-record-invoice-points.
           move sl-store-num               to li-store-num.
           move sl-invoice-num             to li-invoice-num.
           read invoice-idx-file
               invalid key
                   move sl-store-num       to li-store-num
                   move sl-invoice-num     to li-invoice-num
                   move lm-member-num      to li-member-num
                   move ws-business-date   to li-earn-date
                   move ws-points          to li-points-earned
                   move 0                  to li-points-reversed
                   move space              to invoice-points-rec(40:1)
                   write invoice-points-rec
                       invalid key continue
                   end-write
               not invalid key
                   add ws-points           to li-points-earned
                   rewrite invoice-points-rec
           end-read.

      *    The LP tender spends points at the point value, rounded up
      *    to a whole point.  The redemption posts either way -- the
      *    goods left the store -- but one with no open membership
      *    behind it, or one that drives the balance negative, is an
      *    exception for loss prevention.
       230-redeem-points.
           compute ws-points = sl-trans-amnt / ws-point-value.
           compute ws-points-value = ws-points * ws-point-value.
           if ws-points-value < sl-trans-amnt then
               add 1                       to ws-points
           end-if.

           move ws-customer-num            to lm-member-num.
           if ws-customer-num = spaces then
               perform 235-reject-redemption
           else
               read member-idx-file
                   invalid key
                       perform 235-reject-redemption
                   not invalid key
                       if lm-status-88-active
                           perform 237-debit-member
                       else
                           perform 235-reject-redemption
                       end-if
               end-read
           end-if.

       235-reject-redemption.
           move sl-store-num               to ws-edl-store-num.
           move sl-invoice-num             to ws-edl-invoice-num.
           move ws-points                  to ws-edl-points.
           move 0                          to ws-edl-balance.
           move ws-reason-no-member        to ws-edl-reason.
           perform 190-write-exception-line.

       237-debit-member.
           subtract ws-points              from lm-balance.
           add ws-points                   to lm-lifetime-used.
           move ws-business-date           to lm-last-activity.
           rewrite member-rec.

           move 'R'                        to ll-entry-type.
           move sl-store-num               to ll-store-num.
           move sl-invoice-num             to ll-invoice-num.
           move sl-trans-amnt              to ll-amount.
           perform 180-write-ledger-row.

           add 1                           to ws-redeem-count.
           add ws-points                   to ws-redeem-points.

           if lm-balance < 0 then
               move sl-store-num           to ws-edl-store-num
               move sl-invoice-num         to ws-edl-invoice-num
               move ws-points              to ws-edl-points
               move lm-balance             to ws-edl-balance
               move ws-reason-over-balance to ws-edl-reason
               perform 190-write-exception-line
           end-if.

       250-post-accepted-returns.
           move 'n'                        to ws-eof-flag.
           open input accepted-returns-file.

           perform 260-post-one-return
               until ws-eof-flag = 'y'.

           close accepted-returns-file.

      *    Only a return against an invoice that earned points has
      *    anything to take back.
       260-post-one-return.
           read accepted-returns-file
               at end move 'y'             to ws-eof-flag
               not at end
                   add 1                   to ws-returns-read-count
                   add 1                   to ws-input-count
                   move ar-store-num       to li-store-num
                   move ar-invoice-num     to li-invoice-num
                   read invoice-idx-file
                       invalid key continue
                       not invalid key
                           perform 270-reverse-invoice-points
                   end-read
           end-read.

      *    The reversal follows the refund at the earning rate, but
      *    never takes back more than the invoice has left.  Points
      *    the member already spent cannot be recovered; the balance
      *    stops at zero and the shortfall is reported.  A closed
      *    membership already forfeited its balance.
       270-reverse-invoice-points.
           compute ws-points = ar-trans-amnt * ws-points-per-dollar.
           compute ws-points-available =
               li-points-earned - li-points-reversed.
           if ws-points > ws-points-available then
               move ws-points-available    to ws-points
           end-if.

           if ws-points > 0 then
               add ws-points               to li-points-reversed
               rewrite invoice-points-rec

               move li-member-num          to lm-member-num
               read member-idx-file
                   invalid key continue
                   not invalid key
                       if lm-status-88-active
                           perform 275-debit-reversal
                       end-if
               end-read
           end-if.

       275-debit-reversal.
           move ws-points                  to ws-points-deducted.
           if lm-balance < ws-points then
               if lm-balance > 0
                   move lm-balance         to ws-points-deducted
               else
                   move 0                  to ws-points-deducted
               end-if
               move ar-store-num           to ws-edl-store-num
               move ar-invoice-num         to ws-edl-invoice-num
               compute ws-edl-points = ws-points - ws-points-deducted
               move lm-balance             to ws-edl-balance
               move ws-reason-spent        to ws-edl-reason
               perform 190-write-exception-line
           end-if.

           if ws-points-deducted > 0 then
               subtract ws-points-deducted from lm-balance
               add ws-points-deducted      to lm-lifetime-used
               move ws-business-date       to lm-last-activity
               rewrite member-rec

               move ws-points-deducted     to ws-points
               move 'D'                    to ll-entry-type
               move ar-store-num           to ll-store-num
               move ar-invoice-num         to ll-invoice-num
               move ar-trans-amnt          to ll-amount
               perform 180-write-ledger-row

               add 1                       to ws-reverse-count
               add ws-points-deducted      to ws-reverse-points
           end-if.

      * Points expire first-in, first-out: whatever a member earned
      * on or before the cutoff, less everything the member has ever
      * used, is still sitting unspent past its window.  The sweep
      * runs on the scheduled day of the month (every night when the
      * day is zero).
       300-expire-old-points.
           if ws-expiry-run-day = 0
               or ws-bd-day = ws-expiry-run-day then
               set ws-expiry-scheduled     to true
               compute ws-cutoff-date = function date-of-integer(
                   function integer-of-date(ws-business-date)
                   - ws-expiry-days)

               sort sort-work-file
                   on ascending key sw-member-num
                   input procedure is 310-release-old-earnings
                   output procedure is 320-expire-by-member
           end-if.

       310-release-old-earnings.
           move 'n'                        to ws-eof-flag.
           open input ledger-file.

           perform 315-release-one-earning
               until ws-eof-flag = 'y'.

           close ledger-file.

       315-release-one-earning.
           read ledger-file
               at end move 'y'             to ws-eof-flag
               not at end
                   if ll-entry-88-earned
                       and ll-business-date <= ws-cutoff-date
                       move ll-member-num  to sw-member-num
                       move ll-entry-type  to sw-entry-type
                       move ll-points      to sw-points
                       release sort-work-rec
                   end-if
           end-read.

       320-expire-by-member.
           open extend ledger-file.

           move 'n'                        to ws-sort-eof-flag.
           perform 390-return-sort-row.
           perform 330-expire-one-member
               until ws-sort-eof-flag = 'y'.

           close ledger-file.

       330-expire-one-member.
           move sw-member-num              to ws-break-member.
           move 0                          to ws-old-earned.

           perform 335-add-old-earning
               until ws-sort-eof-flag = 'y'
               or sw-member-num not = ws-break-member.

           move ws-break-member            to lm-member-num.
           read member-idx-file
               invalid key continue
               not invalid key
                   perform 340-apply-expiry
           end-read.

       335-add-old-earning.
           add sw-points                   to ws-old-earned.
           perform 390-return-sort-row.

       340-apply-expiry.
           compute ws-expire-due = ws-old-earned - lm-lifetime-used.
           if ws-expire-due > lm-balance then
               move lm-balance             to ws-expire-due
           end-if.

           if ws-expire-due > 0 then
               move ws-expire-due          to ws-points
               subtract ws-points          from lm-balance
               add ws-points               to lm-lifetime-used
               move ws-business-date       to lm-last-activity
               rewrite member-rec

               move 'X'                    to ll-entry-type
               move lm-home-store          to ll-store-num
               move spaces                 to ll-invoice-num
               move 0                      to ll-amount
               perform 180-write-ledger-row

               add 1                       to ws-expire-count
               add ws-points               to ws-expire-points
           end-if.

       390-return-sort-row.
           return sort-work-file
               at end move 'y'             to ws-sort-eof-flag
           end-return.

      * One statement row per member the night touched, built from
      * the night's ledger rows; the opening balance is worked back
      * from the closing one on the member master.
       400-write-member-statements.
           open output statement-file.

           sort sort-work-file
               on ascending key sw-member-num
               input procedure is 410-release-tonights-rows
               output procedure is 420-summarise-by-member.

           close statement-file.

       410-release-tonights-rows.
           move 'n'                        to ws-eof-flag.
           open input ledger-file.

           perform 415-release-one-row
               until ws-eof-flag = 'y'.

           close ledger-file.

       415-release-one-row.
           read ledger-file
               at end move 'y'             to ws-eof-flag
               not at end
                   if ll-business-date = ws-business-date
                       move ll-member-num  to sw-member-num
                       move ll-entry-type  to sw-entry-type
                       move ll-points      to sw-points
                       release sort-work-rec
                   end-if
           end-read.

       420-summarise-by-member.
           move 'n'                        to ws-sort-eof-flag.
           perform 390-return-sort-row.
           perform 430-summarise-one-member
               until ws-sort-eof-flag = 'y'.

       430-summarise-one-member.
           move sw-member-num              to ws-break-member.
           move zeroes                     to ws-stmt-totals.

           perform 435-add-statement-row
               until ws-sort-eof-flag = 'y'
               or sw-member-num not = ws-break-member.

           move ws-break-member            to lm-member-num.
           read member-idx-file
               invalid key continue
               not invalid key
                   perform 440-write-statement-row
           end-read.

       435-add-statement-row.
           if sw-entry-type = 'E' then
               add sw-points               to ws-stmt-earned
           else
           if sw-entry-type = 'R' then
               add sw-points               to ws-stmt-redeemed
           else
           if sw-entry-type = 'D' then
               add sw-points               to ws-stmt-reversed
           else
               add sw-points               to ws-stmt-expired
           end-if
           end-if
           end-if.
           perform 390-return-sort-row.

       440-write-statement-row.
           move spaces                     to statement-rec.
           move lm-member-num              to st-member-num.
           move lm-member-name             to st-member-name.
           move lm-status                  to st-member-status.
           move ws-business-date           to st-business-date.
           compute st-opening-balance = lm-balance - ws-stmt-earned
               + ws-stmt-redeemed + ws-stmt-reversed
               + ws-stmt-expired.
           move ws-stmt-earned             to st-points-earned.
           move ws-stmt-redeemed           to st-points-redeemed.
           move ws-stmt-reversed           to st-points-reversed.
           move ws-stmt-expired            to st-points-expired.
           move lm-balance                 to st-closing-balance.
           move lm-lifetime-earned         to st-lifetime-earned.
           write statement-rec.

       500-total-outstanding-points.
           move low-values                 to lm-member-num.
           start member-idx-file
               key not < lm-member-num
               invalid key continue
           end-start.

           move 'n'                        to ws-eof-flag.
           perform 510-total-one-member
               until ws-eof-flag = 'y'.

       510-total-one-member.
           read member-idx-file next
               at end move 'y'             to ws-eof-flag
               not at end
                   add 1                   to ws-member-count
                   add lm-balance          to ws-outstanding-points
           end-read.

       600-print-totals.
           write report-line               from spaces.
           if ws-expiry-scheduled then
               move ws-cutoff-date         to ws-erl-cutoff-date
               write report-line           from ws-expiry-run-line
           else
               write report-line           from ws-expiry-skip-line
           end-if.
           write report-line               from spaces.

           move ws-enrolled-count          to ws-tl1-count.
           write report-line               from ws-totals-line-1.
           move ws-closed-count            to ws-tl2-count.
           write report-line               from ws-totals-line-2.
           move ws-earn-count              to ws-tl3-count.
           move ws-earn-points             to ws-tl3-points.
           write report-line               from ws-totals-line-3.
           move ws-redeem-count            to ws-tl4-count.
           move ws-redeem-points           to ws-tl4-points.
           write report-line               from ws-totals-line-4.
           move ws-reverse-count           to ws-tl5-count.
           move ws-reverse-points          to ws-tl5-points.
           write report-line               from ws-totals-line-5.
           move ws-expire-count            to ws-tl6-count.
           move ws-expire-points           to ws-tl6-points.
           write report-line               from ws-totals-line-6.
           move ws-non-member-count        to ws-tl7-count.
           write report-line               from ws-totals-line-7.
           move ws-exception-count         to ws-tl8-count.
           write report-line               from ws-totals-line-8.
           move ws-member-count            to ws-tl9-count.
           write report-line               from ws-totals-line-9.
           move ws-outstanding-points      to ws-tl10-points.
           write report-line               from ws-totals-line-10.
           compute ws-tl11-amount rounded =
               ws-outstanding-points * ws-point-value.
           write report-line               from ws-totals-line-11.

      *    Points are carried at the point value: earned points grow
      *    the liability, redeemed ones relieve it against the sale,
      *    and reversed or expired ones come back out of expense.
       700-write-liability-extract.
           open output liability-extract-file.
           compute ly-earned-value rounded =
               ws-earn-points * ws-point-value.
           compute ly-redeemed-value rounded =
               ws-redeem-points * ws-point-value.
           compute ly-reversed-value rounded =
               ws-reverse-points * ws-point-value.
           compute ly-expired-value rounded =
               ws-expire-points * ws-point-value.
           compute ly-outstanding-value rounded =
               ws-outstanding-points * ws-point-value.
           move ws-outstanding-points      to ly-outstanding-points.
           write liability-extract-rec.
           close liability-extract-file.

      * A file cut short by a full disk or edited by hand between steps
      * would otherwise post a light day's points.  The input is
      * checked against its trailer before anything is read from it in
      * earnest, and a mismatch stops the run.
       900-check-sl-trailer.
           move "data/slrecords.dat"       to ws-tc-file-name.
           move 'n'                        to ws-tc-eof-flag.
           move 'n'                        to ws-tc-trailer-seen-flag.
           move 0                          to ws-tc-record-count.
           move 0                          to ws-tc-hash-total.
           open input sales-file.
           perform 905-tally-sl-row
               until ws-tc-eof-flag = 'y'
               or ws-tc-trailer-seen.
           close sales-file.
           perform 920-judge-trailer.

       905-tally-sl-row.
           read sales-file
               at end move 'y'             to ws-tc-eof-flag
               not at end
                   if sa-record-type = "TRL"
                       set ws-tc-trailer-seen to true
                       move sa-record-count
                         to ws-tc-trailer-count
                       move sa-hash-total  to ws-tc-trailer-hash
                       move sa-business-date
                         to ws-tc-trailer-date
                   else
                       add 1               to ws-tc-record-count
                       if sl-trans-amnt is numeric
                           add sl-trans-amnt
                             to ws-tc-hash-total
                       end-if
                   end-if
           end-read.

       920-judge-trailer.
           move spaces                     to ws-tc-error-text.
           if not ws-tc-trailer-seen then
               move "MISSING CONTROL TRAILER"  to ws-tc-error-text
           else
           if ws-tc-trailer-count not = ws-tc-record-count then
               move "RECORD COUNT DOES NOT MATCH TRAILER"
                                               to ws-tc-error-text
           else
           if ws-tc-trailer-hash not = ws-tc-hash-total then
               move "AMOUNT HASH DOES NOT MATCH TRAILER"
                                               to ws-tc-error-text
           else
           if ws-tc-trailer-date not = ws-business-date then
               move "TRAILER IS FOR ANOTHER BUSINESS DATE"
                                               to ws-tc-error-text
           end-if
           end-if
           end-if
           end-if.

           if ws-tc-error-text not = spaces then
               display "LOYALTY: " function trim(ws-tc-file-name)
                   " " ws-tc-error-text
               display "LOYALTY: RUN STOPPED, NOTHING POSTED"
               move 12                     to return-code
               goback
           end-if.

       950-write-audit-log.
           move function current-date(1:8)     to au-run-date.
           move function current-date(9:6)     to au-run-time.
           move "Loyalty"                      to au-program-name.
           move ws-input-count                 to au-input-count.
           move ws-earn-count                  to au-output1-count.
           move ws-redeem-count                to au-output2-count.
           move ws-exception-count             to au-output3-count.

           open extend run-history-file.
           write audit-rec.
           close run-history-file.

       end program Loyalty.
