       identification division.
       program-id. LossPrevention.
       author. Ryan Sim.
       date-written. 2026-10-15.
      *Desc: Cashier-level loss-prevention exceptions.  The store-level
      *high-return flag in TypeRProcessing hides one cashier running
      *refunds inside the store average, so this scores every cashier
      *against the norms of their own store:
      *  - return ratio (returned dollars to sold dollars) well above
      *    the store's ratio,
      *  - void count well above the store's average per cashier, with
      *    prior-day voids (void-adjustments.dat) weighted again,
      *  - no-receipt/orphan returns the cashier sent to suspense,
      *  - refunds paid in cash against a card sale,
      *  - returns processed by the same cashier who rang the sale.
      *Cashiers scoring at or above the threshold are written, highest
      *score first, to lp-exceptions.dat and the morning LP report.
      *
      *Run on demand after the nightly chain, the same way Commission
      *is.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select sl-file
               assign to "data/slrecords.dat"
               organization is line sequential.

           select r-file
               assign to "data/rrecords.dat"
               organization is line sequential.

           select optional v-file
               assign to "data/vrecords.dat"
               organization is line sequential.

           select optional void-adjust-file
               assign to "data/void-adjustments.dat"
               organization is line sequential.

           select optional suspense-file
               assign to "data/returns-suspense.dat"
               organization is line sequential.

           select sl-indexed-file
               assign to "data/slrecords-idx.dat"
               organization is indexed
               access mode is random
               record key is si-invoice-num with duplicates.

           select optional trans-history-file
               assign to "data/trans-history-idx.dat"
               organization is indexed
               access mode is dynamic
               record key is xh-history-key
               alternate record key is xh-store-date-key
                   with duplicates
               alternate record key is xh-sku-code
                   with duplicates
               alternate record key is xh-cashier-id
                   with duplicates.

           select optional batch-control-file
               assign to "data/batch-control.dat"
               organization is line sequential.

           select optional lp-params-file
               assign to "data/lp-params.dat"
               organization is line sequential.

           select optional cashier-master-file
               assign to "data/cashier-master.dat"
               organization is line sequential.

           select sort-work-file
               assign to "data/lp-sort.tmp".

           select exception-file
               assign to "data/lp-exceptions.dat"
               organization is line sequential.

           select report-file
               assign to "data/report-loss-prevention.out"
               organization is line sequential.

           select run-history-file
               assign to "data/run-history.log"
               organization is line sequential.

       data division.
       file section.
           fd sl-file
               data record is sl-record
               record contains 61 characters.

           01 sl-record.
               05 sl-trans-code            pic x.
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
           01 sl-trailer-rec.
               05 st-record-type           pic x(3).
               05 st-record-count          pic 9(6).
               05 st-hash-total            pic 9(10)v99.
               05 st-business-date         pic 9(8).
               05 filler                   pic x(32).

           fd r-file
               data record is r-record
               record contains 61 characters.

           01 r-record.
               05 r-trans-code             pic x.
               05 r-trans-amnt             pic 9(5)v99.
               05 r-pay-type               pic xx.
               05 r-store-num              pic 99.
               05 r-invoice-num            pic x(9).
               05 r-sku-code               pic x(15).
               05 r-return-reason          pic xx.
               05 r-trans-date             pic 9(8).
               05 r-cashier-id             pic x(4).
               05 r-quantity               pic 9(3).
               05 r-unit-price             pic 9(5)v99.
               05 r-warn-flag              pic x.

      *    DataSplitCount's control trailer: the count and amount hash
      *    of the records above it and the business date.
           01 r-trailer-rec.
               05 rt-record-type           pic x(3).
               05 rt-record-count          pic 9(6).
               05 rt-hash-total            pic 9(10)v99.
               05 rt-business-date         pic 9(8).
               05 filler                   pic x(32).

      *    The V rows themselves plus the same-day sales they pulled
      *    out of the split; only the V rows are counted here.
           fd v-file
               data record is v-record
               record contains 61 characters.

           01 v-record.
               05 v-trans-code             pic x.
               05 v-trans-amnt             pic 9(5)v99.
               05 v-pay-type               pic xx.
               05 v-store-num              pic 99.
               05 v-invoice-num            pic x(9).
               05 v-sku-code               pic x(15).
               05 v-return-reason          pic xx.
               05 v-trans-date             pic 9(8).
               05 v-cashier-id             pic x(4).
               05 v-quantity               pic 9(3).
               05 v-unit-price             pic 9(5)v99.
               05 v-warn-flag              pic x.

           fd void-adjust-file
               data record is void-adjust-rec
               record contains 28 characters.

           01 void-adjust-rec.
               05 va-business-date             pic 9(8).
               05 va-store-num                 pic 99.
               05 va-invoice-num               pic x(9).
               05 va-amount                    pic 9(5)v99.
               05 filler                       pic xx.

           fd suspense-file
               data record is suspense-rec
               record contains 99 characters.

           01 suspense-rec.
               05 su-return-record.
                   10 su-trans-code        pic x.
                   10 su-trans-amnt        pic 9(5)v99.
                   10 su-pay-type          pic xx.
                   10 su-store-num         pic 99.
                   10 su-invoice-num       pic x(9).
                   10 filler               pic x(25).
                   10 su-cashier-id        pic x(4).
                   10 filler               pic x(11).
               05 su-reason                pic x(30).
               05 su-date-held             pic 9(8).

           fd sl-indexed-file
               data record is sl-indexed-rec
               record contains 61 characters.

           01 sl-indexed-rec.
               05 si-trans-code            pic x.
               05 si-trans-amnt            pic 9(5)v99.
               05 si-pay-type              pic xx.
               05 si-store-num             pic 99.
               05 si-invoice-num           pic x(9).
               05 si-sku-code              pic x(15).
               05 si-return-reason         pic xx.
               05 si-trans-date            pic 9(8).
               05 si-cashier-id            pic x(4).
               05 si-quantity              pic 9(3).
               05 si-unit-price            pic 9(5)v99.
               05 si-warn-flag             pic x.

           fd trans-history-file
               data record is trans-history-rec
               record contains 95 characters.

           01 trans-history-rec.
               05 xh-history-key.
                   10 xh-key-invoice-num   pic x(9).
                   10 xh-key-business-date pic 9(8).
                   10 xh-key-sequence      pic 9(6).
               05 xh-store-date-key.
                   10 xh-key-store-num     pic 99.
                   10 xh-business-date     pic 9(8).
               05 xh-record.
                   10 xh-trans-code        pic x.
                   10 xh-trans-amnt        pic 9(5)v99.
                   10 xh-pay-type          pic xx.
                   10 xh-store-num         pic 99.
                   10 xh-invoice-num       pic x(9).
                   10 xh-sku-code          pic x(15).
                   10 xh-return-reason     pic xx.
                   10 xh-trans-date        pic 9(8).
                   10 xh-cashier-id        pic x(4).
                   10 xh-quantity          pic 9(3).
                   10 xh-unit-price        pic 9(5)v99.
                   10 xh-warn-flag         pic x.
               05 xh-reversed-flag         pic x.

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

      *    Factor: how many times the store norm a cashier must reach
      *    before the ratio or void measure scores.  Minimum count:
      *    fewest returns (or voids) before the measure is judged at
      *    all.  Threshold: lowest score that is listed.
           fd lp-params-file
               data record is lp-params-rec
               record contains 8 characters.

           01 lp-params-rec.
               05 lpp-norm-factor          pic 9v9.
               05 lpp-min-count            pic 999.
               05 lpp-score-threshold      pic 999.

           fd cashier-master-file
               data record is cashier-master-rec
               record contains 50 characters.

           01 cashier-master-rec.
               05 cm-store-num                 pic xx.
               05 cm-cashier-id                pic x(4).
               05 cm-cashier-name              pic x(20).
               05 cm-hire-date                 pic 9(8).
               05 cm-term-date                 pic 9(8).
               05 cm-status                    pic x.
               05 filler                       pic x(7).

           sd sort-work-file
               data record is sort-work-rec.

           01 sort-work-rec.
               05 sw-score                 pic 9(4).
               05 sw-store-num             pic 99.
               05 sw-cashier-id            pic x(4).
               05 filler                   pic x(40).

           fd exception-file
               data record is exception-rec
               record contains 50 characters.

           01 exception-rec.
               05 lx-score                 pic 9(4).
               05 lx-store-num             pic 99.
               05 lx-cashier-id            pic x(4).
               05 lx-return-count          pic 9(4).
               05 lx-return-pct            pic 9(3)v9.
               05 lx-store-return-pct      pic 9(3)v9.
               05 lx-void-count            pic 9(4).
               05 lx-prior-void-count      pic 9(3).
               05 lx-suspense-count        pic 9(3).
               05 lx-cash-on-card-count    pic 9(3).
               05 lx-self-return-count     pic 9(3).
               05 lx-business-date         pic 9(8).
               05 filler                   pic x(4).

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

       working-storage section.

       01 ws-report-heading.
           05 filler                       pic x(45)
               value " Loss-Prevention Exceptions -- Group 8".

       01 ws-date-heading.
           05 filler                       pic x(15)
               value "BUSINESS DATE: ".
           05 ws-dh-business-date          pic 9(8).

       01 ws-column-heading-1.
           05 filler                       pic x(40)
               value "Rank St Csh  Cashier Name         Score".
           05 filler                       pic x(40)
               value " Rtns  Rtn%  Str%  Void PDV Sus C/C Slf".

       01 ws-exception-line.
           05 ws-el-rank                   pic zz9.
           05 filler                       pic xx
               value spaces.
           05 ws-el-store-num              pic 99.
           05 filler                       pic x
               value space.
           05 ws-el-cashier-id             pic x(4).
           05 filler                       pic x
               value space.
           05 ws-el-cashier-name           pic x(20).
           05 filler                       pic x
               value space.
           05 ws-el-score                  pic z,zz9.
           05 filler                       pic x
               value space.
           05 ws-el-return-count           pic z,zz9.
           05 filler                       pic x
               value space.
           05 ws-el-return-pct             pic zz9.9.
           05 filler                       pic x
               value space.
           05 ws-el-store-return-pct       pic zz9.9.
           05 filler                       pic x
               value space.
           05 ws-el-void-count             pic z,zz9.
           05 filler                       pic x
               value space.
           05 ws-el-prior-void-count       pic zz9.
           05 filler                       pic x
               value space.
           05 ws-el-suspense-count         pic zz9.
           05 filler                       pic x
               value space.
           05 ws-el-cash-on-card-count     pic zz9.
           05 filler                       pic x
               value space.
           05 ws-el-self-return-count      pic zz9.

       01 ws-none-line.
           05 filler                       pic x(40)
               value "  (no cashier reached the threshold)".

       01 ws-legend-line-1.
           05 filler                       pic x(45)
               value "SCORING: RETURN RATIO OVER STORE NORM     25".
       01 ws-legend-line-2.
           05 filler                       pic x(45)
               value "         VOIDS OVER STORE AVERAGE         20".
       01 ws-legend-line-3.
           05 filler                       pic x(45)
               value "         EACH PRIOR-DAY VOID (PDV)         5".
       01 ws-legend-line-4.
           05 filler                       pic x(45)
               value "         EACH RETURN SENT TO SUSPENSE     10".
       01 ws-legend-line-5.
           05 filler                       pic x(45)
               value "         EACH CASH REFUND ON CARD (C/C)   15".
       01 ws-legend-line-6.
           05 filler                       pic x(45)
               value "         EACH RETURN OF OWN SALE (SLF)    20".
       01 ws-legend-line-7.
           05 filler                       pic x(27)
               value "NORM FACTOR / MIN COUNT:   ".
           05 ws-ll7-factor                pic 9.9.
           05 filler                       pic x(3)
               value " / ".
           05 ws-ll7-min-count             pic zz9.
       01 ws-legend-line-8.
           05 filler                       pic x(27)
               value "SCORE THRESHOLD:           ".
           05 ws-ll8-threshold             pic zz9.

       01 ws-totals-line-1.
           05 filler                       pic x(27)
               value "CASHIERS SCORED:           ".
           05 ws-tl1-count                 pic zz,zz9.
       01 ws-totals-line-2.
           05 filler                       pic x(27)
               value "CASHIERS LISTED:           ".
           05 ws-tl2-count                 pic zz,zz9.

       01 ws-unknown-name-text             pic x(20)
           value "(NOT ON FILE)".

       01 ws-points-ratio-cnst             pic 99
           value 25.
       01 ws-points-voids-cnst             pic 99
           value 20.
       01 ws-points-prior-void-cnst        pic 99
           value 5.
       01 ws-points-suspense-cnst          pic 99
           value 10.
       01 ws-points-cash-on-card-cnst      pic 99
           value 15.
       01 ws-points-self-return-cnst       pic 99
           value 20.

       01 ws-norm-factor                   pic 9v9
           value 1.5.
       01 ws-min-count                     pic 999
           value 3.
       01 ws-score-threshold               pic 999
           value 20.

      * Activity per store and cashier; sales and voids land on the
      * cashier who rang them, returns on the cashier who processed
      * them at the counter.
       01 ws-cashier-table.
           05 ws-ct-count                  pic 9(3)
               value 0.
           05 ws-ct-entry                  occurs 300 times
               indexed by ws-ct-idx.
               10 ws-ct-store-num          pic 99.
               10 ws-ct-cashier-id         pic x(4).
               10 ws-ct-sales-amount       pic 9(8)v99.
               10 ws-ct-return-count       pic 9(4).
               10 ws-ct-return-amount      pic 9(8)v99.
               10 ws-ct-void-count         pic 9(4).
               10 ws-ct-prior-void-count   pic 9(3).
               10 ws-ct-suspense-count     pic 9(3).
               10 ws-ct-cash-on-card-count pic 9(3).
               10 ws-ct-self-return-count  pic 9(3).
               10 ws-ct-return-pct         pic 9(3)v9.
               10 ws-ct-score              pic 9(4).

      * Store norms, built from the cashier table once every file is
      * in.
       01 ws-store-table.
           05 ws-st-count                  pic 99
               value 0.
           05 ws-st-entry                  occurs 50 times
               indexed by ws-st-idx.
               10 ws-st-store-num          pic 99.
               10 ws-st-cashier-count      pic 9(3).
               10 ws-st-sales-amount       pic 9(9)v99.
               10 ws-st-return-amount      pic 9(9)v99.
               10 ws-st-void-count         pic 9(5).
               10 ws-st-return-pct         pic 9(3)v9.
               10 ws-st-void-average       pic 9(4)v99.

       01 ws-prior-void-table.
           05 ws-pv-count                  pic 9(4)
               value 0.
           05 ws-pv-entry                  occurs 1000 times
               indexed by ws-pv-idx.
               10 ws-pv-store-num          pic 99.
               10 ws-pv-invoice-num        pic x(9).

       01 ws-name-table.
           05 ws-nt-count                  pic 9(3)
               value 0.
           05 ws-nt-entry                  occurs 200 times
               indexed by ws-nt-idx.
               10 ws-nt-store-num          pic xx.
               10 ws-nt-cashier-id         pic x(4).
               10 ws-nt-cashier-name       pic x(20).

       01 ws-eof-flag                      pic x
           value 'n'.
       01 ws-xh-eof-flag                   pic x
           value 'n'.

      * The sale a return is judged against, from the keyed sales
      * file or the transaction history.
       01 ws-sale-found-flag               pic x
           value 'n'.
           88 ws-sale-found                        value 'y'.
       01 ws-sale-store-num                pic 99
           value 0.
       01 ws-sale-cashier-id               pic x(4)
           value spaces.
       01 ws-sale-pay-type                 pic xx
           value spaces.

       01 ws-business-date                 pic 9(8)
           value 0.

       01 ws-table-index                   pic 9(3)
           value 0.
       01 ws-work-index                    pic 9(3)
           value 0.
       01 ws-store-index                   pic 99
           value 0.

       01 ws-lookup-store-num              pic 99
           value 0.
       01 ws-lookup-cashier-id             pic x(4)
           value spaces.

       01 ws-ratio-work                    pic 9(7)v9
           value 0.
       01 ws-norm-work                     pic 9(7)v99
           value 0.
       01 ws-score-work                    pic 9(6)
           value 0.

       01 ws-rank                          pic 9(3)
           value 0.

       01 ws-sl-rec-count                  pic 9(6)
           value 0.
       01 ws-r-rec-count                   pic 9(6)
           value 0.
       01 ws-v-rec-count                   pic 9(6)
           value 0.
       01 ws-listed-count                  pic 9(6)
           value 0.
       01 ws-overflow-count                pic 9(6)
           value 0.

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
           perform 010-load-business-date.

           perform 900-check-sl-trailer.

           perform 910-check-r-trailer.

           perform 020-load-lp-params.

           perform 040-load-prior-voids.

           perform 050-load-cashier-names.

           perform 100-accumulate-sales.

           perform 200-accumulate-returns.

           perform 300-accumulate-voids.

           perform 350-accumulate-suspense.

           perform 400-build-store-norms.

           perform 450-score-cashier
               varying ws-table-index from 1 by 1
               until ws-table-index > ws-ct-count.

           sort sort-work-file
               on descending key sw-score
               on ascending key sw-store-num
               on ascending key sw-cashier-id
               input procedure is 500-release-exceptions
               giving exception-file.

           open output report-file.
           perform 600-print-exceptions.
           perform 700-print-totals.
           close report-file.

           if ws-overflow-count > 0 then
               display "LOSSPREVENTION: CASHIER TABLE FULL, RECORDS "
                   "NOT SCORED: " ws-overflow-count
           end-if.

           perform 950-write-audit-log.

           goback.

       010-load-business-date.
           open input batch-control-file.
           read batch-control-file
               at end continue
               not at end
                   move bc-business-date   to ws-business-date
           end-read.
           close batch-control-file.

           if ws-business-date = 0 then
               move function current-date(1:8) to ws-business-date
           end-if.

       020-load-lp-params.
           open input lp-params-file.
           read lp-params-file
               at end continue
               not at end
                   if lpp-norm-factor is numeric
                       and lpp-norm-factor > 0
                       move lpp-norm-factor to ws-norm-factor
                   end-if
                   if lpp-min-count is numeric
                       move lpp-min-count  to ws-min-count
                   end-if
                   if lpp-score-threshold is numeric
                       and lpp-score-threshold > 0
                       move lpp-score-threshold
                         to ws-score-threshold
                   end-if
           end-read.
           close lp-params-file.

      *    Cross-day voids applied by DataSplitCount tonight; a V row
      *    whose invoice is here reached back into a closed day.
       040-load-prior-voids.
           open input void-adjust-file.

           perform until ws-pv-count >= 1000
               read void-adjust-file
                   at end exit perform
               end-read
               add 1                       to ws-pv-count
               move va-store-num
                 to ws-pv-store-num(ws-pv-count)
               move va-invoice-num
                 to ws-pv-invoice-num(ws-pv-count)
           end-perform.

           if ws-pv-count >= 1000 then
               read void-adjust-file
                   at end continue
                   not at end
                       display "LOSSPREVENTION: VOID ADJUSTMENTS "
                           "EXCEED THE 1000-ROW TABLE - RUN REFUSED"
                       move 8              to return-code
                       goback
               end-read
           end-if.

           close void-adjust-file.

       050-load-cashier-names.
           open input cashier-master-file.

           perform until ws-nt-count >= 200
               read cashier-master-file
                   at end exit perform
               end-read
               add 1                       to ws-nt-count
               move cm-store-num
                 to ws-nt-store-num(ws-nt-count)
               move cm-cashier-id
                 to ws-nt-cashier-id(ws-nt-count)
               move cm-cashier-name
                 to ws-nt-cashier-name(ws-nt-count)
           end-perform.

           close cashier-master-file.

       100-accumulate-sales.
           move 'n'                        to ws-eof-flag.
           open input sl-file.

           perform 110-accumulate-sl-record
               until ws-eof-flag = 'y'.

           close sl-file.

       110-accumulate-sl-record.
           read sl-file
               at end move 'y'             to ws-eof-flag
               not at end
                   if st-record-type = "TRL"
                       move 'y'            to ws-eof-flag
                   else
                       add 1               to ws-sl-rec-count
                       if sl-trans-code = 'S' or sl-trans-code = 'L'
                           move sl-store-num   to ws-lookup-store-num
                           move sl-cashier-id  to ws-lookup-cashier-id
                           perform 250-find-or-add-cashier
                           if ws-table-index > 0
                               add sl-trans-amnt
                                 to ws-ct-sales-amount(ws-table-index)
                           end-if
                       end-if
                   end-if
           end-read.

       200-accumulate-returns.
           move 'n'                        to ws-eof-flag.
           open input sl-indexed-file.
           open input trans-history-file.
           open input r-file.

           perform 210-accumulate-r-record
               until ws-eof-flag = 'y'.

           close r-file.
           close trans-history-file.
           close sl-indexed-file.

      *    The keyed sales file says who rang the sale and how it was
      *    paid.  It holds only tonight's sales, so a return of an
      *    earlier day's sale is looked up on the transaction history.
      *    A return with no sale on either is judged from the suspense
      *    file instead, where TypeRProcessing parked it.
       210-accumulate-r-record.
           read r-file
               at end move 'y'             to ws-eof-flag
               not at end
                   if rt-record-type = "TRL"
                       move 'y'            to ws-eof-flag
                   else
                       add 1               to ws-r-rec-count
                       move r-store-num    to ws-lookup-store-num
                       move r-cashier-id   to ws-lookup-cashier-id
                       perform 250-find-or-add-cashier
                       if ws-table-index > 0
                           add 1
                             to ws-ct-return-count(ws-table-index)
                           add r-trans-amnt
                             to ws-ct-return-amount(ws-table-index)
                           move 'n'    to ws-sale-found-flag
                           move r-invoice-num  to si-invoice-num
                           read sl-indexed-file
                               invalid key
                                   perform 230-find-history-sale
                               not invalid key
                                   set ws-sale-found to true
                                   move si-store-num
                                     to ws-sale-store-num
                                   move si-cashier-id
                                     to ws-sale-cashier-id
                                   move si-pay-type
                                     to ws-sale-pay-type
                           end-read
                           if ws-sale-found
                               perform 220-judge-against-sale
                           end-if
                       end-if
                   end-if
           end-read.

       220-judge-against-sale.
           if ws-sale-cashier-id = r-cashier-id
               and ws-sale-store-num = r-store-num then
               add 1 to ws-ct-self-return-count(ws-table-index)
           end-if.

           if r-pay-type = 'CA'
               and (ws-sale-pay-type = 'CR'
                   or ws-sale-pay-type = 'DB') then
               add 1 to ws-ct-cash-on-card-count(ws-table-index)
           end-if.

      *    The first sale row on the history's invoice key that was not
      *    later voided.
       230-find-history-sale.
           move 'n'                        to ws-xh-eof-flag.
           move r-invoice-num              to xh-key-invoice-num.
           move 0                          to xh-key-business-date.
           move 0                          to xh-key-sequence.
           start trans-history-file
               key not < xh-history-key
               invalid key move 'y'        to ws-xh-eof-flag
           end-start.

           perform 240-check-history-row
               until ws-xh-eof-flag = 'y'.

       240-check-history-row.
           read trans-history-file next
               at end move 'y'             to ws-xh-eof-flag
               not at end
                   if xh-key-invoice-num not = r-invoice-num
                       move 'y'            to ws-xh-eof-flag
                   else
                       if (xh-trans-code = 'S' or xh-trans-code = 'L')
                           and xh-reversed-flag not = 'R'
                           set ws-sale-found to true
                           move xh-store-num
                             to ws-sale-store-num
                           move xh-cashier-id
                             to ws-sale-cashier-id
                           move xh-pay-type
                             to ws-sale-pay-type
                           move 'y'        to ws-xh-eof-flag
                       end-if
                   end-if
           end-read.

       250-find-or-add-cashier.
           move 0                          to ws-table-index.
           perform varying ws-work-index from 1 by 1
               until ws-work-index > ws-ct-count
               if ws-ct-store-num(ws-work-index)
                   = ws-lookup-store-num
                   and ws-ct-cashier-id(ws-work-index)
                       = ws-lookup-cashier-id
                   move ws-work-index      to ws-table-index
                   exit perform
               end-if
           end-perform.

           if ws-table-index = 0
               if ws-ct-count < 300
                   add 1                   to ws-ct-count
                   move ws-ct-count        to ws-table-index
                   move ws-lookup-store-num
                     to ws-ct-store-num(ws-table-index)
                   move ws-lookup-cashier-id
                     to ws-ct-cashier-id(ws-table-index)
                   move 0
                     to ws-ct-sales-amount(ws-table-index)
                   move 0
                     to ws-ct-return-count(ws-table-index)
                   move 0
                     to ws-ct-return-amount(ws-table-index)
                   move 0
                     to ws-ct-void-count(ws-table-index)
                   move 0
                     to ws-ct-prior-void-count(ws-table-index)
                   move 0
                     to ws-ct-suspense-count(ws-table-index)
                   move 0
                     to ws-ct-cash-on-card-count(ws-table-index)
                   move 0
                     to ws-ct-self-return-count(ws-table-index)
                   move 0
                     to ws-ct-return-pct(ws-table-index)
                   move 0
                     to ws-ct-score(ws-table-index)
               else
                   add 1                   to ws-overflow-count
               end-if
           end-if.

       300-accumulate-voids.
           move 'n'                        to ws-eof-flag.
           open input v-file.

           perform 310-accumulate-v-record
               until ws-eof-flag = 'y'.

           close v-file.

       310-accumulate-v-record.
           read v-file
               at end move 'y'             to ws-eof-flag
               not at end
                   if v-trans-code = 'V'
                       add 1               to ws-v-rec-count
                       move v-store-num    to ws-lookup-store-num
                       move v-cashier-id   to ws-lookup-cashier-id
                       perform 250-find-or-add-cashier
                       if ws-table-index > 0
                           add 1
                             to ws-ct-void-count(ws-table-index)
                           perform 320-check-prior-day-void
                       end-if
                   end-if
           end-read.

       320-check-prior-day-void.
           perform varying ws-pv-idx from 1 by 1
               until ws-pv-idx > ws-pv-count
               if ws-pv-store-num(ws-pv-idx) = v-store-num
                   and ws-pv-invoice-num(ws-pv-idx) = v-invoice-num
                   add 1
                     to ws-ct-prior-void-count(ws-table-index)
                   exit perform
               end-if
           end-perform.

      *    Only rows first held tonight; older carry-forward rows were
      *    counted against the cashier on the night they were held.
       350-accumulate-suspense.
           move 'n'                        to ws-eof-flag.
           open input suspense-file.

           perform 360-accumulate-suspense-row
               until ws-eof-flag = 'y'.

           close suspense-file.

       360-accumulate-suspense-row.
           read suspense-file
               at end move 'y'             to ws-eof-flag
               not at end
                   if su-date-held = ws-business-date
                       and su-trans-code = 'R'
                       move su-store-num   to ws-lookup-store-num
                       move su-cashier-id  to ws-lookup-cashier-id
                       perform 250-find-or-add-cashier
                       if ws-table-index > 0
                           add 1
                             to ws-ct-suspense-count(ws-table-index)
                       end-if
                   end-if
           end-read.

       400-build-store-norms.
           perform 410-add-cashier-to-store
               varying ws-table-index from 1 by 1
               until ws-table-index > ws-ct-count.

           perform 420-finish-store-norm
               varying ws-st-idx from 1 by 1
               until ws-st-idx > ws-st-count.

       410-add-cashier-to-store.
           move 0                          to ws-store-index.
           perform varying ws-st-idx from 1 by 1
               until ws-st-idx > ws-st-count
               if ws-st-store-num(ws-st-idx)
                   = ws-ct-store-num(ws-table-index)
                   set ws-store-index      to ws-st-idx
                   exit perform
               end-if
           end-perform.

           if ws-store-index = 0 and ws-st-count < 50 then
               add 1                       to ws-st-count
               move ws-st-count            to ws-store-index
               move ws-ct-store-num(ws-table-index)
                 to ws-st-store-num(ws-store-index)
               move 0 to ws-st-cashier-count(ws-store-index)
               move 0 to ws-st-sales-amount(ws-store-index)
               move 0 to ws-st-return-amount(ws-store-index)
               move 0 to ws-st-void-count(ws-store-index)
           end-if.

           if ws-store-index > 0 then
               add 1 to ws-st-cashier-count(ws-store-index)
               add ws-ct-sales-amount(ws-table-index)
                 to ws-st-sales-amount(ws-store-index)
               add ws-ct-return-amount(ws-table-index)
                 to ws-st-return-amount(ws-store-index)
               add ws-ct-void-count(ws-table-index)
                 to ws-st-void-count(ws-store-index)
           end-if.

       420-finish-store-norm.
           if ws-st-sales-amount(ws-st-idx) > 0 then
               compute ws-ratio-work rounded =
                   ws-st-return-amount(ws-st-idx) * 100
                   / ws-st-sales-amount(ws-st-idx)
           else
               move 0                      to ws-ratio-work
           end-if.
           if ws-ratio-work > 999.9 then
               move 999.9                  to ws-ratio-work
           end-if.
           move ws-ratio-work         to ws-st-return-pct(ws-st-idx).

           compute ws-st-void-average(ws-st-idx) rounded =
               ws-st-void-count(ws-st-idx)
               / ws-st-cashier-count(ws-st-idx).

      *    A cashier with returns and no sales of their own has an
      *    unbounded ratio; it is shown as 999.9.
       450-score-cashier.
           move 0                          to ws-score-work.

           if ws-ct-sales-amount(ws-table-index) > 0 then
               compute ws-ratio-work rounded =
                   ws-ct-return-amount(ws-table-index) * 100
                   / ws-ct-sales-amount(ws-table-index)
           else
           if ws-ct-return-amount(ws-table-index) > 0 then
               move 999.9                  to ws-ratio-work
           else
               move 0                      to ws-ratio-work
           end-if
           end-if.
           if ws-ratio-work > 999.9 then
               move 999.9                  to ws-ratio-work
           end-if.
           move ws-ratio-work to ws-ct-return-pct(ws-table-index).

           perform 460-find-cashier-store.

           if ws-store-index > 0 then
               compute ws-norm-work =
                   ws-st-return-pct(ws-store-index) * ws-norm-factor
               if ws-ct-return-count(ws-table-index) >= ws-min-count
                   and ws-ct-return-pct(ws-table-index) > ws-norm-work
                   add ws-points-ratio-cnst to ws-score-work
               end-if

               compute ws-norm-work =
                   ws-st-void-average(ws-store-index) * ws-norm-factor
               if ws-ct-void-count(ws-table-index) >= ws-min-count
                   and ws-ct-void-count(ws-table-index) > ws-norm-work
                   add ws-points-voids-cnst to ws-score-work
               end-if
           end-if.

           compute ws-score-work = ws-score-work
               + ws-ct-prior-void-count(ws-table-index)
                 * ws-points-prior-void-cnst
               + ws-ct-suspense-count(ws-table-index)
                 * ws-points-suspense-cnst
               + ws-ct-cash-on-card-count(ws-table-index)
                 * ws-points-cash-on-card-cnst
               + ws-ct-self-return-count(ws-table-index)
                 * ws-points-self-return-cnst.

           if ws-score-work > 9999 then
               move 9999                   to ws-score-work
           end-if.
           move ws-score-work    to ws-ct-score(ws-table-index).

       460-find-cashier-store.
           move 0                          to ws-store-index.
           perform varying ws-st-idx from 1 by 1
               until ws-st-idx > ws-st-count
               if ws-st-store-num(ws-st-idx)
                   = ws-ct-store-num(ws-table-index)
                   set ws-store-index      to ws-st-idx
                   exit perform
               end-if
           end-perform.

       500-release-exceptions.
           perform 510-release-one-cashier
               varying ws-table-index from 1 by 1
               until ws-table-index > ws-ct-count.

       510-release-one-cashier.
           if ws-ct-score(ws-table-index) >= ws-score-threshold then
               perform 460-find-cashier-store
               move spaces                 to exception-rec
               move ws-ct-score(ws-table-index)
                 to lx-score
               move ws-ct-store-num(ws-table-index)
                 to lx-store-num
               move ws-ct-cashier-id(ws-table-index)
                 to lx-cashier-id
               move ws-ct-return-count(ws-table-index)
                 to lx-return-count
               move ws-ct-return-pct(ws-table-index)
                 to lx-return-pct
               move 0                      to lx-store-return-pct
               if ws-store-index > 0
                   move ws-st-return-pct(ws-store-index)
                     to lx-store-return-pct
               end-if
               move ws-ct-void-count(ws-table-index)
                 to lx-void-count
               move ws-ct-prior-void-count(ws-table-index)
                 to lx-prior-void-count
               move ws-ct-suspense-count(ws-table-index)
                 to lx-suspense-count
               move ws-ct-cash-on-card-count(ws-table-index)
                 to lx-cash-on-card-count
               move ws-ct-self-return-count(ws-table-index)
                 to lx-self-return-count
               move ws-business-date       to lx-business-date
               release sort-work-rec       from exception-rec
           end-if.

       600-print-exceptions.
           write report-line               from ws-report-heading.
           move ws-business-date           to ws-dh-business-date.
           write report-line               from ws-date-heading.
           write report-line               from spaces.
           write report-line               from ws-column-heading-1.

           move 'n'                        to ws-eof-flag.
           open input exception-file.
           perform 610-print-exception-line
               until ws-eof-flag = 'y'.
           close exception-file.

           if ws-listed-count = 0 then
               write report-line           from ws-none-line
           end-if.

       610-print-exception-line.
           read exception-file
               at end move 'y'             to ws-eof-flag
               not at end
                   add 1                   to ws-listed-count
                   add 1                   to ws-rank
                   move ws-rank            to ws-el-rank
                   move lx-store-num       to ws-el-store-num
                   move lx-cashier-id      to ws-el-cashier-id
                   perform 620-lookup-cashier-name
                   move lx-score           to ws-el-score
                   move lx-return-count    to ws-el-return-count
                   move lx-return-pct      to ws-el-return-pct
                   move lx-store-return-pct
                     to ws-el-store-return-pct
                   move lx-void-count      to ws-el-void-count
                   move lx-prior-void-count
                     to ws-el-prior-void-count
                   move lx-suspense-count  to ws-el-suspense-count
                   move lx-cash-on-card-count
                     to ws-el-cash-on-card-count
                   move lx-self-return-count
                     to ws-el-self-return-count
                   write report-line       from ws-exception-line
           end-read.

       620-lookup-cashier-name.
           move ws-unknown-name-text       to ws-el-cashier-name.
           perform varying ws-nt-idx from 1 by 1
               until ws-nt-idx > ws-nt-count
               if ws-nt-store-num(ws-nt-idx) = lx-store-num
                   and ws-nt-cashier-id(ws-nt-idx) = lx-cashier-id
                   move ws-nt-cashier-name(ws-nt-idx)
                     to ws-el-cashier-name
               end-if
           end-perform.

       700-print-totals.
           write report-line               from spaces.
           move ws-ct-count                to ws-tl1-count.
           write report-line               from ws-totals-line-1.
           move ws-listed-count            to ws-tl2-count.
           write report-line               from ws-totals-line-2.

           write report-line               from spaces.
           write report-line               from ws-legend-line-1.
           write report-line               from ws-legend-line-2.
           write report-line               from ws-legend-line-3.
           write report-line               from ws-legend-line-4.
           write report-line               from ws-legend-line-5.
           write report-line               from ws-legend-line-6.
           move ws-norm-factor             to ws-ll7-factor.
           move ws-min-count               to ws-ll7-min-count.
           write report-line               from ws-legend-line-7.
           move ws-score-threshold         to ws-ll8-threshold.
           write report-line               from ws-legend-line-8.

      * A file cut short by a full disk or edited by hand between steps
      * would otherwise report a light day.  Each input is checked
      * against its trailer before anything is read from it in earnest,
      * and a mismatch stops the run.
       900-check-sl-trailer.
           move "data/slrecords.dat"       to ws-tc-file-name.
           move 'n'                        to ws-tc-eof-flag.
           move 'n'                        to ws-tc-trailer-seen-flag.
           move 0                          to ws-tc-record-count.
           move 0                          to ws-tc-hash-total.
           open input sl-file.
           perform 905-tally-sl-row
               until ws-tc-eof-flag = 'y'
               or ws-tc-trailer-seen.
           close sl-file.
           perform 920-judge-trailer.

       905-tally-sl-row.
           read sl-file
               at end move 'y'             to ws-tc-eof-flag
               not at end
                   if st-record-type = "TRL"
                       set ws-tc-trailer-seen to true
                       move st-record-count
                         to ws-tc-trailer-count
                       move st-hash-total  to ws-tc-trailer-hash
                       move st-business-date
                         to ws-tc-trailer-date
                   else
                       add 1               to ws-tc-record-count
                       if sl-trans-amnt is numeric
                           add sl-trans-amnt
                             to ws-tc-hash-total
                       end-if
                   end-if
           end-read.

       910-check-r-trailer.
           move "data/rrecords.dat"        to ws-tc-file-name.
           move 'n'                        to ws-tc-eof-flag.
           move 'n'                        to ws-tc-trailer-seen-flag.
           move 0                          to ws-tc-record-count.
           move 0                          to ws-tc-hash-total.
           open input r-file.
           perform 915-tally-r-row
               until ws-tc-eof-flag = 'y'
               or ws-tc-trailer-seen.
           close r-file.
           perform 920-judge-trailer.

       915-tally-r-row.
           read r-file
               at end move 'y'             to ws-tc-eof-flag
               not at end
                   if rt-record-type = "TRL"
                       set ws-tc-trailer-seen to true
                       move rt-record-count
                         to ws-tc-trailer-count
                       move rt-hash-total  to ws-tc-trailer-hash
                       move rt-business-date
                         to ws-tc-trailer-date
                   else
                       add 1               to ws-tc-record-count
                       if r-trans-amnt is numeric
                           add r-trans-amnt
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
               display "LOSSPREVENTION: " function trim(ws-tc-file-name)
                   " " ws-tc-error-text
               display "LOSSPREVENTION: RUN STOPPED, NOTHING REPORTED"
               move 12                     to return-code
               goback
           end-if.

       950-write-audit-log.
           move function current-date(1:8)     to au-run-date.
           move function current-date(9:6)     to au-run-time.
           move "LossPrevention"               to au-program-name.
           compute au-input-count =
               ws-sl-rec-count + ws-r-rec-count + ws-v-rec-count.
           move ws-ct-count                    to au-output1-count.
           move ws-listed-count                to au-output2-count.
           move ws-overflow-count              to au-output3-count.

           open extend run-history-file.
           write audit-rec.
           close run-history-file.

       end program LossPrevention.
