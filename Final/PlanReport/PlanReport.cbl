       identification division.
       program-id. PlanReport.
       author. Ryan Sim.
       date-written. 2026-10-15.
      *Desc: Sales plan versus actual by store and month.  Finance keys
      *a monthly sales plan and returns plan per store on
      *sales-plan.dat; this sets each store's actuals beside it:
      *  - today's sales from SLProcessing's sl-store-totals.dat,
      *  - month-to-date and year-to-date per store, summed from the
      *    transaction history by business date (the MTD/YTD control
      *    files only carry the chain, so the chain MTD/YTD on them
      *    is printed as a tie-out against the store sum),
      *  - closed months from month-history.dat, against the chain's
      *    summed plan for each month.
      *Variance is taken against the plan prorated to the business
      *date, and a straight-line projection of month-end is set
      *beside the full month plan.  A store projecting more than the
      *threshold in plan-params.dat (default 10%) short of its sales
      *plan, or over its returns plan, is flagged.
      *
      *Run on demand after the nightly chain.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select optional sales-plan-file
               assign to "data/sales-plan.dat"
               organization is line sequential.

           select optional plan-params-file
               assign to "data/plan-params.dat"
               organization is line sequential.

           select optional batch-control-file
               assign to "data/batch-control.dat"
               organization is line sequential.

           select optional store-master-file
               assign to "data/store-master.dat"
               organization is line sequential.

           select optional store-sales-extract-file
               assign to "data/sl-store-totals.dat"
               organization is line sequential.

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

           select optional sl-mtd-ytd-file
               assign to "data/sl-mtd-ytd.dat"
               organization is line sequential.

           select optional r-mtd-ytd-file
               assign to "data/r-mtd-ytd.dat"
               organization is line sequential.

           select optional month-history-file
               assign to "data/month-history.dat"
               organization is line sequential.

           select report-file
               assign to "data/report-plan.out"
               organization is line sequential.

           select run-history-file
               assign to "data/run-history.log"
               organization is line sequential.

       data division.
       file section.
           fd sales-plan-file
               data record is sales-plan-rec
               record contains 28 characters.

           01 sales-plan-rec.
               05 sp-store-num             pic 99.
               05 sp-yearmonth             pic 9(6).
               05 sp-yearmonth-r redefines sp-yearmonth.
                   10 sp-year              pic 9(4).
                   10 sp-month             pic 99.
               05 sp-sales-plan            pic 9(8)v99.
               05 sp-returns-plan          pic 9(8)v99.

           fd plan-params-file
               data record is plan-params-rec
               record contains 3 characters.

           01 plan-params-rec.
               05 pp-behind-pct            pic 99v9.

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

           fd store-master-file
               data record is store-master-rec
               record contains 30 characters.

           01 store-master-rec.
               05 sm-store-num             pic 99.
               05 sm-store-name            pic x(20).
               05 sm-tax-rate              pic 99v99.
               05 filler                   pic x(4).

           fd store-sales-extract-file
               data record is store-sales-extract-rec
               record contains 12 characters.

           01 store-sales-extract-rec.
               05 sse-store-num            pic 99.
               05 sse-total-amount         pic 9(8)v99.

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
                   10 xh-business-date-r redefines xh-business-date.
                       15 xh-business-year pic 9(4).
                       15 xh-business-month pic 99.
                       15 xh-business-day  pic 99.
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

           fd sl-mtd-ytd-file
               data record is sl-mtd-ytd-rec
               record contains 70 characters.

           01 sl-mtd-ytd-rec.
               05 slc-mtd-yearmonth        pic 9(6).
               05 slc-ytd-year             pic 9(4).
               05 slc-mtd-sale-amount      pic 9(8)v99.
               05 slc-mtd-layaway-amount   pic 9(8)v99.
               05 slc-mtd-tax-owing        pic 9(8)v99.
               05 slc-ytd-sale-amount      pic 9(8)v99.
               05 slc-ytd-layaway-amount   pic 9(8)v99.
               05 slc-ytd-tax-owing        pic 9(8)v99.

           fd r-mtd-ytd-file
               data record is r-mtd-ytd-rec
               record contains 50 characters.

           01 r-mtd-ytd-rec.
               05 rc-mtd-yearmonth         pic 9(6).
               05 rc-ytd-year              pic 9(4).
               05 rc-mtd-return-amount     pic 9(8)v99.
               05 rc-mtd-tax-owing         pic 9(8)v99.
               05 rc-ytd-return-amount     pic 9(8)v99.
               05 rc-ytd-tax-owing         pic 9(8)v99.

           fd month-history-file
               data record is month-history-rec
               record contains 56 characters.

           01 month-history-rec.
               05 mh-yearmonth             pic 9(6).
               05 mh-yearmonth-r redefines mh-yearmonth.
                   10 mh-year              pic 9(4).
                   10 mh-month             pic 99.
               05 mh-sale-amount           pic 9(8)v99.
               05 mh-layaway-amount        pic 9(8)v99.
               05 mh-sl-tax-owing          pic 9(8)v99.
               05 mh-return-amount         pic 9(8)v99.
               05 mh-return-tax            pic 9(8)v99.

           fd report-file
               data record is report-line
               record contains 132 characters.

           01 report-line                  pic x(132).

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
           05 filler                       pic x(40)
               value " Sales Plan Versus Actual -- Group 8".

       01 ws-date-heading.
           05 filler                       pic x(15)
               value "BUSINESS DATE: ".
           05 ws-dh-business-date          pic 9(8).
           05 filler                       pic x(8)
               value "   DAY  ".
           05 ws-dh-day                    pic z9.
           05 filler                       pic x(4)
               value " OF ".
           05 ws-dh-days-in-month          pic z9.
           05 filler                       pic x(24)
               value "   FLAG THRESHOLD:      ".
           05 ws-dh-behind-pct             pic z9.9.
           05 filler                       pic x
               value "%".

       01 ws-section-heading.
           05 ws-sh-text                   pic x(60).

       01 ws-sales-columns.
           05 filler                       pic x(7)
               value "Store  ".
           05 filler                       pic x(13)
               value "        Today".
           05 filler                       pic x(16)
               value "       MTD Sales".
           05 filler                       pic x(16)
               value "      Month Plan".
           05 filler                       pic x(16)
               value "    Plan To Date".
           05 filler                       pic x(16)
               value "        Variance".
           05 filler                       pic x(8)
               value "    Var%".
           05 filler                       pic x(15)
               value "      Projected".
           05 filler                       pic x(8)
               value "  Flag  ".

       01 ws-returns-columns.
           05 filler                       pic x(7)
               value "Store  ".
           05 filler                       pic x(13)
               value spaces.
           05 filler                       pic x(16)
               value "     MTD Returns".
           05 filler                       pic x(16)
               value "      Month Plan".
           05 filler                       pic x(16)
               value "    Plan To Date".
           05 filler                       pic x(16)
               value "        Variance".
           05 filler                       pic x(8)
               value "    Var%".
           05 filler                       pic x(15)
               value "      Projected".
           05 filler                       pic x(8)
               value "  Flag  ".

       01 ws-ytd-columns.
           05 filler                       pic x(7)
               value "Store  ".
           05 filler                       pic x(13)
               value spaces.
           05 filler                       pic x(16)
               value "       YTD Sales".
           05 filler                       pic x(16)
               value "        YTD Plan".
           05 filler                       pic x(16)
               value spaces.
           05 filler                       pic x(16)
               value "        Variance".
           05 filler                       pic x(8)
               value "    Var%".
           05 filler                       pic x(15)
               value "    YTD Returns".
           05 filler                       pic x(15)
               value "   Returns Plan".

       01 ws-month-columns.
           05 filler                       pic x(7)
               value "Month  ".
           05 filler                       pic x(13)
               value spaces.
           05 filler                       pic x(16)
               value "       Net Sales".
           05 filler                       pic x(16)
               value "      Sales Plan".
           05 filler                       pic x(16)
               value spaces.
           05 filler                       pic x(16)
               value "        Variance".
           05 filler                       pic x(8)
               value "    Var%".
           05 filler                       pic x(15)
               value "        Returns".
           05 filler                       pic x(15)
               value "   Returns Plan".

       01 ws-detail-line.
           05 ws-dl-label                  pic x(6).
           05 filler                       pic x
               value space.
           05 ws-dl-today                  pic $$,$$$,$$9.99.
           05 ws-dl-today-x redefines ws-dl-today
                                           pic x(13).
           05 filler                       pic xx
               value spaces.
           05 ws-dl-actual                 pic $$$,$$$,$$9.99.
           05 filler                       pic xx
               value spaces.
           05 ws-dl-month-plan             pic $$$,$$$,$$9.99.
           05 filler                       pic xx
               value spaces.
           05 ws-dl-plan-to-date           pic $$$,$$$,$$9.99.
           05 ws-dl-plan-to-date-x redefines ws-dl-plan-to-date
                                           pic x(14).
           05 filler                       pic x
               value space.
           05 ws-dl-variance               pic $$$,$$$,$$9.99-.
           05 filler                       pic x
               value space.
           05 ws-dl-variance-pct           pic -(4)9.9.
           05 ws-dl-variance-pct-x redefines ws-dl-variance-pct
                                           pic x(7).
           05 filler                       pic x
               value space.
           05 ws-dl-projected              pic $$$,$$$,$$9.99.
           05 filler                       pic xx
               value spaces.
           05 ws-dl-flag                   pic x(6).

       01 ws-tie-out-line.
           05 ws-to-label                  pic x(40).
           05 ws-to-history                pic $$$,$$$,$$9.99.
           05 filler                       pic x(15)
               value "  CONTROL FILE ".
           05 ws-to-control                pic $$$,$$$,$$9.99.
           05 filler                       pic x(9)
               value "  DIFF:  ".
           05 ws-to-difference             pic $$$,$$$,$$9.99-.

       01 ws-none-line.
           05 filler                       pic x(40)
               value "  (none)".

       01 ws-flagged-line.
           05 filler                       pic x(28)
               value "STORES FLAGGED:             ".
           05 ws-fl-count                  pic zz9.

       01 ws-not-applicable-text           pic x(7)
           value "    n/a".
       01 ws-chain-label                   pic x(6)
           value "CHAIN ".
       01 ws-behind-flag-text              pic x(6)
           value "BEHIND".
       01 ws-over-flag-text                pic x(6)
           value "OVER".

       01 ws-behind-pct                    pic 99v9
           value 10.0.

      * Actuals and plans per store; filled from the plan file, the
      * store master, today's store totals and the history, in that
      * order, so a store with activity but no plan still prints.
       01 ws-store-table.
           05 ws-st-count                  pic 99
               value 0.
           05 ws-st-entry                  occurs 50 times
               indexed by ws-st-idx.
               10 ws-st-store-num          pic 99.
               10 ws-st-today-sales        pic 9(8)v99.
               10 ws-st-mtd-sales          pic 9(9)v99.
               10 ws-st-mtd-returns        pic 9(9)v99.
               10 ws-st-ytd-sales          pic 9(10)v99.
               10 ws-st-ytd-returns        pic 9(10)v99.
               10 ws-st-month-plan-sales   pic 9(9)v99.
               10 ws-st-month-plan-returns pic 9(9)v99.
               10 ws-st-prior-plan-sales   pic 9(10)v99.
               10 ws-st-prior-plan-returns pic 9(10)v99.

      * The chain's summed plan per month of the business year, for
      * the closed-month section.
       01 ws-month-plan-table.
           05 ws-mp-entry                  occurs 12 times
               indexed by ws-mp-idx.
               10 ws-mp-sales-plan         pic 9(10)v99.
               10 ws-mp-returns-plan       pic 9(10)v99.

       01 ws-business-date                 pic 9(8)
           value 0.
       01 ws-business-date-r redefines ws-business-date.
           05 ws-business-year             pic 9(4).
           05 ws-business-month            pic 99.
           05 ws-business-day              pic 99.
       01 ws-business-yearmonth            pic 9(6)
           value 0.

       01 ws-month-first-date              pic 9(8)
           value 0.
       01 ws-next-month-first-date         pic 9(8)
           value 0.
       01 ws-days-in-month                 pic 99
           value 0.

       01 ws-eof-flag                      pic x
           value 'n'.
       01 ws-hist-store                    pic 999
           value 0.
       01 ws-work-store-num                pic 99
           value 0.
       01 ws-work-slot                     pic 99
           value 0.
       01 ws-print-index                   pic 99
           value 0.

       01 ws-work-actual                   pic s9(10)v99
           value 0.
       01 ws-work-plan                     pic s9(10)v99
           value 0.
       01 ws-work-plan-to-date             pic s9(10)v99
           value 0.
       01 ws-work-variance                 pic s9(10)v99
           value 0.
       01 ws-work-projected                pic s9(10)v99
           value 0.
       01 ws-work-pct                      pic s9(5)v9
           value 0.
       01 ws-work-returns-side             pic x
           value 'n'.

       01 ws-chain-totals.
           05 ws-ch-today-sales            pic 9(10)v99
               value 0.
           05 ws-ch-mtd-sales              pic 9(10)v99
               value 0.
           05 ws-ch-mtd-returns            pic 9(10)v99
               value 0.
           05 ws-ch-ytd-sales              pic 9(11)v99
               value 0.
           05 ws-ch-ytd-returns            pic 9(11)v99
               value 0.
           05 ws-ch-month-plan-sales       pic 9(10)v99
               value 0.
           05 ws-ch-month-plan-returns     pic 9(10)v99
               value 0.
           05 ws-ch-prior-plan-sales       pic 9(11)v99
               value 0.
           05 ws-ch-prior-plan-returns     pic 9(11)v99
               value 0.

       01 ws-control-mtd-sales             pic 9(10)v99
           value 0.
       01 ws-control-mtd-returns           pic 9(10)v99
           value 0.
       01 ws-control-ytd-sales             pic 9(11)v99
           value 0.
       01 ws-control-ytd-returns           pic 9(11)v99
           value 0.

       01 ws-ytd-actual-sales              pic 9(11)v99
           value 0.
       01 ws-ytd-actual-returns            pic 9(11)v99
           value 0.
       01 ws-ytd-plan-sales                pic 9(11)v99
           value 0.
       01 ws-ytd-plan-returns              pic 9(11)v99
           value 0.

       01 ws-month-line.
           05 ws-ml-yearmonth              pic 9(6).
           05 filler                       pic x(16)
               value spaces.
           05 ws-ml-actual                 pic $$$,$$$,$$9.99.
           05 filler                       pic xx
               value spaces.
           05 ws-ml-plan                   pic $$$,$$$,$$9.99.
           05 filler                       pic x(17)
               value spaces.
           05 ws-ml-variance               pic $$$,$$$,$$9.99-.
           05 filler                       pic x
               value space.
           05 ws-ml-variance-pct           pic -(4)9.9.
           05 ws-ml-variance-pct-x redefines ws-ml-variance-pct
                                           pic x(7).
           05 filler                       pic x
               value space.
           05 ws-ml-returns                pic $$$,$$$,$$9.99.
           05 filler                       pic x
               value space.
           05 ws-ml-returns-plan           pic $$$,$$$,$$9.99.

       01 ws-ytd-line.
           05 ws-yl-label                  pic x(6).
           05 filler                       pic x(16)
               value spaces.
           05 ws-yl-actual                 pic $$$,$$$,$$9.99.
           05 filler                       pic xx
               value spaces.
           05 ws-yl-plan                   pic $$$,$$$,$$9.99.
           05 filler                       pic x(17)
               value spaces.
           05 ws-yl-variance               pic $$$,$$$,$$9.99-.
           05 filler                       pic x
               value space.
           05 ws-yl-variance-pct           pic -(4)9.9.
           05 ws-yl-variance-pct-x redefines ws-yl-variance-pct
                                           pic x(7).
           05 filler                       pic x
               value space.
           05 ws-yl-returns                pic $$$,$$$,$$9.99.
           05 filler                       pic x
               value space.
           05 ws-yl-returns-plan           pic $$$,$$$,$$9.99.

       01 ws-plan-rows-read                pic 9(6)
           value 0.
       01 ws-history-rows-read             pic 9(7)
           value 0.
       01 ws-closed-months-printed         pic 99
           value 0.
       01 ws-flagged-count                 pic 999
           value 0.
       01 ws-overflow-count                pic 9(6)
           value 0.

       procedure division.
       000-main.
           perform 010-load-business-date.

           perform 020-load-plan-params.

           perform 030-compute-month-length.

           perform 040-load-sales-plan.

           perform 050-load-store-master.

           perform 060-load-today-totals.

           perform 070-load-control-files.

           perform 100-accumulate-history.

           open output report-file.

           perform 200-print-headings.

           perform 300-print-sales-section.

           perform 400-print-returns-section.

           perform 500-print-ytd-section.

           perform 600-print-closed-months.

           write report-line               from spaces.
           move ws-flagged-count           to ws-fl-count.
           write report-line               from ws-flagged-line.

           close report-file.

           if ws-overflow-count > 0 then
               display "PLANREPORT: STORE TABLE FULL, ROWS NOT "
                   "REPORTED: " ws-overflow-count
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

           move ws-business-date(1:6)      to ws-business-yearmonth.

       020-load-plan-params.
           open input plan-params-file.
           read plan-params-file
               at end continue
               not at end
                   if pp-behind-pct is numeric
                       and pp-behind-pct > 0
                       move pp-behind-pct  to ws-behind-pct
                   end-if
           end-read.
           close plan-params-file.

       030-compute-month-length.
           move ws-business-date           to ws-month-first-date.
           move 01                         to ws-month-first-date(7:2).

           move ws-month-first-date        to ws-next-month-first-date.
           if ws-business-month = 12 then
               compute ws-next-month-first-date =
                   (ws-business-year + 1) * 10000 + 0101
           else
               compute ws-next-month-first-date =
                   ws-business-year * 10000
                   + (ws-business-month + 1) * 100 + 01
           end-if.

           compute ws-days-in-month =
               function integer-of-date(ws-next-month-first-date)
               - function integer-of-date(ws-month-first-date).

      *    Only the business year's plan rows matter: the current
      *    month's plan, the earlier months' plans for YTD, and each
      *    month's chain sum for the closed-month section.
       040-load-sales-plan.
           move 'n'                        to ws-eof-flag.
           open input sales-plan-file.
           perform 045-post-plan-row
               until ws-eof-flag = 'y'.
           close sales-plan-file.

       045-post-plan-row.
           read sales-plan-file
               at end move 'y'             to ws-eof-flag
               not at end
                   add 1                   to ws-plan-rows-read
                   if sp-yearmonth is numeric
                       and sp-sales-plan is numeric
                       and sp-returns-plan is numeric
                       and sp-year = ws-business-year
                       and sp-month >= 1 and sp-month <= 12
                       move sp-store-num   to ws-work-store-num
                       perform 150-find-store-slot
                       perform 046-apply-plan-row
                   end-if
           end-read.

       046-apply-plan-row.
           add sp-sales-plan        to ws-mp-sales-plan(sp-month).
           add sp-returns-plan      to ws-mp-returns-plan(sp-month).

           if ws-work-slot > 0 then
               if sp-month = ws-business-month
                   add sp-sales-plan
                     to ws-st-month-plan-sales(ws-work-slot)
                   add sp-returns-plan
                     to ws-st-month-plan-returns(ws-work-slot)
               else
               if sp-month < ws-business-month
                   add sp-sales-plan
                     to ws-st-prior-plan-sales(ws-work-slot)
                   add sp-returns-plan
                     to ws-st-prior-plan-returns(ws-work-slot)
               end-if
               end-if
           end-if.

       050-load-store-master.
           move 'n'                        to ws-eof-flag.
           open input store-master-file.
           perform 055-note-master-store
               until ws-eof-flag = 'y'.
           close store-master-file.

       055-note-master-store.
           read store-master-file
               at end move 'y'             to ws-eof-flag
               not at end
                   if sm-store-num is numeric
                       move sm-store-num   to ws-work-store-num
                       perform 150-find-store-slot
                   end-if
           end-read.

       060-load-today-totals.
           move 'n'                        to ws-eof-flag.
           open input store-sales-extract-file.
           perform 065-post-today-total
               until ws-eof-flag = 'y'.
           close store-sales-extract-file.

       065-post-today-total.
           read store-sales-extract-file
               at end move 'y'             to ws-eof-flag
               not at end
                   move sse-store-num      to ws-work-store-num
                   perform 150-find-store-slot
                   if ws-work-slot > 0
                       add sse-total-amount
                         to ws-st-today-sales(ws-work-slot)
                   end-if
           end-read.

      *    The chain MTD/YTD as the nightly steps keep them, when the
      *    control files are for the business month and year.
       070-load-control-files.
           open input sl-mtd-ytd-file.
           read sl-mtd-ytd-file
               at end continue
               not at end
                   if slc-mtd-yearmonth = ws-business-yearmonth
                       compute ws-control-mtd-sales =
                           slc-mtd-sale-amount
                           + slc-mtd-layaway-amount
                   end-if
                   if slc-ytd-year = ws-business-year
                       compute ws-control-ytd-sales =
                           slc-ytd-sale-amount
                           + slc-ytd-layaway-amount
                   end-if
           end-read.
           close sl-mtd-ytd-file.

           open input r-mtd-ytd-file.
           read r-mtd-ytd-file
               at end continue
               not at end
                   if rc-mtd-yearmonth = ws-business-yearmonth
                       move rc-mtd-return-amount
                         to ws-control-mtd-returns
                   end-if
                   if rc-ytd-year = ws-business-year
                       move rc-ytd-return-amount
                         to ws-control-ytd-returns
                   end-if
           end-read.
           close r-mtd-ytd-file.

      *    Sales and layaway payments are sales, R rows are returns,
      *    exactly as SLProcessing and TypeRProcessing accumulate
      *    them; a sale reversed by a cross-day void was backed out
      *    of the MTD/YTD and is backed out here too.
      *    Each store's year to date is read straight off the
      *    history's store and business-date key, from January 1 of
      *    the business year up to the business date.
       100-accumulate-history.
           open input trans-history-file.
           perform 105-accumulate-store-year
               varying ws-hist-store from 0 by 1
               until ws-hist-store > 99.
           close trans-history-file.

       105-accumulate-store-year.
           move 'n'                        to ws-eof-flag.
           move ws-hist-store              to xh-key-store-num.
           move ws-business-year           to xh-business-year.
           move 1                          to xh-business-month.
           move 1                          to xh-business-day.
           start trans-history-file
               key not < xh-store-date-key
               invalid key move 'y'        to ws-eof-flag
           end-start.
           perform 110-post-history-row
               until ws-eof-flag = 'y'.

       110-post-history-row.
           read trans-history-file next
               at end move 'y'             to ws-eof-flag
               not at end
                   if xh-key-store-num not = ws-hist-store
                       or xh-business-date > ws-business-date
                       move 'y'            to ws-eof-flag
                   else
                       add 1               to ws-history-rows-read
                       perform 115-check-history-row
                   end-if
           end-read.

       115-check-history-row.
           if xh-reversed-flag not = 'R'
               and (xh-trans-code = 'S'
                   or xh-trans-code = 'L'
                   or xh-trans-code = 'R') then
               move xh-store-num           to ws-work-store-num
               perform 150-find-store-slot
               if ws-work-slot > 0
                   perform 120-apply-history-row
               end-if
           end-if.

       120-apply-history-row.
           if xh-trans-code = 'R' then
               add xh-trans-amnt
                 to ws-st-ytd-returns(ws-work-slot)
               if xh-business-month = ws-business-month
                   add xh-trans-amnt
                     to ws-st-mtd-returns(ws-work-slot)
               end-if
           else
               add xh-trans-amnt
                 to ws-st-ytd-sales(ws-work-slot)
               if xh-business-month = ws-business-month
                   add xh-trans-amnt
                     to ws-st-mtd-sales(ws-work-slot)
               end-if
           end-if.

      *    Find (or open) the row for ws-work-store-num.  Sets
      *    ws-work-slot; zero when the table is full.
       150-find-store-slot.
           move 0                          to ws-work-slot.
           perform varying ws-st-idx from 1 by 1
               until ws-st-idx > ws-st-count
               if ws-st-store-num(ws-st-idx) = ws-work-store-num
                   set ws-work-slot        to ws-st-idx
               end-if
           end-perform.

           if ws-work-slot = 0 then
               if ws-st-count < 50
                   add 1                   to ws-st-count
                   move ws-st-count        to ws-work-slot
                   move ws-work-store-num
                     to ws-st-store-num(ws-work-slot)
                   move 0 to ws-st-today-sales(ws-work-slot)
                   move 0 to ws-st-mtd-sales(ws-work-slot)
                   move 0 to ws-st-mtd-returns(ws-work-slot)
                   move 0 to ws-st-ytd-sales(ws-work-slot)
                   move 0 to ws-st-ytd-returns(ws-work-slot)
                   move 0 to ws-st-month-plan-sales(ws-work-slot)
                   move 0 to ws-st-month-plan-returns(ws-work-slot)
                   move 0 to ws-st-prior-plan-sales(ws-work-slot)
                   move 0 to ws-st-prior-plan-returns(ws-work-slot)
               else
                   add 1                   to ws-overflow-count
               end-if
           end-if.

       200-print-headings.
           write report-line               from ws-report-heading.
           move ws-business-date           to ws-dh-business-date.
           move ws-business-day            to ws-dh-day.
           move ws-days-in-month           to ws-dh-days-in-month.
           move ws-behind-pct              to ws-dh-behind-pct.
           write report-line               from ws-date-heading.

       300-print-sales-section.
           write report-line               from spaces.
           move "MONTH TO DATE -- SALES AND LAYAWAY PAYMENTS"
             to ws-sh-text.
           write report-line               from ws-section-heading.
           write report-line               from ws-sales-columns.

           move 'n'                        to ws-work-returns-side.
           perform 310-print-store-sales-line
               varying ws-print-index from 1 by 1
               until ws-print-index > ws-st-count.

           move ws-chain-label             to ws-dl-label.
           move ws-ch-today-sales          to ws-dl-today.
           move ws-ch-mtd-sales            to ws-work-actual.
           move ws-ch-month-plan-sales     to ws-work-plan.
           perform 700-fill-variance-columns.
           write report-line               from ws-detail-line.

           move "  CHAIN MTD SALES PER HISTORY:"
             to ws-to-label.
           move ws-ch-mtd-sales            to ws-to-history.
           move ws-control-mtd-sales       to ws-to-control.
           compute ws-to-difference =
               ws-ch-mtd-sales - ws-control-mtd-sales.
           write report-line               from ws-tie-out-line.

       310-print-store-sales-line.
           move spaces                     to ws-dl-label.
           move ws-st-store-num(ws-print-index) to ws-dl-label(1:2).
           move ws-st-today-sales(ws-print-index) to ws-dl-today.
           move ws-st-mtd-sales(ws-print-index)   to ws-work-actual.
           move ws-st-month-plan-sales(ws-print-index)
             to ws-work-plan.
           perform 700-fill-variance-columns.
           write report-line               from ws-detail-line.

           add ws-st-today-sales(ws-print-index)
             to ws-ch-today-sales.
           add ws-st-mtd-sales(ws-print-index)
             to ws-ch-mtd-sales.
           add ws-st-month-plan-sales(ws-print-index)
             to ws-ch-month-plan-sales.

       400-print-returns-section.
           write report-line               from spaces.
           move "MONTH TO DATE -- RETURNS"  to ws-sh-text.
           write report-line               from ws-section-heading.
           write report-line               from ws-returns-columns.

           move 'y'                        to ws-work-returns-side.
           perform 410-print-store-returns-line
               varying ws-print-index from 1 by 1
               until ws-print-index > ws-st-count.

           move ws-chain-label             to ws-dl-label.
           move spaces                     to ws-dl-today-x.
           move ws-ch-mtd-returns          to ws-work-actual.
           move ws-ch-month-plan-returns   to ws-work-plan.
           perform 700-fill-variance-columns.
           write report-line               from ws-detail-line.

           move "  CHAIN MTD RETURNS PER HISTORY:"
             to ws-to-label.
           move ws-ch-mtd-returns          to ws-to-history.
           move ws-control-mtd-returns     to ws-to-control.
           compute ws-to-difference =
               ws-ch-mtd-returns - ws-control-mtd-returns.
           write report-line               from ws-tie-out-line.

       410-print-store-returns-line.
           move spaces                     to ws-dl-label.
           move ws-st-store-num(ws-print-index) to ws-dl-label(1:2).
           move spaces                     to ws-dl-today-x.
           move ws-st-mtd-returns(ws-print-index) to ws-work-actual.
           move ws-st-month-plan-returns(ws-print-index)
             to ws-work-plan.
           perform 700-fill-variance-columns.
           write report-line               from ws-detail-line.

           add ws-st-mtd-returns(ws-print-index)
             to ws-ch-mtd-returns.
           add ws-st-month-plan-returns(ws-print-index)
             to ws-ch-month-plan-returns.

      *    YTD plan is every earlier month's full plan plus this
      *    month's plan prorated to the business date.
       500-print-ytd-section.
           write report-line               from spaces.
           move "YEAR TO DATE"             to ws-sh-text.
           write report-line               from ws-section-heading.
           write report-line               from ws-ytd-columns.

           perform 510-print-store-ytd-line
               varying ws-print-index from 1 by 1
               until ws-print-index > ws-st-count.

           move ws-chain-label             to ws-yl-label.
           move ws-ch-ytd-sales            to ws-ytd-actual-sales.
           move ws-ch-ytd-returns          to ws-ytd-actual-returns.
           compute ws-ytd-plan-sales rounded =
               ws-ch-prior-plan-sales
               + ws-ch-month-plan-sales * ws-business-day
                 / ws-days-in-month.
           compute ws-ytd-plan-returns rounded =
               ws-ch-prior-plan-returns
               + ws-ch-month-plan-returns * ws-business-day
                 / ws-days-in-month.
           perform 520-fill-ytd-line.
           write report-line               from ws-ytd-line.

           move "  CHAIN YTD SALES PER HISTORY:"
             to ws-to-label.
           move ws-ch-ytd-sales            to ws-to-history.
           move ws-control-ytd-sales       to ws-to-control.
           compute ws-to-difference =
               ws-ch-ytd-sales - ws-control-ytd-sales.
           write report-line               from ws-tie-out-line.

           move "  CHAIN YTD RETURNS PER HISTORY:"
             to ws-to-label.
           move ws-ch-ytd-returns          to ws-to-history.
           move ws-control-ytd-returns     to ws-to-control.
           compute ws-to-difference =
               ws-ch-ytd-returns - ws-control-ytd-returns.
           write report-line               from ws-tie-out-line.

       510-print-store-ytd-line.
           move spaces                     to ws-yl-label.
           move ws-st-store-num(ws-print-index) to ws-yl-label(1:2).
           move ws-st-ytd-sales(ws-print-index)
             to ws-ytd-actual-sales.
           move ws-st-ytd-returns(ws-print-index)
             to ws-ytd-actual-returns.
           compute ws-ytd-plan-sales rounded =
               ws-st-prior-plan-sales(ws-print-index)
               + ws-st-month-plan-sales(ws-print-index)
                 * ws-business-day / ws-days-in-month.
           compute ws-ytd-plan-returns rounded =
               ws-st-prior-plan-returns(ws-print-index)
               + ws-st-month-plan-returns(ws-print-index)
                 * ws-business-day / ws-days-in-month.
           perform 520-fill-ytd-line.
           write report-line               from ws-ytd-line.

           add ws-st-ytd-sales(ws-print-index)
             to ws-ch-ytd-sales.
           add ws-st-ytd-returns(ws-print-index)
             to ws-ch-ytd-returns.
           add ws-st-prior-plan-sales(ws-print-index)
             to ws-ch-prior-plan-sales.
           add ws-st-prior-plan-returns(ws-print-index)
             to ws-ch-prior-plan-returns.

       520-fill-ytd-line.
           move ws-ytd-actual-sales        to ws-yl-actual.
           move ws-ytd-plan-sales          to ws-yl-plan.
           compute ws-work-variance =
               ws-ytd-actual-sales - ws-ytd-plan-sales.
           move ws-work-variance           to ws-yl-variance.
           if ws-ytd-plan-sales > 0 then
               compute ws-work-pct rounded =
                   ws-work-variance * 100 / ws-ytd-plan-sales
               move ws-work-pct            to ws-yl-variance-pct
           else
               move ws-not-applicable-text to ws-yl-variance-pct-x
           end-if.
           move ws-ytd-actual-returns      to ws-yl-returns.
           move ws-ytd-plan-returns        to ws-yl-returns-plan.

      *    Closed months carry only chain figures, so they are set
      *    against the chain's summed plan for the month.
       600-print-closed-months.
           write report-line               from spaces.
           move "CLOSED MONTHS THIS YEAR (CHAIN)" to ws-sh-text.
           write report-line               from ws-section-heading.
           write report-line               from ws-month-columns.

           move 'n'                        to ws-eof-flag.
           open input month-history-file.
           perform 610-print-closed-month
               until ws-eof-flag = 'y'.
           close month-history-file.

           if ws-closed-months-printed = 0 then
               write report-line           from ws-none-line
           end-if.

       610-print-closed-month.
           read month-history-file
               at end move 'y'             to ws-eof-flag
               not at end
                   if mh-yearmonth is numeric
                       and mh-year = ws-business-year
                       and mh-month >= 1 and mh-month <= 12
                       perform 620-fill-month-line
                       write report-line   from ws-month-line
                       add 1               to ws-closed-months-printed
                   end-if
           end-read.

       620-fill-month-line.
           move mh-yearmonth               to ws-ml-yearmonth.
           compute ws-work-actual =
               mh-sale-amount + mh-layaway-amount.
           move ws-work-actual             to ws-ml-actual.
           move ws-mp-sales-plan(mh-month) to ws-work-plan.
           move ws-work-plan               to ws-ml-plan.
           compute ws-work-variance = ws-work-actual - ws-work-plan.
           move ws-work-variance           to ws-ml-variance.
           if ws-work-plan > 0 then
               compute ws-work-pct rounded =
                   ws-work-variance * 100 / ws-work-plan
               move ws-work-pct            to ws-ml-variance-pct
           else
               move ws-not-applicable-text to ws-ml-variance-pct-x
           end-if.
           move mh-return-amount           to ws-ml-returns.
           move ws-mp-returns-plan(mh-month) to ws-ml-returns-plan.

      *    Fills the plan, variance and projection columns of the
      *    detail line from ws-work-actual and ws-work-plan.  The
      *    projection is straight-line: MTD over the days elapsed,
      *    times the days in the month.  Sales are flagged when the
      *    projection falls short of plan by more than the
      *    threshold; returns when it runs over by more.
       700-fill-variance-columns.
           move ws-work-actual             to ws-dl-actual.
           move ws-work-plan               to ws-dl-month-plan.
           move spaces                     to ws-dl-flag.

           compute ws-work-projected rounded =
               ws-work-actual * ws-days-in-month / ws-business-day.
           move ws-work-projected          to ws-dl-projected.

           if ws-work-plan > 0 then
               compute ws-work-plan-to-date rounded =
                   ws-work-plan * ws-business-day / ws-days-in-month
               move ws-work-plan-to-date   to ws-dl-plan-to-date
               compute ws-work-variance =
                   ws-work-actual - ws-work-plan-to-date
               move ws-work-variance       to ws-dl-variance
               if ws-work-plan-to-date > 0
                   compute ws-work-pct rounded =
                       ws-work-variance * 100 / ws-work-plan-to-date
                   move ws-work-pct        to ws-dl-variance-pct
               else
                   move ws-not-applicable-text
                     to ws-dl-variance-pct-x
               end-if
               compute ws-work-pct rounded =
                   (ws-work-projected - ws-work-plan) * 100
                   / ws-work-plan
               perform 710-judge-flag
           else
               move spaces                 to ws-dl-plan-to-date-x
               move ws-work-actual         to ws-dl-variance
               move ws-not-applicable-text to ws-dl-variance-pct-x
           end-if.

       710-judge-flag.
           if ws-work-returns-side = 'y' then
               if ws-work-pct > ws-behind-pct
                   move ws-over-flag-text  to ws-dl-flag
               end-if
           else
               if ws-work-pct < 0
                   and (0 - ws-work-pct) > ws-behind-pct
                   move ws-behind-flag-text to ws-dl-flag
               end-if
           end-if.

           if ws-dl-flag not = spaces
               and ws-dl-label not = ws-chain-label then
               add 1                       to ws-flagged-count
           end-if.

       950-write-audit-log.
           move function current-date(1:8)     to au-run-date.
           move function current-date(9:6)     to au-run-time.
           move "PlanReport"                   to au-program-name.
           compute au-input-count =
               ws-plan-rows-read + ws-history-rows-read.
           move ws-st-count                    to au-output1-count.
           move ws-flagged-count               to au-output2-count.
           move ws-closed-months-printed       to au-output3-count.

           open extend run-history-file.
           write audit-rec.
           close run-history-file.

       end program PlanReport.
