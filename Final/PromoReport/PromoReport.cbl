       identification division.
       program-id. PromoReport.
       author. Ryan Sim.
       date-written. 2026-10-15.
      *Desc: Promotion results.  For every promotion on the promotion
      *master, reads the transaction history and reports per store the
      *units and dollars sold at the promotion price during the event
      *and the markdown dollars given away (regular price in force on
      *the sale date, less the promo price, times the units).  The
      *same SKUs are measured in the weeks before the event so the
      *event's weekly rate can be set beside the rate it replaced.
      *
      *A sale counts toward the event exactly when Edits accepted it
      *as in-promotion: SKU or category, store list, date range, and
      *unit price equal to the promo price.  Sales and layaways count;
      *a sale reversed by a cross-day void does not.  The weeks-before
      *window comes from promo-report-params.dat (default 4 weeks).

       environment division.
       configuration section.

       input-output section.
       file-control.
           select optional promo-master-file
               assign to "data/promo-master.dat"
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

           select optional item-master-file
               assign to "data/item-master.dat"
               organization is line sequential.

           select optional item-price-history-file
               assign to "data/item-price-history.dat"
               organization is line sequential.

           select optional report-params-file
               assign to "data/promo-report-params.dat"
               organization is line sequential.

           select report-file
               assign to "data/report-promotion.out"
               organization is line sequential.

           select run-history-file
               assign to "data/run-history.log"
               organization is line sequential.

       data division.
       file section.
           fd promo-master-file
               data record is promo-master-rec
               record contains 100 characters.

           01 promo-master-rec.
               05 pm-promo-num             pic x(6).
               05 pm-sku-code              pic x(15).
               05 pm-category              pic x(10).
               05 pm-store-list.
                   10 pm-store-num         pic xx
                       occurs 10 times.
               05 pm-start-date            pic 9(8).
               05 pm-end-date              pic 9(8).
               05 pm-price-type            pic x.
               05 pm-promo-price           pic 9(5)v99.
               05 pm-pct-off               pic 99v9.
               05 pm-description           pic x(20).
               05 filler                   pic xx.

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
                   10 xh-store-num         pic xx.
                   10 xh-invoice-num       pic x(9).
                   10 xh-sku-code          pic x(15).
                   10 xh-return-reason     pic xx.
                   10 xh-trans-date        pic 9(8).
                   10 xh-cashier-id        pic x(4).
                   10 xh-quantity          pic 9(3).
                   10 xh-unit-price        pic 9(5)v99.
                   10 xh-warn-flag         pic x.
               05 xh-reversed-flag         pic x.

           fd item-master-file
               data record is item-master-rec
               record contains 80 characters.

           01 item-master-rec.
               05 im-sku-code              pic x(15).
               05 im-description           pic x(30).
               05 im-category              pic x(10).
               05 im-expected-price        pic 9(5)v99.
               05 im-vendor-num            pic x(6).
               05 im-pack-size             pic 9(4).
               05 im-unit-cost             pic 9(5)v99.
               05 filler                   pic x.

           fd item-price-history-file
               data record is price-history-rec
               record contains 30 characters.

           01 price-history-rec.
               05 ph-sku-code              pic x(15).
               05 ph-effective-date        pic 9(8).
               05 ph-price                 pic 9(5)v99.

           fd report-params-file
               data record is report-params-rec
               record contains 2 characters.

           01 report-params-rec.
               05 rp-baseline-weeks        pic 99.

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
           05 filler                       pic x(40)
               value " Promotion Results -- Group 8".

       01 ws-basis-line.
           05 filler                       pic x(27)
               value "PRE = WEEKLY RATE OVER THE ".
           05 ws-bl-weeks                  pic z9.
           05 filler                       pic x(34)
               value " WEEKS BEFORE THE EVENT;  EVT = WE".
           05 filler                       pic x(19)
               value "EKLY RATE DURING IT".

       01 ws-promo-banner-1.
           05 filler                       pic x(11)
               value "PROMOTION: ".
           05 ws-pb-promo-num              pic x(6).
           05 filler                       pic xx
               value spaces.
           05 ws-pb-description            pic x(20).
           05 filler                       pic xx
               value spaces.
           05 ws-pb-start-date             pic 9(8).
           05 filler                       pic x(4)
               value " TO ".
           05 ws-pb-end-date               pic 9(8).

       01 ws-promo-banner-2.
           05 filler                       pic x(11)
               value "  APPLIES: ".
           05 ws-pb-applies-label          pic x(10).
           05 ws-pb-applies-to             pic x(15).
           05 filler                       pic xx
               value spaces.
           05 ws-pb-price-label            pic x(13).
           05 ws-pb-price                  pic zz,zz9.99.
           05 ws-pb-pct-r redefines ws-pb-price.
               10 ws-pb-pct                pic zzzz9.9.
               10 ws-pb-pct-sign           pic xx.

       01 ws-report-columns.
           05 filler                       pic x(4)
               value "St  ".
           05 filler                       pic x(9)
               value "  Units  ".
           05 filler                       pic x(12)
               value "     Sales  ".
           05 filler                       pic x(12)
               value "  Markdown  ".
           05 filler                       pic x(11)
               value "Pre Units  ".
           05 filler                       pic x(12)
               value " Pre Sales  ".
           05 filler                       pic x(11)
               value "Evt Units  ".
           05 filler                       pic x(12)
               value " Evt Sales  ".
           05 filler                       pic x(7)
               value "  Lift%".

       01 ws-detail-line.
           05 ws-dl-store-num              pic xx.
           05 filler                       pic xx
               value spaces.
           05 ws-dl-units                  pic zzz,zz9.
           05 filler                       pic xx
               value spaces.
           05 ws-dl-sales                  pic $$$,$$9.99.
           05 filler                       pic xx
               value spaces.
           05 ws-dl-markdown               pic $$$,$$9.99.
           05 filler                       pic xx
               value spaces.
           05 ws-dl-pre-units              pic zzz,zz9.9.
           05 filler                       pic xx
               value spaces.
           05 ws-dl-pre-sales              pic $$$,$$9.99.
           05 filler                       pic xx
               value spaces.
           05 ws-dl-evt-units              pic zzz,zz9.9.
           05 filler                       pic xx
               value spaces.
           05 ws-dl-evt-sales              pic $$$,$$9.99.
           05 filler                       pic xx
               value spaces.
           05 ws-dl-lift                   pic -(4)9.9.
           05 ws-dl-lift-x redefines ws-dl-lift
                                           pic x(7).

       01 ws-promo-total-line.
           05 filler                       pic x(4)
               value "TOT ".
           05 ws-pt-units                  pic zzz,zz9.
           05 filler                       pic xx
               value spaces.
           05 ws-pt-sales                  pic $$$,$$9.99.
           05 filler                       pic xx
               value spaces.
           05 ws-pt-markdown               pic $$$,$$9.99.

       01 ws-no-sales-line.
           05 filler                       pic x(40)
               value "  (no sales for this promotion)".

       01 ws-totals-line-1.
           05 filler                       pic x(28)
               value "PROMOTIONS REPORTED:        ".
           05 ws-tl1-count                 pic zz,zz9.
       01 ws-totals-line-2.
           05 filler                       pic x(28)
               value "PROMOTIONS SKIPPED (DATES): ".
           05 ws-tl2-count                 pic zz,zz9.
       01 ws-totals-line-3.
           05 filler                       pic x(28)
               value "TOTAL MARKDOWN GIVEN:       ".
           05 ws-tl3-amount                pic $$$,$$$,$$9.99.

       01 ws-not-applicable-text           pic x(7)
           value "    n/a".

       01 ws-promo-table.
           05 ws-pm-count                  pic 999
               value 0.
           05 ws-pm-entry                  occurs 300 times
               indexed by ws-pm-idx.
               10 ws-pm-promo-num          pic x(6).
               10 ws-pm-sku-code           pic x(15).
               10 ws-pm-category           pic x(10).
               10 ws-pm-store-list.
                   15 ws-pm-store-num      pic xx
                       occurs 10 times
                       indexed by ws-pm-store-idx.
               10 ws-pm-start-date         pic 9(8).
               10 ws-pm-end-date           pic 9(8).
               10 ws-pm-base-start-date    pic 9(8).
               10 ws-pm-price-type         pic x.
               10 ws-pm-promo-price        pic 9(5)v99.
               10 ws-pm-pct-off            pic 99v9.
               10 ws-pm-description        pic x(20).

       01 ws-item-master-table.
           05 ws-im-count                  pic 999
               value 0.
           05 ws-im-entry                  occurs 500 times
               indexed by ws-im-idx.
               10 ws-im-sku-code           pic x(15).
               10 ws-im-category           pic x(10).
               10 ws-im-expected-price     pic 9(5)v99.

       01 ws-price-history-table.
           05 ws-ph-count                  pic 9(4)
               value 0.
           05 ws-ph-entry                  occurs 1000 times
               indexed by ws-ph-idx.
               10 ws-ph-sku-code           pic x(15).
               10 ws-ph-effective-date     pic 9(8).
               10 ws-ph-price              pic 9(5)v99.

      * One accumulator row per promotion and store seen.
       01 ws-result-table.
           05 ws-rs-count                  pic 9(4)
               value 0.
           05 ws-rs-entry                  occurs 3000 times
               indexed by ws-rs-idx.
               10 ws-rs-promo-slot         pic 999.
               10 ws-rs-store-num          pic xx.
               10 ws-rs-evt-units          pic 9(7).
               10 ws-rs-evt-sales          pic 9(9)v99.
               10 ws-rs-markdown           pic 9(9)v99.
               10 ws-rs-pre-units          pic 9(7).
               10 ws-rs-pre-sales          pic 9(9)v99.

       01 ws-baseline-weeks                pic 99
           value 4.

       01 ws-run-date                      pic 9(8)
           value 0.

       01 ws-eof-flag                      pic x
           value 'n'.
       01 ws-hist-store                    pic 999
           value 0.
       01 ws-earliest-base-date            pic 9(8)
           value 99999999.

       01 ws-item-flag                     pic x
           value 'n'.
           88 ws-item-found                        value 'y'.

       01 ws-promo-store-flag              pic x
           value 'n'.
           88 ws-promo-store-found                 value 'y'.

       01 ws-item-category                 pic x(10)
           value spaces.
       01 ws-regular-price                 pic 9(5)v99
           value 0.
       01 ws-ph-best-date                  pic 9(8)
           value 0.
       01 ws-promo-price                   pic 9(5)v99
           value 0.
       01 ws-markdown-amount               pic 9(8)v99
           value 0.

       01 ws-work-slot                     pic 9(4)
           value 0.
       01 ws-print-promo-index             pic 999
           value 0.
       01 ws-print-result-index            pic 9(4)
           value 0.
       01 ws-promo-lines-printed           pic 9(4)
           value 0.

       01 ws-event-last-date               pic 9(8)
           value 0.
       01 ws-event-days                    pic 9(5)
           value 0.
       01 ws-baseline-days                 pic 9(5)
           value 0.
       01 ws-pre-weekly-units              pic 9(7)v9
           value 0.
       01 ws-pre-weekly-sales              pic 9(9)v99
           value 0.
       01 ws-evt-weekly-units              pic 9(7)v9
           value 0.
       01 ws-evt-weekly-sales              pic 9(9)v99
           value 0.
       01 ws-lift-pct                      pic s9(5)v9
           value 0.

       01 ws-promo-totals.
           05 ws-pt-e-units                pic 9(7)
               value 0.
           05 ws-pt-e-sales                pic 9(9)v99
               value 0.
           05 ws-pt-e-markdown             pic 9(9)v99
               value 0.

       01 ws-grand-markdown                pic 9(10)v99
           value 0.

       01 ws-history-rows-read             pic 9(7)
           value 0.
       01 ws-bad-date-count                pic 9(4)
           value 0.

       procedure division.
       000-main.
           move function current-date(1:8) to ws-run-date.

           perform 010-load-report-params.

           perform 020-load-promo-master.

           perform 030-load-item-master.

           perform 040-load-price-history.

           perform 100-accumulate-history.

           perform 300-print-report.

           perform 950-write-audit-log.

           goback.

       010-load-report-params.
           open input report-params-file.
           read report-params-file
               at end continue
               not at end
                   if rp-baseline-weeks is numeric
                       and rp-baseline-weeks > 0
                       move rp-baseline-weeks to ws-baseline-weeks
                   end-if
           end-read.
           close report-params-file.

      *    A promotion with an unusable date range can be neither
      *    matched nor measured; it is named and left out.
       020-load-promo-master.
           open input promo-master-file.

           perform until ws-pm-count >= 300
               read promo-master-file
                   at end exit perform
               end-read
               if pm-start-date is numeric
                   and pm-end-date is numeric
                   and pm-start-date > 16010101
                   and pm-end-date >= pm-start-date
                   perform 025-note-promotion
               else
                   add 1                   to ws-bad-date-count
                   display "PROMOREPORT: PROMOTION " pm-promo-num
                       " HAS AN UNUSABLE DATE RANGE - SKIPPED"
               end-if
           end-perform.

           if ws-pm-count >= 300 then
               read promo-master-file
                   at end continue
                   not at end
                       display "PROMOREPORT: PROMOTION MASTER "
                           "EXCEEDS THE 300-ROW TABLE - RUN REFUSED"
                       move 8              to return-code
                       goback
               end-read
           end-if.

           close promo-master-file.

       025-note-promotion.
           add 1                           to ws-pm-count.
           move pm-promo-num   to ws-pm-promo-num(ws-pm-count).
           move pm-sku-code    to ws-pm-sku-code(ws-pm-count).
           move pm-category    to ws-pm-category(ws-pm-count).
           move pm-store-list  to ws-pm-store-list(ws-pm-count).
           move pm-start-date  to ws-pm-start-date(ws-pm-count).
           move pm-end-date    to ws-pm-end-date(ws-pm-count).
           move pm-price-type  to ws-pm-price-type(ws-pm-count).
           move pm-promo-price to ws-pm-promo-price(ws-pm-count).
           move pm-pct-off     to ws-pm-pct-off(ws-pm-count).
           move pm-description to ws-pm-description(ws-pm-count).
           compute ws-pm-base-start-date(ws-pm-count) =
               function date-of-integer(
                   function integer-of-date(pm-start-date)
                   - ws-baseline-weeks * 7).
           if ws-pm-base-start-date(ws-pm-count)
               < ws-earliest-base-date then
               move ws-pm-base-start-date(ws-pm-count)
                                           to ws-earliest-base-date
           end-if.

       030-load-item-master.
           open input item-master-file.
           perform until ws-im-count >= 500
               read item-master-file
                   at end exit perform
               end-read
               add 1                       to ws-im-count
               move im-sku-code
                 to ws-im-sku-code(ws-im-count)
               move im-category
                 to ws-im-category(ws-im-count)
               move im-expected-price
                 to ws-im-expected-price(ws-im-count)
           end-perform.
           if ws-im-count >= 500 then
               read item-master-file
                   at end continue
                   not at end
                       display "PROMOREPORT: ITEM MASTER EXCEEDS THE "
                           "500-ROW TABLE - RUN REFUSED"
                       move 8              to return-code
                       goback
               end-read
           end-if.
           close item-master-file.

       040-load-price-history.
           open input item-price-history-file.
           perform until ws-ph-count >= 1000
               read item-price-history-file
                   at end exit perform
               end-read
               add 1                       to ws-ph-count
               move ph-sku-code
                 to ws-ph-sku-code(ws-ph-count)
               move ph-effective-date
                 to ws-ph-effective-date(ws-ph-count)
               move ph-price
                 to ws-ph-price(ws-ph-count)
           end-perform.
           if ws-ph-count >= 1000 then
               read item-price-history-file
                   at end continue
                   not at end
                       display "PROMOREPORT: PRICE HISTORY EXCEEDS "
                           "THE 1000-ROW TABLE - RUN REFUSED"
                       move 8              to return-code
                       goback
               end-read
           end-if.
           close item-price-history-file.

      *    No promotion looks back before the earliest baseline
      *    start, and a row is never processed under a business date
      *    earlier than the date it was rung up, so each store's rows
      *    are started there on the history's store and business-date
      *    key.  Late-keyed rows can carry any later business date, so
      *    the rest of the store is still read.
       100-accumulate-history.
           open input trans-history-file.

           perform 105-accumulate-store-history
               varying ws-hist-store from 0 by 1
               until ws-hist-store > 99.

           close trans-history-file.

       105-accumulate-store-history.
           move 'n'                        to ws-eof-flag.
           move ws-hist-store              to xh-key-store-num.
           move ws-earliest-base-date      to xh-business-date.
           start trans-history-file
               key not < xh-store-date-key
               invalid key move 'y'        to ws-eof-flag
           end-start.

           perform 110-accumulate-history-row
               until ws-eof-flag = 'y'.

       110-accumulate-history-row.
           read trans-history-file next
               at end move 'y'             to ws-eof-flag
               not at end
                   if xh-key-store-num not = ws-hist-store
                       move 'y'            to ws-eof-flag
                   else
                       perform 115-check-history-row
                   end-if
           end-read.

       115-check-history-row.
           add 1                           to ws-history-rows-read.
           if (xh-trans-code = 'S' or xh-trans-code = 'L')
               and xh-reversed-flag not = 'R'
               and xh-trans-date is numeric
               and xh-unit-price is numeric
               and xh-quantity is numeric then
               perform 120-lookup-item
               if ws-item-found
                   perform 130-match-promotion
                       varying ws-pm-idx from 1 by 1
                       until ws-pm-idx > ws-pm-count
               end-if
           end-if.

      *    Category and the regular price in force on the sale date:
      *    the latest price-history row on or before it, else the
      *    item master's expected price -- the same price Edits used.
       120-lookup-item.
           move 'n'                        to ws-item-flag.
           move spaces                     to ws-item-category.
           move 0                          to ws-regular-price.
           perform varying ws-im-idx from 1 by 1
               until ws-im-idx > ws-im-count
               if ws-im-sku-code(ws-im-idx) = xh-sku-code
                   set ws-item-found       to true
                   move ws-im-category(ws-im-idx)
                     to ws-item-category
                   move ws-im-expected-price(ws-im-idx)
                     to ws-regular-price
               end-if
           end-perform.

           if ws-item-found then
               move 0                      to ws-ph-best-date
               perform varying ws-ph-idx from 1 by 1
                   until ws-ph-idx > ws-ph-count
                   if ws-ph-sku-code(ws-ph-idx) = xh-sku-code
                       and ws-ph-effective-date(ws-ph-idx)
                           <= xh-trans-date
                       and ws-ph-effective-date(ws-ph-idx)
                           >= ws-ph-best-date
                       move ws-ph-effective-date(ws-ph-idx)
                         to ws-ph-best-date
                       move ws-ph-price(ws-ph-idx)
                         to ws-regular-price
                   end-if
               end-perform
           end-if.

       130-match-promotion.
           if (ws-pm-sku-code(ws-pm-idx) = xh-sku-code
               or (ws-pm-sku-code(ws-pm-idx) = spaces
                   and ws-pm-category(ws-pm-idx) not = spaces
                   and ws-pm-category(ws-pm-idx) = ws-item-category))
               and xh-trans-date >= ws-pm-base-start-date(ws-pm-idx)
               and xh-trans-date <= ws-pm-end-date(ws-pm-idx) then
               perform 140-check-promo-store
               if ws-promo-store-found
                   if xh-trans-date < ws-pm-start-date(ws-pm-idx)
                       perform 150-find-result-slot
                       add xh-quantity
                         to ws-rs-pre-units(ws-work-slot)
                       add xh-trans-amnt
                         to ws-rs-pre-sales(ws-work-slot)
                   else
                       perform 145-compute-promo-price
                       if xh-unit-price = ws-promo-price
                           perform 150-find-result-slot
                           add xh-quantity
                             to ws-rs-evt-units(ws-work-slot)
                           add xh-trans-amnt
                             to ws-rs-evt-sales(ws-work-slot)
                           if ws-regular-price > ws-promo-price
                               compute ws-markdown-amount =
                                   (ws-regular-price - ws-promo-price)
                                   * xh-quantity
                               add ws-markdown-amount
                                 to ws-rs-markdown(ws-work-slot)
                           end-if
                       end-if
                   end-if
               end-if
           end-if.

       140-check-promo-store.
           move 'n'                        to ws-promo-store-flag.
           if ws-pm-store-list(ws-pm-idx) = spaces then
               set ws-promo-store-found    to true
           else
               perform varying ws-pm-store-idx from 1 by 1
                   until ws-pm-store-idx > 10
                   if ws-pm-store-num(ws-pm-idx, ws-pm-store-idx)
                       = xh-store-num
                       set ws-promo-store-found to true
                   end-if
               end-perform
           end-if.

       145-compute-promo-price.
           if ws-pm-price-type(ws-pm-idx) = 'O' then
               compute ws-promo-price rounded =
                   ws-regular-price
                   * (100 - ws-pm-pct-off(ws-pm-idx)) / 100
           else
               move ws-pm-promo-price(ws-pm-idx) to ws-promo-price
           end-if.

      *    Find (or open) the accumulator row for this promotion and
      *    store.  Sets ws-work-slot.
       150-find-result-slot.
           move 0                          to ws-work-slot.
           perform varying ws-rs-idx from 1 by 1
               until ws-rs-idx > ws-rs-count
               if ws-rs-promo-slot(ws-rs-idx) = ws-pm-idx
                   and ws-rs-store-num(ws-rs-idx) = xh-store-num
                   set ws-work-slot        to ws-rs-idx
               end-if
           end-perform.

           if ws-work-slot = 0 then
               if ws-rs-count >= 3000 then
                   display "PROMOREPORT: RESULT TABLE EXCEEDS "
                       "3000 ROWS - RUN REFUSED"
                   move 8                  to return-code
                   goback
               end-if
               add 1                       to ws-rs-count
               move ws-rs-count            to ws-work-slot
               set ws-rs-promo-slot(ws-work-slot) to ws-pm-idx
               move xh-store-num  to ws-rs-store-num(ws-work-slot)
               move 0             to ws-rs-evt-units(ws-work-slot)
               move 0             to ws-rs-evt-sales(ws-work-slot)
               move 0             to ws-rs-markdown(ws-work-slot)
               move 0             to ws-rs-pre-units(ws-work-slot)
               move 0             to ws-rs-pre-sales(ws-work-slot)
           end-if.

       300-print-report.
           open output report-file.

           write report-line               from ws-report-heading.
           move ws-baseline-weeks          to ws-bl-weeks.
           write report-line               from ws-basis-line.

           perform 310-print-promo-block
               varying ws-print-promo-index from 1 by 1
               until ws-print-promo-index > ws-pm-count.

           write report-line               from spaces.
           move ws-pm-count                to ws-tl1-count.
           write report-line               from ws-totals-line-1.
           move ws-bad-date-count          to ws-tl2-count.
           write report-line               from ws-totals-line-2.
           move ws-grand-markdown          to ws-tl3-amount.
           write report-line               from ws-totals-line-3.

           close report-file.

      *    The event is measured up to its end date or today,
      *    whichever comes first, so a running promotion's weekly
      *    rate is not diluted by days that have not happened yet.
       310-print-promo-block.
           move 0                          to ws-promo-lines-printed.
           move 0                          to ws-pt-e-units.
           move 0                          to ws-pt-e-sales.
           move 0                          to ws-pt-e-markdown.

           move ws-pm-end-date(ws-print-promo-index)
             to ws-event-last-date.
           if ws-run-date < ws-event-last-date then
               move ws-run-date            to ws-event-last-date
           end-if.
           if ws-event-last-date
               < ws-pm-start-date(ws-print-promo-index) then
               move 0                      to ws-event-days
           else
               compute ws-event-days =
                   function integer-of-date(ws-event-last-date)
                   - function integer-of-date(
                       ws-pm-start-date(ws-print-promo-index)) + 1
           end-if.
           compute ws-baseline-days = ws-baseline-weeks * 7.

           perform 320-print-promo-banner.

           perform 330-print-result-line
               varying ws-print-result-index from 1 by 1
               until ws-print-result-index > ws-rs-count.

           if ws-promo-lines-printed = 0 then
               write report-line           from ws-no-sales-line
           else
               move ws-pt-e-units          to ws-pt-units
               move ws-pt-e-sales          to ws-pt-sales
               move ws-pt-e-markdown       to ws-pt-markdown
               write report-line           from ws-promo-total-line
           end-if.

       320-print-promo-banner.
           move ws-pm-promo-num(ws-print-promo-index)
             to ws-pb-promo-num.
           move ws-pm-description(ws-print-promo-index)
             to ws-pb-description.
           move ws-pm-start-date(ws-print-promo-index)
             to ws-pb-start-date.
           move ws-pm-end-date(ws-print-promo-index)
             to ws-pb-end-date.

           if ws-pm-sku-code(ws-print-promo-index) = spaces then
               move "CATEGORY  "           to ws-pb-applies-label
               move ws-pm-category(ws-print-promo-index)
                 to ws-pb-applies-to
           else
               move "SKU       "           to ws-pb-applies-label
               move ws-pm-sku-code(ws-print-promo-index)
                 to ws-pb-applies-to
           end-if.

           if ws-pm-price-type(ws-print-promo-index) = 'O' then
               move "PERCENT OFF: "        to ws-pb-price-label
               move ws-pm-pct-off(ws-print-promo-index)
                 to ws-pb-pct
               move " %"                   to ws-pb-pct-sign
           else
               move "PROMO PRICE: "        to ws-pb-price-label
               move ws-pm-promo-price(ws-print-promo-index)
                 to ws-pb-price
           end-if.

           write report-line               from spaces.
           write report-line               from ws-promo-banner-1.
           write report-line               from ws-promo-banner-2.
           write report-line               from ws-report-columns.

       330-print-result-line.
           if ws-rs-promo-slot(ws-print-result-index)
               = ws-print-promo-index then
               add 1                       to ws-promo-lines-printed
               perform 340-compute-weekly-rates

               move ws-rs-store-num(ws-print-result-index)
                 to ws-dl-store-num
               move ws-rs-evt-units(ws-print-result-index)
                 to ws-dl-units
               move ws-rs-evt-sales(ws-print-result-index)
                 to ws-dl-sales
               move ws-rs-markdown(ws-print-result-index)
                 to ws-dl-markdown
               move ws-pre-weekly-units    to ws-dl-pre-units
               move ws-pre-weekly-sales    to ws-dl-pre-sales
               move ws-evt-weekly-units    to ws-dl-evt-units
               move ws-evt-weekly-sales    to ws-dl-evt-sales
               if ws-pre-weekly-units > 0 and ws-event-days > 0
                   compute ws-lift-pct rounded =
                       (ws-evt-weekly-units - ws-pre-weekly-units)
                       * 100 / ws-pre-weekly-units
                   move ws-lift-pct        to ws-dl-lift
               else
                   move ws-not-applicable-text to ws-dl-lift-x
               end-if
               write report-line           from ws-detail-line

               add ws-rs-evt-units(ws-print-result-index)
                 to ws-pt-e-units
               add ws-rs-evt-sales(ws-print-result-index)
                 to ws-pt-e-sales
               add ws-rs-markdown(ws-print-result-index)
                 to ws-pt-e-markdown
               add ws-rs-markdown(ws-print-result-index)
                 to ws-grand-markdown
           end-if.

       340-compute-weekly-rates.
           compute ws-pre-weekly-units rounded =
               ws-rs-pre-units(ws-print-result-index) * 7
               / ws-baseline-days.
           compute ws-pre-weekly-sales rounded =
               ws-rs-pre-sales(ws-print-result-index) * 7
               / ws-baseline-days.

           if ws-event-days > 0 then
               compute ws-evt-weekly-units rounded =
                   ws-rs-evt-units(ws-print-result-index) * 7
                   / ws-event-days
               compute ws-evt-weekly-sales rounded =
                   ws-rs-evt-sales(ws-print-result-index) * 7
                   / ws-event-days
           else
               move 0                      to ws-evt-weekly-units
               move 0                      to ws-evt-weekly-sales
           end-if.

       950-write-audit-log.
           move function current-date(1:8)     to au-run-date.
           move function current-date(9:6)     to au-run-time.
           move "PromoReport"                  to au-program-name.
           move ws-history-rows-read           to au-input-count.
           move ws-pm-count                    to au-output1-count.
           move ws-rs-count                    to au-output2-count.
           move ws-bad-date-count              to au-output3-count.

           open extend run-history-file.
           write audit-rec.
           close run-history-file.

       end program PromoReport.
