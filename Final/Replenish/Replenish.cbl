       identification division.
       program-id. Replenish.
       author. Ryan Sim.
       date-written. 2026-10-15.
      *Desc: Suggested reorder run.  Every store/SKU on the perpetual
      *on-hand ledger that has reorder parameters is compared to its
      *store minimum and maximum; one that has fallen to its reorder
      *point gets a suggested order quantity that brings it back up to
      *the maximum, rounded up to the order multiple (the item's pack
      *size when the parameter row names none).  The reorder point is
      *the store minimum or the units the store is expected to sell
      *while the vendor's lead time runs, whichever is higher; the
      *selling rate comes from the trailing weeks of the transaction
      *history.  Suggestions go to a file in vendor order for the
      *buyers, and the report prints them grouped by vendor.
      *
      *A parameter row keyed with a blank SKU is the store's default
      *for every SKU it carries without a row of its own.  SKUs with
      *no vendor on the item master cannot be ordered and are only
      *counted.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select optional batch-control-file
               assign to "data/batch-control.dat"
               organization is line sequential.

           select optional replenish-params-file
               assign to "data/replenish-params.dat"
               organization is line sequential.

           select optional reorder-params-file
               assign to "data/reorder-params.dat"
               organization is line sequential.

           select optional item-master-file
               assign to "data/item-master.dat"
               organization is line sequential.

           select optional vendor-master-file
               assign to "data/vendor-master.dat"
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

           select optional onhand-idx-file
               assign to "data/stock-onhand-idx.dat"
               organization is indexed
               access mode is dynamic
               record key is oh-key.

           select velocity-idx-file
               assign to "data/replenish-velocity-idx.dat"
               organization is indexed
               access mode is random
               record key is vl-key.

           select suggestion-work-file
               assign to "data/replenish-work.tmp"
               organization is line sequential.

           select sort-work-file
               assign to "data/replenish-sort.tmp".

           select suggested-order-file
               assign to "data/suggested-orders.dat"
               organization is line sequential.

           select report-file
               assign to "data/report-replenish.out"
               organization is line sequential.

           select run-history-file
               assign to "data/run-history.log"
               organization is line sequential.

       data division.
       file section.
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

           fd replenish-params-file
               data record is replenish-params-rec
               record contains 6 characters.

           01 replenish-params-rec.
               05 rq-window-days               pic 999.
               05 rq-default-lead-days         pic 999.

           fd reorder-params-file
               data record is reorder-params-rec
               record contains 31 characters.

           01 reorder-params-rec.
               05 rp-store-num                 pic 99.
               05 rp-sku-code                  pic x(15).
               05 rp-min-qty                   pic 9(5).
               05 rp-max-qty                   pic 9(5).
               05 rp-order-multiple            pic 9(4).

           fd item-master-file
               data record is item-master-rec
               record contains 80 characters.

           01 item-master-rec.
               05 im-sku-code                  pic x(15).
               05 im-description               pic x(30).
               05 im-category                  pic x(10).
               05 im-expected-price            pic 9(5)v99.
               05 im-vendor-num                pic x(6).
               05 im-pack-size                 pic 9(4).
               05 im-unit-cost                 pic 9(5)v99.
               05 filler                       pic x.

           fd vendor-master-file
               data record is vendor-master-rec
               record contains 50 characters.

           01 vendor-master-rec.
               05 vn-vendor-num                pic x(6).
               05 vn-vendor-name               pic x(25).
               05 vn-lead-days                 pic 999.
               05 vn-rtv-days                  pic 999.
               05 filler                       pic x(13).

           fd trans-history-file
               data record is trans-history-rec
               record contains 95 characters.

           01 trans-history-rec.
               05 xh-history-key.
                   10 xh-key-invoice-num       pic x(9).
                   10 xh-key-business-date     pic 9(8).
                   10 xh-key-sequence          pic 9(6).
               05 xh-store-date-key.
                   10 xh-key-store-num         pic 99.
                   10 xh-business-date         pic 9(8).
               05 xh-record.
                   10 xh-trans-code            pic x.
                   10 xh-trans-amnt            pic 9(5)v99.
                   10 xh-pay-type              pic xx.
                   10 xh-store-num             pic 99.
                   10 xh-invoice-num           pic x(9).
                   10 xh-sku-code              pic x(15).
                   10 xh-return-reason         pic xx.
                   10 xh-trans-date            pic 9(8).
                   10 xh-cashier-id            pic x(4).
                   10 xh-quantity              pic 9(3).
                   10 xh-unit-price            pic 9(5)v99.
                   10 xh-warn-flag             pic x.
               05 xh-reversed-flag             pic x.

           fd onhand-idx-file
               data record is onhand-rec
               record contains 25 characters.

           01 onhand-rec.
               05 oh-key.
                   10 oh-store-num             pic 99.
                   10 oh-sku-code              pic x(15).
               05 oh-on-hand                   pic s9(7)
                   sign leading separate.

           fd velocity-idx-file
               data record is velocity-rec
               record contains 24 characters.

           01 velocity-rec.
               05 vl-key.
                   10 vl-store-num             pic 99.
                   10 vl-sku-code              pic x(15).
               05 vl-units-sold                pic 9(7).

           fd suggestion-work-file
               data record is suggestion-work-rec
               record contains 70 characters.

           01 suggestion-work-rec              pic x(70).

           sd sort-work-file
               data record is sort-work-rec.

           01 sort-work-rec.
               05 sw-vendor-num                pic x(6).
               05 sw-store-num                 pic 99.
               05 sw-sku-code                  pic x(15).
               05 filler                       pic x(47).

           fd suggested-order-file
               data record is suggested-order-rec
               record contains 70 characters.

           01 suggested-order-rec.
               05 so-vendor-num                pic x(6).
               05 so-store-num                 pic 99.
               05 so-sku-code                  pic x(15).
               05 so-on-hand                   pic s9(7)
                   sign leading separate.
               05 so-daily-rate                pic 9(3)v99.
               05 so-reorder-point             pic 9(5).
               05 so-max-qty                   pic 9(5).
               05 so-order-multiple            pic 9(4).
               05 so-order-qty                 pic 9(5).
               05 so-business-date             pic 9(8).
               05 filler                       pic x(7).

           fd report-file
               data record is report-line
               record contains 90 characters.

           01 report-line                      pic x(90).

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
           05 filler                       pic x(43)
               value " Suggested Reorder By Vendor -- Group 8".

       01 ws-date-line.
           05 filler                       pic x(15)
               value "BUSINESS DATE: ".
           05 ws-dl-business-date          pic 9(8).
           05 filler                       pic x(16)
               value "  SALES WINDOW: ".
           05 ws-dl-window-days            pic zz9.
           05 filler                       pic x(5)
               value " DAYS".

       01 ws-vendor-banner.
           05 filler                       pic x(8)
               value "VENDOR: ".
           05 ws-vb-vendor-num             pic x(6).
           05 filler                       pic xx
               value spaces.
           05 ws-vb-vendor-name            pic x(25).
           05 filler                       pic x(13)
               value "  LEAD DAYS: ".
           05 ws-vb-lead-days              pic zz9.

       01 ws-report-columns.
           05 filler                       pic x(7)
               value "Store  ".
           05 filler                       pic x(16)
               value "SKU Code        ".
           05 filler                       pic x(21)
               value "Description         ".
           05 filler                       pic x(9)
               value "  On Hand".
           05 filler                       pic x(8)
               value "  Per Dy".
           05 filler                       pic x(7)
               value "  Point".
           05 filler                       pic x(7)
               value "    Max".
           05 filler                       pic x(6)
               value "  Mult".
           05 filler                       pic x(8)
               value "   Order".

       01 ws-detail-line.
           05 filler                       pic xx
               value spaces.
           05 ws-dtl-store-num             pic 99.
           05 filler                       pic x(3)
               value spaces.
           05 ws-dtl-sku-code              pic x(15).
           05 filler                       pic x
               value space.
           05 ws-dtl-description           pic x(20).
           05 filler                       pic x
               value space.
           05 ws-dtl-on-hand               pic -(7)9.
           05 filler                       pic x
               value space.
           05 ws-dtl-daily-rate            pic zz9.99.
           05 filler                       pic x
               value space.
           05 ws-dtl-reorder-point         pic zz,zz9.
           05 filler                       pic x
               value space.
           05 ws-dtl-max-qty               pic zz,zz9.
           05 filler                       pic x
               value space.
           05 ws-dtl-order-multiple        pic z,zz9.
           05 filler                       pic x
               value space.
           05 ws-dtl-order-qty             pic zzz,zz9.

       01 ws-vendor-total-line.
           05 filler                       pic x(22)
               value "  VENDOR TOTAL LINES: ".
           05 ws-vt-line-count             pic zz,zz9.
           05 filler                       pic x(9)
               value "  UNITS: ".
           05 ws-vt-unit-count             pic z,zzz,zz9.

       01 ws-totals-line-1.
           05 filler                       pic x(28)
               value "LEDGER ROWS EXAMINED:       ".
           05 ws-tl1-count                 pic z,zzz,zz9.
       01 ws-totals-line-2.
           05 filler                       pic x(28)
               value "SUGGESTED ORDER LINES:      ".
           05 ws-tl2-count                 pic z,zzz,zz9.
       01 ws-totals-line-3.
           05 filler                       pic x(28)
               value "SUGGESTED UNITS:            ".
           05 ws-tl3-count                 pic z,zzz,zz9.
       01 ws-totals-line-4.
           05 filler                       pic x(28)
               value "AT REORDER POINT, NO VENDOR:".
           05 ws-tl4-count                 pic z,zzz,zz9.

       01 ws-no-order-line.
           05 filler                       pic x(36)
               value "  NO STORE/SKU IS AT ITS REORDER PT".

      * Trailing window the selling rate is measured over, and the
      * lead time assumed for a vendor whose master row names none.
       01 ws-replenish-params.
           05 ws-window-days               pic 999
               value 28.
           05 ws-default-lead-days         pic 999
               value 7.

       01 ws-business-date                 pic 9(8)
           value 0.
       01 ws-window-start-date             pic 9(8)
           value 0.

       01 ws-item-master-table.
           05 ws-im-count                  pic 999
               value 0.
           05 ws-im-entry                  occurs 500 times
               indexed by ws-im-idx.
               10 ws-im-sku-code           pic x(15).
               10 ws-im-description        pic x(30).
               10 ws-im-vendor-num         pic x(6).
               10 ws-im-pack-size          pic 9(4).

       01 ws-vendor-table.
           05 ws-vn-count                  pic 999
               value 0.
           05 ws-vn-entry                  occurs 200 times
               indexed by ws-vn-idx.
               10 ws-vn-vendor-num         pic x(6).
               10 ws-vn-vendor-name        pic x(25).
               10 ws-vn-lead-days          pic 999.

       01 ws-reorder-table.
           05 ws-rp-count                  pic 9(4)
               value 0.
           05 ws-rp-entry                  occurs 1000 times
               indexed by ws-rp-idx.
               10 ws-rp-store-num          pic 99.
               10 ws-rp-sku-code           pic x(15).
               10 ws-rp-min-qty            pic 9(5).
               10 ws-rp-max-qty            pic 9(5).
               10 ws-rp-order-multiple     pic 9(4).

       01 ws-eof-flag                      pic x
           value 'n'.
       01 ws-hist-store                    pic 999
           value 0.
       01 ws-params-found-flag             pic x
           value 'n'.
       01 ws-item-found-flag               pic x
           value 'n'.

      * The row the current ledger entry is judged against.
       01 ws-work-params.
           05 ws-wp-min-qty                pic 9(5)
               value 0.
           05 ws-wp-max-qty                pic 9(5)
               value 0.
           05 ws-wp-order-multiple         pic 9(4)
               value 0.

       01 ws-work-item.
           05 ws-wi-description            pic x(30)
               value spaces.
           05 ws-wi-vendor-num             pic x(6)
               value spaces.
           05 ws-wi-pack-size              pic 9(4)
               value 0.

       01 ws-work-lead-days                pic 999
           value 0.
       01 ws-units-sold                    pic 9(7)
           value 0.
       01 ws-daily-rate                    pic 9(3)v99
           value 0.
       01 ws-lead-demand                   pic 9(7)
           value 0.
       01 ws-reorder-point                 pic 9(7)
           value 0.
       01 ws-target-qty                    pic 9(7)
           value 0.
       01 ws-need-qty                      pic s9(8)
           value 0.
       01 ws-order-multiple                pic 9(4)
           value 0.
       01 ws-order-count                   pic 9(5)
           value 0.
       01 ws-order-qty                     pic 9(7)
           value 0.

       01 ws-history-rows-read             pic 9(7)
           value 0.
       01 ws-ledger-rows-read              pic 9(7)
           value 0.
       01 ws-suggestion-count              pic 9(6)
           value 0.
       01 ws-suggested-units               pic 9(7)
           value 0.
       01 ws-no-vendor-count               pic 9(6)
           value 0.

       01 ws-current-vendor                pic x(6)
           value high-values.
       01 ws-vendor-line-count             pic 9(5)
           value 0.
       01 ws-vendor-unit-count             pic 9(7)
           value 0.

       procedure division.
       000-main.
           perform 010-load-run-params.

           perform 020-load-item-master.

           perform 030-load-vendor-master.

           perform 040-load-reorder-params.

           perform 100-accumulate-velocity.

           perform 200-build-suggestions.

           perform 300-sort-suggestions.

           perform 400-print-report.

           perform 950-write-audit-log.

           goback.

      *    The window runs back from the night's business date, not
      *    the calendar date, so a run the morning after a late chain
      *    still measures the same days.
       010-load-run-params.
           open input batch-control-file.
           read batch-control-file
               at end continue
               not at end move bc-business-date to ws-business-date
           end-read.
           close batch-control-file.

           if ws-business-date = 0 then
               move function current-date(1:8) to ws-business-date
           end-if.

           open input replenish-params-file.
           read replenish-params-file
               at end continue
               not at end
                   if rq-window-days is numeric
                       and rq-window-days > 0
                       move rq-window-days to ws-window-days
                   end-if
                   if rq-default-lead-days is numeric
                       move rq-default-lead-days
                         to ws-default-lead-days
                   end-if
           end-read.
           close replenish-params-file.

           compute ws-window-start-date = function date-of-integer(
               function integer-of-date(ws-business-date)
               - ws-window-days + 1).

       020-load-item-master.
           open input item-master-file.
           perform until ws-im-count >= 500
               read item-master-file
                   at end exit perform
               end-read
               add 1                       to ws-im-count
               move im-sku-code
                 to ws-im-sku-code(ws-im-count)
               move im-description
                 to ws-im-description(ws-im-count)
               move im-vendor-num
                 to ws-im-vendor-num(ws-im-count)
               if im-pack-size is numeric
                   move im-pack-size
                     to ws-im-pack-size(ws-im-count)
               else
                   move 0
                     to ws-im-pack-size(ws-im-count)
               end-if
           end-perform.
           if ws-im-count >= 500 then
               read item-master-file
                   at end continue
                   not at end
                       display "REPLENISH: ITEM MASTER EXCEEDS "
                           "THE 500-ROW TABLE - RUN REFUSED"
                       move 8              to return-code
                       goback
               end-read
           end-if.
           close item-master-file.

       030-load-vendor-master.
           open input vendor-master-file.
           perform until ws-vn-count >= 200
               read vendor-master-file
                   at end exit perform
               end-read
               add 1                       to ws-vn-count
               move vn-vendor-num
                 to ws-vn-vendor-num(ws-vn-count)
               move vn-vendor-name
                 to ws-vn-vendor-name(ws-vn-count)
               if vn-lead-days is numeric
                   move vn-lead-days
                     to ws-vn-lead-days(ws-vn-count)
               else
                   move ws-default-lead-days
                     to ws-vn-lead-days(ws-vn-count)
               end-if
           end-perform.
           if ws-vn-count >= 200 then
               read vendor-master-file
                   at end continue
                   not at end
                       display "REPLENISH: VENDOR MASTER EXCEEDS "
                           "THE 200-ROW TABLE - RUN REFUSED"
                       move 8              to return-code
                       goback
               end-read
           end-if.
           close vendor-master-file.

      *    A parameter row that is not numeric where it counts would
      *    order against garbage; it is skipped with a notice rather
      *    than guessed at.
       040-load-reorder-params.
           move 'n'                        to ws-eof-flag.
           open input reorder-params-file.
           perform 045-load-one-reorder-param
               until ws-eof-flag = 'y'.
           close reorder-params-file.

       045-load-one-reorder-param.
           read reorder-params-file
               at end move 'y'             to ws-eof-flag
               not at end
                   if rp-store-num is numeric
                       and rp-min-qty is numeric
                       and rp-max-qty is numeric
                       and rp-order-multiple is numeric
                       if ws-rp-count >= 1000
                           display "REPLENISH: REORDER PARAMETERS "
                               "EXCEED THE 1000-ROW TABLE - RUN "
                               "REFUSED"
                           move 8          to return-code
                           goback
                       end-if
                       add 1               to ws-rp-count
                       move rp-store-num
                         to ws-rp-store-num(ws-rp-count)
                       move rp-sku-code
                         to ws-rp-sku-code(ws-rp-count)
                       move rp-min-qty
                         to ws-rp-min-qty(ws-rp-count)
                       move rp-max-qty
                         to ws-rp-max-qty(ws-rp-count)
                       move rp-order-multiple
                         to ws-rp-order-multiple(ws-rp-count)
                   else
                       display "REPLENISH: REORDER PARAMETER ROW "
                           "NOT NUMERIC, SKIPPED: " rp-store-num
                           " " rp-sku-code
                   end-if
           end-read.

      *    Units sold per store/SKU over the window.  Sales and the
      *    RP (goods out) side of an exchange are demand; a layaway
      *    repeats its quantity on every installment row, so it is
      *    left out rather than counted once per payment.  A sale
      *    reversed by a cross-day void sold nothing.
       100-accumulate-velocity.
           open output velocity-idx-file.
           close velocity-idx-file.
           open i-o velocity-idx-file.

      *    Only the velocity window is read: each store's rows are
      *    started at the window start on the history's store and
      *    business-date key.
           open input trans-history-file.
           perform 105-accumulate-store-window
               varying ws-hist-store from 0 by 1
               until ws-hist-store > 99.
           close trans-history-file.

       105-accumulate-store-window.
           move 'n'                        to ws-eof-flag.
           move ws-hist-store              to xh-key-store-num.
           move ws-window-start-date       to xh-business-date.
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
                       or xh-business-date > ws-business-date
                       move 'y'            to ws-eof-flag
                   else
                       add 1               to ws-history-rows-read
                       if xh-reversed-flag not = 'R'
                           and xh-quantity is numeric
                           and (xh-trans-code = 'S'
                               or (xh-trans-code = 'X'
                                   and xh-return-reason = 'RP'))
                           perform 120-post-velocity
                       end-if
                   end-if
           end-read.

       120-post-velocity.
           move xh-store-num               to vl-store-num.
           move xh-sku-code                to vl-sku-code.
           read velocity-idx-file
               invalid key
                   move xh-store-num       to vl-store-num
                   move xh-sku-code        to vl-sku-code
                   move xh-quantity        to vl-units-sold
                   write velocity-rec
                       invalid key continue
                   end-write
               not invalid key
                   add xh-quantity         to vl-units-sold
                   rewrite velocity-rec
           end-read.

       200-build-suggestions.
           open output suggestion-work-file.
           open input onhand-idx-file.

           move 'n'                        to ws-eof-flag.
           move low-values                 to oh-key.
           start onhand-idx-file
               key not < oh-key
               invalid key move 'y'        to ws-eof-flag
           end-start.

           perform 210-examine-ledger-row
               until ws-eof-flag = 'y'.

           close onhand-idx-file.
           close velocity-idx-file.
           close suggestion-work-file.

       210-examine-ledger-row.
           read onhand-idx-file next
               at end move 'y'             to ws-eof-flag
               not at end
                   add 1                   to ws-ledger-rows-read
                   perform 220-find-reorder-params
                   if ws-params-found-flag = 'y'
                       perform 230-evaluate-ledger-row
                   end-if
           end-read.

      *    The SKU's own row wins over the store default.
       220-find-reorder-params.
           move 'n'                        to ws-params-found-flag.
           perform varying ws-rp-idx from 1 by 1
               until ws-rp-idx > ws-rp-count
               if ws-rp-store-num(ws-rp-idx) = oh-store-num
                   if ws-rp-sku-code(ws-rp-idx) = oh-sku-code
                       move 'y'            to ws-params-found-flag
                       move ws-rp-min-qty(ws-rp-idx)
                         to ws-wp-min-qty
                       move ws-rp-max-qty(ws-rp-idx)
                         to ws-wp-max-qty
                       move ws-rp-order-multiple(ws-rp-idx)
                         to ws-wp-order-multiple
                   else
                   if ws-rp-sku-code(ws-rp-idx) = spaces
                       and ws-params-found-flag = 'n'
                       move 'd'            to ws-params-found-flag
                       move ws-rp-min-qty(ws-rp-idx)
                         to ws-wp-min-qty
                       move ws-rp-max-qty(ws-rp-idx)
                         to ws-wp-max-qty
                       move ws-rp-order-multiple(ws-rp-idx)
                         to ws-wp-order-multiple
                   end-if
                   end-if
               end-if
           end-perform.
           if ws-params-found-flag = 'd' then
               move 'y'                    to ws-params-found-flag
           end-if.

       230-evaluate-ledger-row.
           perform 240-lookup-item.
           perform 250-lookup-velocity.
           perform 260-lookup-lead-days.

      *    Expected sales over the lead time, rounded up to a whole
      *    unit: what the shelf must still hold when the order goes
      *    in.
           compute ws-daily-rate rounded =
               ws-units-sold / ws-window-days
               on size error move 999.99   to ws-daily-rate
           end-compute.
           compute ws-lead-demand =
               (ws-units-sold * ws-work-lead-days
                   + ws-window-days - 1) / ws-window-days
               on size error move 9999999  to ws-lead-demand
           end-compute.

           move ws-wp-min-qty              to ws-reorder-point.
           if ws-lead-demand > ws-reorder-point then
               move ws-lead-demand         to ws-reorder-point
           end-if.

           if oh-on-hand <= ws-reorder-point then
               if ws-wi-vendor-num = spaces
                   add 1                   to ws-no-vendor-count
               else
                   perform 235-size-order
               end-if
           end-if.

      *    Back up to the maximum (never below the reorder point),
      *    rounded up to whole order multiples.
       235-size-order.
           move ws-wp-max-qty              to ws-target-qty.
           if ws-target-qty < ws-reorder-point then
               move ws-reorder-point       to ws-target-qty
           end-if.
           compute ws-need-qty = ws-target-qty - oh-on-hand.

           move ws-wp-order-multiple       to ws-order-multiple.
           if ws-order-multiple = 0 then
               move ws-wi-pack-size        to ws-order-multiple
           end-if.
           if ws-order-multiple = 0 then
               move 1                      to ws-order-multiple
           end-if.

           if ws-need-qty > 0 then
               compute ws-order-count =
                   (ws-need-qty + ws-order-multiple - 1)
                   / ws-order-multiple
               compute ws-order-qty =
                   ws-order-count * ws-order-multiple
               perform 270-write-suggestion
           end-if.

       240-lookup-item.
           move 'n'                        to ws-item-found-flag.
           move spaces                     to ws-wi-description.
           move spaces                     to ws-wi-vendor-num.
           move 0                          to ws-wi-pack-size.
           perform varying ws-im-idx from 1 by 1
               until ws-im-idx > ws-im-count
               if ws-im-sku-code(ws-im-idx) = oh-sku-code
                   move 'y'                to ws-item-found-flag
                   move ws-im-description(ws-im-idx)
                     to ws-wi-description
                   move ws-im-vendor-num(ws-im-idx)
                     to ws-wi-vendor-num
                   move ws-im-pack-size(ws-im-idx)
                     to ws-wi-pack-size
               end-if
           end-perform.

       250-lookup-velocity.
           move oh-store-num               to vl-store-num.
           move oh-sku-code                to vl-sku-code.
           read velocity-idx-file
               invalid key move 0          to ws-units-sold
               not invalid key move vl-units-sold to ws-units-sold
           end-read.

       260-lookup-lead-days.
           move ws-default-lead-days       to ws-work-lead-days.
           perform varying ws-vn-idx from 1 by 1
               until ws-vn-idx > ws-vn-count
               if ws-vn-vendor-num(ws-vn-idx) = ws-wi-vendor-num
                   move ws-vn-lead-days(ws-vn-idx)
                     to ws-work-lead-days
               end-if
           end-perform.

       270-write-suggestion.
           move spaces                     to suggested-order-rec.
           move ws-wi-vendor-num           to so-vendor-num.
           move oh-store-num               to so-store-num.
           move oh-sku-code                to so-sku-code.
           move oh-on-hand                 to so-on-hand.
           move ws-daily-rate              to so-daily-rate.
           move ws-reorder-point           to so-reorder-point.
           move ws-wp-max-qty              to so-max-qty.
           move ws-order-multiple          to so-order-multiple.
           move ws-order-qty               to so-order-qty.
           move ws-business-date           to so-business-date.
           write suggestion-work-rec       from suggested-order-rec.

           add 1                           to ws-suggestion-count.
           add ws-order-qty                to ws-suggested-units.

      *    The buyers place one order per vendor, so the file they
      *    work from comes out in vendor, store, SKU order.
       300-sort-suggestions.
           sort sort-work-file
               on ascending key sw-vendor-num
               on ascending key sw-store-num
               on ascending key sw-sku-code
               using suggestion-work-file
               giving suggested-order-file.

       400-print-report.
           open output report-file.

           write report-line               from ws-report-heading.
           move ws-business-date           to ws-dl-business-date.
           move ws-window-days             to ws-dl-window-days.
           write report-line               from ws-date-line.

           if ws-suggestion-count = 0 then
               write report-line           from spaces
               write report-line           from ws-no-order-line
           end-if.

           move 'n'                        to ws-eof-flag.
           open input suggested-order-file.
           perform 410-print-suggestion
               until ws-eof-flag = 'y'.
           close suggested-order-file.

           if ws-current-vendor not = high-values then
               perform 430-print-vendor-total
           end-if.

           write report-line               from spaces.
           move ws-ledger-rows-read        to ws-tl1-count.
           write report-line               from ws-totals-line-1.
           move ws-suggestion-count        to ws-tl2-count.
           write report-line               from ws-totals-line-2.
           move ws-suggested-units         to ws-tl3-count.
           write report-line               from ws-totals-line-3.
           move ws-no-vendor-count         to ws-tl4-count.
           write report-line               from ws-totals-line-4.

           close report-file.

       410-print-suggestion.
           read suggested-order-file
               at end move 'y'             to ws-eof-flag
               not at end
                   if so-vendor-num not = ws-current-vendor
                       if ws-current-vendor not = high-values
                           perform 430-print-vendor-total
                       end-if
                       perform 420-print-vendor-banner
                   end-if

                   move so-store-num       to ws-dtl-store-num
                   move so-sku-code        to ws-dtl-sku-code
                   perform 415-lookup-description
                   move so-on-hand         to ws-dtl-on-hand
                   move so-daily-rate      to ws-dtl-daily-rate
                   move so-reorder-point   to ws-dtl-reorder-point
                   move so-max-qty         to ws-dtl-max-qty
                   move so-order-multiple  to ws-dtl-order-multiple
                   move so-order-qty       to ws-dtl-order-qty
                   write report-line       from ws-detail-line

                   add 1                   to ws-vendor-line-count
                   add so-order-qty        to ws-vendor-unit-count
           end-read.

       415-lookup-description.
           move spaces                     to ws-dtl-description.
           perform varying ws-im-idx from 1 by 1
               until ws-im-idx > ws-im-count
               if ws-im-sku-code(ws-im-idx) = so-sku-code
                   move ws-im-description(ws-im-idx)
                     to ws-dtl-description
               end-if
           end-perform.

       420-print-vendor-banner.
           move so-vendor-num              to ws-current-vendor.
           move 0                          to ws-vendor-line-count.
           move 0                          to ws-vendor-unit-count.

           move so-vendor-num              to ws-vb-vendor-num.
           move "(NOT ON VENDOR MASTER)"   to ws-vb-vendor-name.
           move ws-default-lead-days       to ws-vb-lead-days.
           perform varying ws-vn-idx from 1 by 1
               until ws-vn-idx > ws-vn-count
               if ws-vn-vendor-num(ws-vn-idx) = so-vendor-num
                   move ws-vn-vendor-name(ws-vn-idx)
                     to ws-vb-vendor-name
                   move ws-vn-lead-days(ws-vn-idx)
                     to ws-vb-lead-days
               end-if
           end-perform.

           write report-line               from spaces.
           write report-line               from ws-vendor-banner.
           write report-line               from ws-report-columns.

       430-print-vendor-total.
           move ws-vendor-line-count       to ws-vt-line-count.
           move ws-vendor-unit-count       to ws-vt-unit-count.
           write report-line               from ws-vendor-total-line.

       950-write-audit-log.
           move function current-date(1:8)     to au-run-date.
           move function current-date(9:6)     to au-run-time.
           move "Replenish"                    to au-program-name.
           move ws-ledger-rows-read            to au-input-count.
           move ws-suggestion-count            to au-output1-count.
           move ws-suggested-units             to au-output2-count.
           move ws-no-vendor-count             to au-output3-count.

           open extend run-history-file.
           write audit-rec.
           close run-history-file.

       end program Replenish.
