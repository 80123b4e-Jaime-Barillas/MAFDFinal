       identification division.
       program-id. ShelfLabel.
       author. Ryan Sim.
       date-written. 2026-10-15.
      *Desc: Shelf label and price-change notice run.  Every price
      *change keyed on the item price history to take effect on the
      *next business date is matched against the perpetual on-hand
      *ledger, and each store carrying the SKU gets a shelf label row
      *(SKU, description, old price, new price) and a line on its
      *price-change notice, so the tags are changed before the doors
      *open rather than when the register rings a different price.
      *
      *The old price is the one in force on tonight's business date:
      *the latest history row effective on or before it, or the item
      *master's expected price when the SKU has no history yet.  A
      *history row that re-keys the price already in force needs no
      *tag and is only counted.  The stores trade every day, so the
      *next business date is the day after tonight's.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select optional batch-control-file
               assign to "data/batch-control.dat"
               organization is line sequential.

           select optional item-master-file
               assign to "data/item-master.dat"
               organization is line sequential.

           select optional price-history-file
               assign to "data/item-price-history.dat"
               organization is line sequential.

           select optional onhand-idx-file
               assign to "data/stock-onhand-idx.dat"
               organization is indexed
               access mode is dynamic
               record key is oh-key.

           select shelf-label-file
               assign to "data/shelf-labels.dat"
               organization is line sequential.

           select report-file
               assign to "data/report-price-notice.out"
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

           fd price-history-file
               data record is price-history-rec
               record contains 30 characters.

           01 price-history-rec.
               05 ph-sku-code                  pic x(15).
               05 ph-effective-date            pic 9(8).
               05 ph-price                     pic 9(5)v99.

           fd onhand-idx-file
               data record is onhand-rec
               record contains 25 characters.

           01 onhand-rec.
               05 oh-key.
                   10 oh-store-num             pic 99.
                   10 oh-sku-code              pic x(15).
               05 oh-on-hand                   pic s9(7)
                   sign leading separate.

      *    One row per store per SKU whose tag changes; the label
      *    printer at each store works from its own rows.
           fd shelf-label-file
               data record is shelf-label-rec
               record contains 80 characters.

           01 shelf-label-rec.
               05 sl-store-num                 pic 99.
               05 sl-sku-code                  pic x(15).
               05 sl-description               pic x(30).
               05 sl-old-price                 pic 9(5)v99.
               05 sl-new-price                 pic 9(5)v99.
               05 sl-effective-date            pic 9(8).
               05 filler                       pic x(11).

           fd report-file
               data record is report-line
               record contains 80 characters.

           01 report-line                      pic x(80).

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
               value " Price-Change Notice -- Group 8".

       01 ws-date-line.
           05 filler                       pic x(15)
               value "BUSINESS DATE: ".
           05 ws-dl-business-date          pic 9(8).
           05 filler                       pic x(22)
               value "  PRICES EFFECTIVE ON ".
           05 ws-dl-effective-date         pic 9(8).

       01 ws-store-banner.
           05 filler                       pic x(7)
               value "STORE: ".
           05 ws-sb-store-num              pic 99.
           05 filler                       pic x(41)
               value "   CHANGE THESE SHELF TAGS BEFORE OPENING".

       01 ws-report-columns.
           05 filler                       pic xx
               value spaces.
           05 filler                       pic x(16)
               value "SKU Code        ".
           05 filler                       pic x(31)
               value "Description                    ".
           05 filler                       pic x(9)
               value "Old Price".
           05 filler                       pic xx
               value spaces.
           05 filler                       pic x(9)
               value "New Price".

       01 ws-detail-line.
           05 filler                       pic xx
               value spaces.
           05 ws-dtl-sku-code              pic x(15).
           05 filler                       pic x
               value space.
           05 ws-dtl-description           pic x(30).
           05 filler                       pic x
               value space.
           05 ws-dtl-old-price             pic zz,zz9.99.
           05 filler                       pic xx
               value spaces.
           05 ws-dtl-new-price             pic zz,zz9.99.
           05 filler                       pic x
               value space.
           05 ws-dtl-direction             pic x(4).

       01 ws-store-total-line.
           05 filler                       pic x(20)
               value "  LABELS FOR STORE: ".
           05 ws-stl-label-count           pic zz,zz9.

       01 ws-no-change-line.
           05 filler                       pic x(35)
               value "  NO PRICE CHANGES TAKE EFFECT ON ".
           05 ws-ncl-effective-date        pic 9(8).

       01 ws-totals-line-1.
           05 filler                       pic x(28)
               value "PRICE CHANGES EFFECTIVE:    ".
           05 ws-tl1-count                 pic z,zzz,zz9.
       01 ws-totals-line-2.
           05 filler                       pic x(28)
               value "HISTORY ROWS, PRICE SAME:   ".
           05 ws-tl2-count                 pic z,zzz,zz9.
       01 ws-totals-line-3.
           05 filler                       pic x(28)
               value "SHELF LABELS WRITTEN:       ".
           05 ws-tl3-count                 pic z,zzz,zz9.
       01 ws-totals-line-4.
           05 filler                       pic x(28)
               value "STORES NOTIFIED:            ".
           05 ws-tl4-count                 pic z,zzz,zz9.

       01 ws-direction-up                  pic x(4)
           value "UP".
       01 ws-direction-down                pic x(4)
           value "DOWN".

       01 ws-business-date                 pic 9(8)
           value 0.
       01 ws-effective-date                pic 9(8)
           value 0.

       01 ws-item-master-table.
           05 ws-im-count                  pic 999
               value 0.
           05 ws-im-entry                  occurs 500 times
               indexed by ws-im-idx.
               10 ws-im-sku-code           pic x(15).
               10 ws-im-description        pic x(30).
               10 ws-im-expected-price     pic 9(5)v99.

       01 ws-price-history-table.
           05 ws-ph-count                  pic 9(4)
               value 0.
           05 ws-ph-entry                  occurs 1000 times
               indexed by ws-ph-idx.
               10 ws-ph-sku-code           pic x(15).
               10 ws-ph-effective-date     pic 9(8).
               10 ws-ph-price              pic 9(5)v99.

      * The SKUs whose price changes on the effective date, with the
      * price in force tonight and the price from tomorrow.
       01 ws-price-change-table.
           05 ws-pc-count                  pic 999
               value 0.
           05 ws-pc-entry                  occurs 500 times
               indexed by ws-pc-idx.
               10 ws-pc-sku-code           pic x(15).
               10 ws-pc-description        pic x(30).
               10 ws-pc-old-price          pic 9(5)v99.
               10 ws-pc-new-price          pic 9(5)v99.
               10 ws-pc-changed            pic x.

       01 ws-eof-flag                      pic x
           value 'n'.
       01 ws-change-found-flag             pic x
           value 'n'.
           88 ws-change-found                    value 'y'.
       01 ws-store-open-flag               pic x
           value 'n'.
           88 ws-store-open                      value 'y'.

       01 ws-found-index                   pic 999
           value 0.
       01 ws-best-date                     pic 9(8)
           value 0.
       01 ws-current-store                 pic 99
           value 0.

       01 ws-ledger-rows-read              pic 9(7)
           value 0.
       01 ws-changed-count                 pic 9(6)
           value 0.
       01 ws-same-price-count              pic 9(6)
           value 0.
       01 ws-label-count                   pic 9(6)
           value 0.
       01 ws-store-label-count             pic 9(5)
           value 0.
       01 ws-store-count                   pic 9(6)
           value 0.

       procedure division.
       000-main.
           perform 010-load-run-params.

           perform 020-load-item-master.

           perform 030-load-price-history.

           perform 100-find-price-changes.

           open output shelf-label-file.
           open output report-file.

           write report-line               from ws-report-heading.
           move ws-business-date           to ws-dl-business-date.
           move ws-effective-date          to ws-dl-effective-date.
           write report-line               from ws-date-line.

           perform 200-write-store-labels.

           perform 600-print-totals.

           close shelf-label-file.
           close report-file.

           perform 950-write-audit-log.

           goback.

      *    The effective date follows the night's business date, not
      *    the calendar date, so a run the morning after a late chain
      *    still prints tomorrow's tags.
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

           compute ws-effective-date = function date-of-integer(
               function integer-of-date(ws-business-date) + 1).

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
               if im-expected-price is numeric
                   move im-expected-price
                     to ws-im-expected-price(ws-im-count)
               else
                   move 0
                     to ws-im-expected-price(ws-im-count)
               end-if
           end-perform.
           if ws-im-count >= 500 then
               read item-master-file
                   at end continue
                   not at end
                       display "SHELFLABEL: ITEM MASTER EXCEEDS "
                           "THE 500-ROW TABLE - RUN REFUSED"
                       move 8              to return-code
                       goback
               end-read
           end-if.
           close item-master-file.

      *    A history row past the table cap could be the one that
      *    changes a price tomorrow, so the run is refused rather than
      *    print an incomplete set of tags.
       030-load-price-history.
           open input price-history-file.
           perform until ws-ph-count >= 1000
               read price-history-file
                   at end exit perform
               end-read
               if ph-effective-date is numeric
                   and ph-price is numeric
                   add 1                   to ws-ph-count
                   move ph-sku-code
                     to ws-ph-sku-code(ws-ph-count)
                   move ph-effective-date
                     to ws-ph-effective-date(ws-ph-count)
                   move ph-price
                     to ws-ph-price(ws-ph-count)
               end-if
           end-perform.
           if ws-ph-count >= 1000 then
               read price-history-file
                   at end continue
                   not at end
                       display "SHELFLABEL: PRICE HISTORY EXCEEDS "
                           "THE 1000-ROW TABLE - RUN REFUSED"
                       move 8              to return-code
                       goback
               end-read
           end-if.
           close price-history-file.

      *    Two rows for one SKU on the same effective date: the later
      *    one keyed wins, the same rule Edits prices the sale by.
       100-find-price-changes.
           perform 110-take-history-row
               varying ws-ph-idx from 1 by 1
               until ws-ph-idx > ws-ph-count.

           perform 130-price-one-change
               varying ws-pc-idx from 1 by 1
               until ws-pc-idx > ws-pc-count.

       110-take-history-row.
           if ws-ph-effective-date(ws-ph-idx) = ws-effective-date then
               move 0                      to ws-found-index
               perform varying ws-pc-idx from 1 by 1
                   until ws-pc-idx > ws-pc-count
                   if ws-pc-sku-code(ws-pc-idx)
                       = ws-ph-sku-code(ws-ph-idx)
                       set ws-found-index  to ws-pc-idx
                   end-if
               end-perform
               if ws-found-index = 0
                   if ws-pc-count >= 500
                       display "SHELFLABEL: MORE THAN 500 PRICE "
                           "CHANGES ON " ws-effective-date
                           " - RUN REFUSED"
                       move 8              to return-code
                       goback
                   end-if
                   add 1                   to ws-pc-count
                   move ws-pc-count        to ws-found-index
                   move ws-ph-sku-code(ws-ph-idx)
                     to ws-pc-sku-code(ws-found-index)
               end-if
               move ws-ph-price(ws-ph-idx)
                 to ws-pc-new-price(ws-found-index)
           end-if.

      *    Fills in the description and tonight's price, and marks
      *    whether the tag really changes.
       130-price-one-change.
           move spaces                     to
               ws-pc-description(ws-pc-idx).
           move 0                          to
               ws-pc-old-price(ws-pc-idx).
           perform varying ws-im-idx from 1 by 1
               until ws-im-idx > ws-im-count
               if ws-im-sku-code(ws-im-idx)
                   = ws-pc-sku-code(ws-pc-idx)
                   move ws-im-description(ws-im-idx)
                     to ws-pc-description(ws-pc-idx)
                   move ws-im-expected-price(ws-im-idx)
                     to ws-pc-old-price(ws-pc-idx)
               end-if
           end-perform.

           move 0                          to ws-best-date.
           perform varying ws-ph-idx from 1 by 1
               until ws-ph-idx > ws-ph-count
               if ws-ph-sku-code(ws-ph-idx)
                   = ws-pc-sku-code(ws-pc-idx)
                   and ws-ph-effective-date(ws-ph-idx)
                       <= ws-business-date
                   and ws-ph-effective-date(ws-ph-idx)
                       >= ws-best-date
                   move ws-ph-effective-date(ws-ph-idx)
                     to ws-best-date
                   move ws-ph-price(ws-ph-idx)
                     to ws-pc-old-price(ws-pc-idx)
               end-if
           end-perform.

           if ws-pc-new-price(ws-pc-idx)
               = ws-pc-old-price(ws-pc-idx) then
               move 'N'                    to ws-pc-changed(ws-pc-idx)
               add 1                       to ws-same-price-count
           else
               move 'Y'                    to ws-pc-changed(ws-pc-idx)
               add 1                       to ws-changed-count
           end-if.

      *    The ledger is keyed store then SKU, so one pass in key
      *    order hands each store's tags over together.
       200-write-store-labels.
           if ws-changed-count = 0 then
               move ws-effective-date      to ws-ncl-effective-date
               write report-line           from spaces
               write report-line           from ws-no-change-line
           else
               open input onhand-idx-file
               move 'n'                    to ws-eof-flag
               move low-values             to oh-key
               start onhand-idx-file
                   key not < oh-key
                   invalid key move 'y'    to ws-eof-flag
               end-start
               perform 210-examine-ledger-row
                   until ws-eof-flag = 'y'
               close onhand-idx-file
               if ws-store-open
                   perform 240-close-store
               end-if
           end-if.

       210-examine-ledger-row.
           read onhand-idx-file next
               at end move 'y'             to ws-eof-flag
               not at end
                   add 1                   to ws-ledger-rows-read
                   perform 220-find-change
                   if ws-change-found
                       perform 230-write-label
                   end-if
           end-read.

       220-find-change.
           move 'n'                        to ws-change-found-flag.
           perform varying ws-pc-idx from 1 by 1
               until ws-pc-idx > ws-pc-count
                   or ws-change-found
               if ws-pc-sku-code(ws-pc-idx) = oh-sku-code
                   and ws-pc-changed(ws-pc-idx) = 'Y'
                   set ws-change-found     to true
                   set ws-found-index      to ws-pc-idx
               end-if
           end-perform.

       230-write-label.
           if ws-store-open
               and oh-store-num not = ws-current-store then
               perform 240-close-store
           end-if.
           if not ws-store-open then
               perform 250-open-store
           end-if.

           move spaces                     to shelf-label-rec.
           move oh-store-num               to sl-store-num.
           move oh-sku-code                to sl-sku-code.
           move ws-pc-description(ws-found-index)
             to sl-description.
           move ws-pc-old-price(ws-found-index)
             to sl-old-price.
           move ws-pc-new-price(ws-found-index)
             to sl-new-price.
           move ws-effective-date          to sl-effective-date.
           write shelf-label-rec.
           add 1                           to ws-label-count.
           add 1                           to ws-store-label-count.

           move oh-sku-code                to ws-dtl-sku-code.
           move ws-pc-description(ws-found-index)
             to ws-dtl-description.
           move ws-pc-old-price(ws-found-index)
             to ws-dtl-old-price.
           move ws-pc-new-price(ws-found-index)
             to ws-dtl-new-price.
           if ws-pc-new-price(ws-found-index)
               > ws-pc-old-price(ws-found-index) then
               move ws-direction-up        to ws-dtl-direction
           else
               move ws-direction-down      to ws-dtl-direction
           end-if.
           write report-line               from ws-detail-line.

       240-close-store.
           move ws-store-label-count       to ws-stl-label-count.
           write report-line               from ws-store-total-line.
           move 'n'                        to ws-store-open-flag.

       250-open-store.
           add 1                           to ws-store-count.
           move 0                          to ws-store-label-count.
           move oh-store-num               to ws-current-store.
           move oh-store-num               to ws-sb-store-num.
           write report-line               from spaces.
           write report-line               from ws-store-banner.
           write report-line               from ws-report-columns.
           set ws-store-open               to true.

       600-print-totals.
           write report-line               from spaces.
           move ws-changed-count           to ws-tl1-count.
           write report-line               from ws-totals-line-1.
           move ws-same-price-count        to ws-tl2-count.
           write report-line               from ws-totals-line-2.
           move ws-label-count             to ws-tl3-count.
           write report-line               from ws-totals-line-3.
           move ws-store-count             to ws-tl4-count.
           write report-line               from ws-totals-line-4.

       950-write-audit-log.
           move function current-date(1:8)     to au-run-date.
           move function current-date(9:6)     to au-run-time.
           move "ShelfLabel"                   to au-program-name.
           move ws-ledger-rows-read            to au-input-count.
           move ws-label-count                 to au-output1-count.
           move ws-changed-count               to au-output2-count.
           move ws-store-count                 to au-output3-count.

           open extend run-history-file.
           write audit-rec.
           close run-history-file.

       end program ShelfLabel.
