       date-written. 2019-04-17.
      *Desc: Report the totals of each of the classes of records. Also
      *split the sales and layaways records from the returns.
      *The version-2 fields (time of sale, customer, line discount)
      *are split off to the day's transaction extension file.

       environment division.
       configuration section.
               organization is line sequential.

           select optional trans-history-file
               assign to 'data/trans-history-idx.dat'
               organization is indexed
               access mode is dynamic
               record key is xh-history-key
               alternate record key is xh-store-date-key
                   with duplicates
               alternate record key is xh-sku-code
                   with duplicates
               alternate record key is xh-cashier-id
                   with duplicates.

           select optional closed-periods-file
               assign to 'data/closed-periods.dat'
               assign to 'data/report-void-adjust.out'
               organization is line sequential.

           select trans-extension-file
               assign to 'data/trans-extension.dat'
               organization is line sequential.


       data division.
       file section.
           fd input-file
               data record is input-record
               record contains 81 characters.

           01 input-record.
               05 in-trans-code            pic x.
               05 in-quantity              pic 9(3).
               05 in-unit-price            pic 9(5)v99.
               05 in-warn-flag             pic x.
               05 in-record-version        pic x.
               05 in-sale-time             pic 9(6).
               05 in-customer-num          pic x(6).
               05 in-line-discount         pic 9(5)v99.

      *    Edits' control trailer: the count and amount hash of the
      *    records above it and the business date they were edited
      *    under.
           01 input-trailer-rec.
               05 vt-record-type           pic x(3).
               05 vt-record-count          pic 9(6).
               05 vt-hash-total            pic 9(10)v99.
               05 vt-business-date         pic 9(8).
               05 filler                   pic x(52).

      *    The split files end in the same style of trailer for
      *    SLProcessing and TypeRProcessing to check.
           fd sales-layaways-file
               data record is sl-output
               record contains 61 characters.

           01 sl-output                    pic x(61).

           01 sl-data-view.
               05 filler                   pic x.
               05 sd-trans-amnt            pic 9(5)v99.
               05 filler                   pic x(53).

           01 sl-trailer-rec.
               05 st-record-type           pic x(3).
               05 st-record-count          pic 9(6).
               05 st-hash-total            pic 9(10)v99.
               05 st-business-date         pic 9(8).
               05 filler                   pic x(32).

           fd returns-file
               data record is r-output
               record contains 61 characters.

           01 r-output                     pic x(61).

           01 r-data-view.
               05 filler                   pic x.
               05 rd-trans-amnt            pic 9(5)v99.
               05 filler                   pic x(53).

           01 r-trailer-rec.
               05 rt-record-type           pic x(3).
               05 rt-record-count          pic 9(6).
               05 rt-hash-total            pic 9(10)v99.
               05 rt-business-date         pic 9(8).
               05 filler                   pic x(32).

           fd voids-file
               data record is v-output
               record contains 61 characters.
      *    is applied against the sale, so it can never be pulled out
      *    of history (or matched by anything downstream) twice.
      *    Rows written before the flag existed read in as spaces.
      *    The file is keyed on the invoice number; the business date
      *    and the record's position in that night's input keep two
      *    rows of one invoice apart.  The alternate keys let a reader
      *    go straight to one store's dates, one SKU or one cashier.
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

           fd run-history-file
               data record is audit-rec
               record contains 53 characters.
           01 va-report-line                   pic x(80).


      *    One row per accepted, non-void transaction for the
      *    business date, carrying what only a version-2 record
      *    supplies.  A version-1 row has version '1' and the time,
      *    customer and discount left blank.
           fd trans-extension-file
               data record is trans-extension-rec
               record contains 70 characters.

           01 trans-extension-rec.
               05 te-business-date             pic 9(8).
               05 te-store-num                 pic 99.
               05 te-trans-code                pic x.
               05 te-invoice-num               pic x(9).
               05 te-sku-code                  pic x(15).
               05 te-trans-amnt                pic 9(5)v99.
               05 te-quantity                  pic 9(3).
               05 te-record-version            pic x.
               05 te-sale-time                 pic 9(6).
               05 te-customer-num              pic x(6).
               05 te-line-discount             pic 9(5)v99.
               05 filler                       pic x(5).

       working-storage section.

       01 ws-eof-flag                      pic x value 'n'.

      * valid.out's count and amount hash, tallied in the void pass
      * and checked against its trailer before anything is split.
       01 ws-input-controls.
           05 ws-ic-record-count           pic 9(6) value 0.
           05 ws-ic-hash-total             pic 9(10)v99 value 0.
           05 ws-ic-trailer-seen-flag      pic x value 'n'.
               88 ws-ic-trailer-seen             value 'y'.
           05 ws-ic-trailer-count          pic 9(6) value 0.
           05 ws-ic-trailer-hash           pic 9(10)v99 value 0.
           05 ws-ic-trailer-date           pic 9(8) value 0.
           05 ws-ic-error-text             pic x(36) value spaces.

      * The same two totals for each split file as it stands on disk.
       01 ws-split-controls.
           05 ws-sc-record-count           pic 9(6) value 0.
           05 ws-sc-hash-total             pic 9(10)v99 value 0.
           05 ws-sc-eof-flag               pic x value 'n'.

       01 ws-trans-code                    pic x value space.
           88 ws-trans-sale                      value 'S'.
           88 ws-trans-layaway                   value 'L'.
               10 ws-va-store-num          pic 99.
               10 ws-va-invoice-num        pic x(9).
               10 ws-va-amount             pic 9(5)v99.
               10 ws-va-history-key        pic x(23).
       01 ws-va-amount-total               pic 9(8)v99 value 0.
       01 ws-va-print-index                pic 9(4) value 0.
       01 ws-va-logged-flag                pic x value 'n'.

       01 ws-va-report-heading.
           05 filler                       pic x(42)

       01 ws-sale-voided-flag              pic x value 'n'.
       01 ws-purge-eof-flag                pic x value 'n'.
       01 ws-purge-store                   pic 999 value 0.

       01 ws-closed-periods.
           05 ws-cp-count                  pic 9(3) value 0.

           perform 150-load-void-invoices.

           perform 155-check-input-trailer.

           open input input-file.

           if ws-restart-count > 0 then
               move ws-restart-count       to ws-checkpoint-count
               open extend sales-layaways-file, returns-file,
                   voids-file, prior-period-file,
                   prior-period-report-file, trans-extension-file
               open i-o sl-indexed-file, r-indexed-file
           else
               open output sales-layaways-file, returns-file,
                   voids-file, prior-period-file,
                   prior-period-report-file, trans-extension-file
               open output sl-indexed-file, r-indexed-file
           end-if.

      *    left behind by an overridden earlier run are purged first,
      *    so a rerun replaces the day's history instead of doubling
      *    it.
           open i-o trans-history-file.
           if ws-restart-count = 0 then
               perform 180-purge-history-for-date
               perform 185-write-void-adjust-extract
           end-if.

           perform 120-load-store-master.

           perform 130-load-closed-periods.

           perform 190-read-input-record.

           perform 100-print-headings.

                 csv-file,
                 prior-period-file,
                 prior-period-report-file,
                 trans-extension-file,
                 sl-indexed-file,
                 r-indexed-file.

           perform 440-write-split-trailers.

           perform 910-reset-checkpoint.

           perform 950-write-audit-log.
           open input input-file.

           perform 160-read-void-invoice
               until ws-eof-flag = 'y'
               or ws-ic-trailer-seen.

           close input-file.
           move 'n'                        to ws-eof-flag.

      *    A valid.out cut short by a full disk or edited by hand
      *    between steps would otherwise just split into a light day.
      *    Nothing has been opened for output yet, so a mismatch stops
      *    the run with every downstream file as it was.
       155-check-input-trailer.
           if not ws-ic-trailer-seen then
               move "MISSING CONTROL TRAILER"  to ws-ic-error-text
           else
           if ws-ic-trailer-count not = ws-ic-record-count then
               move "RECORD COUNT DOES NOT MATCH TRAILER"
                                               to ws-ic-error-text
           else
           if ws-ic-trailer-hash not = ws-ic-hash-total then
               move "AMOUNT HASH DOES NOT MATCH TRAILER"
                                               to ws-ic-error-text
           else
           if ws-ic-trailer-date not = ws-bc-business-date then
               move "TRAILER IS FOR ANOTHER BUSINESS DATE"
                                               to ws-ic-error-text
           end-if
           end-if
           end-if
           end-if.

           if ws-ic-error-text not = spaces then
               display "DATASPLITCOUNT: data/valid.out "
                   ws-ic-error-text
               display "DATASPLITCOUNT: RUN STOPPED, NOTHING SPLIT"
               move 12                     to return-code
               goback
           end-if.

       160-read-void-invoice.
           read input-file
               at end move 'y'             to ws-eof-flag
               not at end
                   if vt-record-type = "TRL"
                       set ws-ic-trailer-seen to true
                       move vt-record-count
                         to ws-ic-trailer-count
                       move vt-hash-total  to ws-ic-trailer-hash
                       move vt-business-date
                         to ws-ic-trailer-date
                   else
                       add 1               to ws-ic-record-count
                       if in-trans-amnt is numeric
                           add in-trans-amnt to ws-ic-hash-total
                       end-if
                   end-if
                   if in-trans-code = 'V'
                       if ws-vi-count < 10000
                           add 1           to ws-vi-count
               end-if
           end-perform.

      *    Every reversal is found and logged before anything on the
      *    history changes, so a run refused for too many of them
      *    leaves the history as it found it.  Only then are the
      *    reversed sales flagged and tonight's rows purged, both in
      *    place; the rest of the history is never read.
       180-purge-history-for-date.
           perform 183-apply-cross-day-void
               varying ws-vi-idx from 1 by 1
               until ws-vi-idx > ws-vi-count.

           perform 186-flag-reversed-sale
               varying ws-va-print-index from 1 by 1
               until ws-va-print-index > ws-va-count.

           perform 181-purge-store-rows
               varying ws-purge-store from 0 by 1
               until ws-purge-store > 99.

      *    Tonight's rows are found store by store on the store and
      *    business date key and deleted where they stand.
       181-purge-store-rows.
           move 'n'                        to ws-purge-eof-flag.
           move ws-purge-store             to xh-key-store-num.
           move ws-bc-business-date        to xh-business-date.
           start trans-history-file
               key not < xh-store-date-key
               invalid key move 'y'        to ws-purge-eof-flag
           end-start.

           perform 182-delete-tonight-row
               until ws-purge-eof-flag = 'y'.

       182-delete-tonight-row.
           read trans-history-file next
               at end move 'y'             to ws-purge-eof-flag
               not at end
                   if xh-key-store-num not = ws-purge-store
                       or xh-business-date not = ws-bc-business-date
                       move 'y'            to ws-purge-eof-flag
                   else
                       delete trans-history-file record
                           invalid key continue
                       end-delete
                   end-if
           end-read.

      *    Each of tonight's voids is looked up by invoice.  A prior
      *    business date's sale it names is logged for reversal so
      *    the adjustment flows into the accumulators and the GL; a
      *    second void naming the same invoice finds it logged
      *    already.  Once flagged a sale can never be reversed again.
       183-apply-cross-day-void.
           move 'n'                        to ws-purge-eof-flag.
           move ws-vi-invoice-tbl(ws-vi-idx) to xh-key-invoice-num.
           move 0                          to xh-key-business-date.
           move 0                          to xh-key-sequence.
           start trans-history-file
               key not < xh-history-key
               invalid key move 'y'        to ws-purge-eof-flag
           end-start.

           perform 184-reverse-voided-sale
               until ws-purge-eof-flag = 'y'.

       184-reverse-voided-sale.
           read trans-history-file next
               at end move 'y'             to ws-purge-eof-flag
               not at end
                   if xh-key-invoice-num
                       not = ws-vi-invoice-tbl(ws-vi-idx)
                       move 'y'            to ws-purge-eof-flag
                   else
                       if xh-trans-code = 'S'
                           and xh-reversed-flag not = 'R'
                           and xh-business-date
                               not = ws-bc-business-date
                           perform 188-check-already-logged
                           if ws-va-logged-flag = 'n'
                               move 'Y'
                                 to ws-vi-applied-tbl(ws-vi-idx)
                               perform 187-log-void-adjustment
                           end-if
                       end-if
                   end-if
           end-read.

       186-flag-reversed-sale.
           move ws-va-history-key(ws-va-print-index)
             to xh-history-key.
           read trans-history-file
               key is xh-history-key
               invalid key continue
               not invalid key
                   move 'R'                to xh-reversed-flag
                   rewrite trans-history-rec
                       invalid key continue
                   end-rewrite
           end-read.

       188-check-already-logged.
           move 'n'                        to ws-va-logged-flag.
           perform varying ws-va-print-index from 1 by 1
               until ws-va-print-index > ws-va-count
               if ws-va-history-key(ws-va-print-index)
                   = xh-history-key
                   move 'y'                to ws-va-logged-flag
               end-if
           end-perform.

       187-log-void-adjustment.
           if ws-va-count >= 1000 then
      *        An unlogged reversal would leave the MTD/YTD and the
      *        GL carrying a voided sale forever -- stop the run
      *        before the history is touched.
               display "DATASPLITCOUNT: VOID ADJUSTMENTS EXCEED "
                   "1000 ROWS - RUN REFUSED"
               move 8                      to return-code
             to ws-va-invoice-num(ws-va-count).
           move xh-trans-amnt
             to ws-va-amount(ws-va-count).
           move xh-history-key
             to ws-va-history-key(ws-va-count).
           add xh-trans-amnt               to ws-va-amount-total.

       130-load-closed-periods.
           move 'n'                        to ws-cp-eof-flag.
           open input closed-periods-file.
           add 1                           to ws-checkpoint-count.
           perform 900-write-checkpoint.

           perform 190-read-input-record.

      *    The trailer ends the input; nothing after it is trusted.
       190-read-input-record.
           read input-file
               at end move 'y'             to ws-eof-flag
               not at end
                   if vt-record-type = "TRL"
                       move 'y'            to ws-eof-flag
                   end-if
           end-read.

       205-check-closed-period.
           move 'n'                        to ws-prior-period-flag.
               move ws-bc-business-date to xh-business-date
               move input-record       to xh-record
               move space              to xh-reversed-flag
               move xh-invoice-num     to xh-key-invoice-num
               move ws-bc-business-date to xh-key-business-date
               compute xh-key-sequence = ws-checkpoint-count + 1
               move xh-store-num       to xh-key-store-num
               write trans-history-rec
                   invalid key perform 282-replace-history-row
               end-write
               perform 285-write-trans-extension
           if (ws-trans-sale or ws-trans-layaway
               or ws-trans-exchange or ws-trans-forfeit)
               write sl-output         from input-record
           end-if.


      *    A checkpoint restart re-reads the record the first attempt
      *    may already have written; the row is simply replaced.
       282-replace-history-row.
           rewrite trans-history-rec
               invalid key continue
           end-rewrite.

       285-write-trans-extension.
           move spaces                     to trans-extension-rec.
           move ws-bc-business-date        to te-business-date.
           move in-store-num               to te-store-num.
           move in-trans-code              to te-trans-code.
           move in-invoice-num             to te-invoice-num.
           move in-sku-code                to te-sku-code.
           move in-trans-amnt              to te-trans-amnt.
           move in-quantity                to te-quantity.
      *    valid.out rows written before the version byte existed
      *    read in as spaces; they are version 1.
           if in-record-version = '2' then
               move '2'                    to te-record-version
               move in-sale-time           to te-sale-time
               move in-customer-num        to te-customer-num
               move in-line-discount       to te-line-discount
           else
               move '1'                    to te-record-version
           end-if.
           write trans-extension-rec.


       300-calculate-percentages.
           compute ws-tot-s-rec-ptc rounded =
             (ws-tot-s-rec / ws-tot-sl-rec) * 100.
           end-perform.


      *    Each split file's trailer is tallied from what is actually
      *    on it, so the rows a checkpoint restart appended to the
      *    first attempt's are counted once each.
       440-write-split-trailers.
           move 0                          to ws-sc-record-count.
           move 0                          to ws-sc-hash-total.
           move 'n'                        to ws-sc-eof-flag.
           open input sales-layaways-file.
           perform 442-tally-sl-row
               until ws-sc-eof-flag = 'y'.
           close sales-layaways-file.

           open extend sales-layaways-file.
           move spaces                     to sl-trailer-rec.
           move "TRL"                      to st-record-type.
           move ws-sc-record-count         to st-record-count.
           move ws-sc-hash-total           to st-hash-total.
           move ws-bc-business-date        to st-business-date.
           write sl-trailer-rec.
           close sales-layaways-file.

           move 0                          to ws-sc-record-count.
           move 0                          to ws-sc-hash-total.
           move 'n'                        to ws-sc-eof-flag.
           open input returns-file.
           perform 444-tally-r-row
               until ws-sc-eof-flag = 'y'.
           close returns-file.

           open extend returns-file.
           move spaces                     to r-trailer-rec.
           move "TRL"                      to rt-record-type.
           move ws-sc-record-count         to rt-record-count.
           move ws-sc-hash-total           to rt-hash-total.
           move ws-bc-business-date        to rt-business-date.
           write r-trailer-rec.
           close returns-file.

       442-tally-sl-row.
           read sales-layaways-file
               at end move 'y'             to ws-sc-eof-flag
               not at end
                   if st-record-type not = "TRL"
                       add 1               to ws-sc-record-count
                       if sd-trans-amnt is numeric
                           add sd-trans-amnt to ws-sc-hash-total
                       end-if
                   end-if
           end-read.

       444-tally-r-row.
           read returns-file
               at end move 'y'             to ws-sc-eof-flag
               not at end
                   if rt-record-type not = "TRL"
                       add 1               to ws-sc-record-count
                       if rd-trans-amnt is numeric
                           add rd-trans-amnt to ws-sc-hash-total
                       end-if
                   end-if
           end-read.

       410-write-control-totals.
           move ws-tot-sl-rec-amnt          to ct-sl-rec-amnt.
           move ws-tot-r-rec-amnt           to ct-r-rec-amnt.
