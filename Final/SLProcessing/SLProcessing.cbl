           select optional layaway-customer-file
               assign to "data/layaway-customers.dat"
               organization is line sequential.
           select optional exempt-cert-master-file
               assign to "data/exempt-cert-master.dat"
               organization is line sequential.

           select optional exempt-sale-file
               assign to "data/exempt-sale-certs.dat"
               organization is line sequential.

           select optional exempt-history-file
               assign to "data/exempt-sales-history.dat"
               organization is line sequential.

           select optional exempt-history-work-file
               assign to "data/exempt-sales-history.tmp"
               organization is line sequential.

           select optional exempt-index-file
               assign to "data/exempt-sales-idx.dat"
               organization is indexed
               access mode is dynamic
               record key is ei-key.

           select layaway-contact-file
               assign to "data/report-layaway-contact.out"
               organization is line sequential.

           01 raw-input-record             pic x(61).

      *    DataSplitCount's control trailer: the count and amount hash
      *    of the records above it and the business date.
           01 input-data-view.
               05 filler                   pic x.
               05 id-trans-amnt            pic 9(5)v99.
               05 filler                   pic x(53).

           01 input-trailer-rec.
               05 it-record-type           pic x(3).
               05 it-record-count          pic 9(6).
               05 it-hash-total            pic 9(10)v99.
               05 it-business-date         pic 9(8).
               05 filler                   pic x(32).

           sd sort-work-file
               data record is sort-work-rec.


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

           fd tender-master-file
               data record is tender-master-rec
               05 lc-invoice-num           pic x(9).
               05 lc-cust-num              pic x(6).

           fd exempt-cert-master-file
               data record is exempt-cert-rec
               record contains 60 characters.

           01 exempt-cert-rec.
               05 ec-cert-num              pic x(12).
               05 ec-holder-name           pic x(25).
               05 ec-exempt-type           pic xx.
               05 ec-expiry-date           pic 9(8).
               05 filler                   pic x(13).

      *    Certificate claimed against a sale's invoice, keyed by the
      *    store on the same kind of companion feed as the layaway
      *    customer number.
           fd exempt-sale-file
               data record is exempt-sale-rec
               record contains 21 characters.

           01 exempt-sale-rec.
               05 es-invoice-num           pic x(9).
               05 es-cert-num              pic x(12).

      *    Every sale taxed at zero under a certificate, kept across
      *    nights for TaxRemit and the audit trail.  A rerun of a
      *    business date replaces that date's rows.
           fd exempt-history-file
               data record is exempt-history-rec
               record contains 60 characters.

           01 exempt-history-rec.
               05 eh-business-date         pic 9(8).
               05 eh-store-num             pic 99.
               05 eh-invoice-num           pic x(9).
               05 eh-trans-code            pic x.
               05 eh-cert-num              pic x(12).
               05 eh-exempt-type           pic xx.
               05 eh-trans-amnt            pic 9(5)v99.
               05 eh-tax-exempted          pic 9(5)v99.
               05 eh-trans-date            pic 9(8).
               05 filler                   pic x(4).

           fd exempt-history-work-file
               data record is exempt-history-work-rec
               record contains 60 characters.

           01 exempt-history-work-rec      pic x(60).

      *    The exempt history keyed on store and invoice, so a void or
      *    return can ask whether its sale was exempt without reading
      *    the whole history.  Rebuilt from the history on every fresh
      *    run; the business date is the night the invoice first went
      *    on.
           fd exempt-index-file
               data record is exempt-index-rec
               record contains 19 characters.

           01 exempt-index-rec.
               05 ei-key.
                   10 ei-store-num         pic 99.
                   10 ei-invoice-num       pic x(9).
               05 ei-business-date         pic 9(8).

           fd layaway-contact-file
               data record is contact-line
               record contains 80 characters.
               10 ws-lc-invoice-num        pic x(9).
               10 ws-lc-cust-num           pic x(6).

       01 ws-exempt-cert-table.
           05 ws-ec-count                  pic 9(4)
               value 0.
           05 ws-ec-entry                  occurs 1000 times
               indexed by ws-ec-idx.
               10 ws-ec-cert-num           pic x(12).
               10 ws-ec-exempt-type        pic xx.
               10 ws-ec-expiry-date        pic 9(8).

       01 ws-exempt-sale-table.
           05 ws-es-count                  pic 9(3)
               value 0.
           05 ws-es-entry                  occurs 500 times
               indexed by ws-es-idx.
               10 ws-es-invoice-num        pic x(9).
               10 ws-es-cert-num           pic x(12).

       01 ws-exempt-flag                   pic x
           value 'n'.
           88 ws-sale-is-exempt                    value 'y'.
       01 ws-eh-eof-flag                   pic x
           value 'n'.
       01 ws-exempt-sale-count             pic 9(6)
           value 0.

       01 ws-contact-name                  pic x(20)
           value spaces.
       01 ws-contact-phone                 pic x(12)
       01 ws-sm-eof-flag                   pic x
           value 'n'.

      * slrecords.dat's count and amount hash, checked against its
      * trailer before anything is posted.
       01 ws-input-controls.
           05 ws-ic-record-count           pic 9(6)
               value 0.
           05 ws-ic-hash-total             pic 9(10)v99
               value 0.
           05 ws-ic-trailer-seen-flag      pic x
               value 'n'.
               88 ws-ic-trailer-seen               value 'y'.
           05 ws-ic-trailer-count          pic 9(6)
               value 0.
           05 ws-ic-trailer-hash           pic 9(10)v99
               value 0.
           05 ws-ic-trailer-date           pic 9(8)
               value 0.
           05 ws-ic-error-text             pic x(36)
               value spaces.

       01 ws-index                   pic 99
           value zero.

           value 0.
       01 ws-va-tax-rate                   pic 99v99
           value 0.
       01 ws-va-exempt-flag                pic x
           value 'n'.
           88 ws-va-void-exempt                    value 'y'.

       01 ws-va-adjust-lines.
           05 ws-va-sales-line.

           perform 010-read-checkpoint.

           perform 012-check-input-trailer.

           move function current-date(1:8) to ws-run-date.

           perform 015-load-date-range.

           perform 031-load-layaway-customers.

           perform 032-load-exempt-certs.

           perform 033-load-exempt-sales.

      * Sort the day's transactions by store (and, within a store, by
      * transaction date) so the per-store page break in 200-process-
      * page always groups a store's records onto contiguous pages.
               open i-o sku-totals-idx-file
               open extend output-file, forfeit-notice-file
           else
               perform 034-purge-exempt-history
               open output sku-totals-idx-file
               close sku-totals-idx-file
               open i-o sku-totals-idx-file
               perform 030-restore-checkpoint-totals
           end-if.

      * Opened only now: the void adjustments above read the exempt
      * history to find voided sales that carried no tax.
           open extend exempt-history-file.
           open i-o exempt-index-file.

           perform 200-process-page
               until ws-eof-flag = 'y'.

           close totals-extract-file.
           close layaway-contact-file.
           close forfeit-notice-file.
           close exempt-history-file.
           close exempt-index-file.
           close sku-totals-idx-file.
           close layaway-ledger-idx-file.

           move ws-total-input-count           to au-input-count.
           move ws-total-records               to au-output1-count.
           move 1                              to au-output2-count.
           move ws-exempt-sale-count           to au-output3-count.

           open extend run-history-file.
           write audit-rec.
           close run-history-file.

      * A slrecords.dat cut short by a full disk or edited by hand
      * between steps would otherwise post as a light day.  The file
      * is checked against its trailer before anything is opened for
      * output, and a mismatch stops the run with nothing posted.
       012-check-input-trailer.
           move 'n'                        to ws-eof-flag.
           open input input-file.
           perform 013-tally-input-row
               until ws-eof-flag = 'y'
               or ws-ic-trailer-seen.
           close input-file.
           move 'n'                        to ws-eof-flag.

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
               display "SLPROCESSING: data/slrecords.dat "
                   ws-ic-error-text
               display "SLPROCESSING: RUN STOPPED, NOTHING POSTED"
               move 12                     to return-code
               goback
           end-if.

       013-tally-input-row.
           read input-file
               at end move 'y'             to ws-eof-flag
               not at end
                   if it-record-type = "TRL"
                       set ws-ic-trailer-seen to true
                       move it-record-count
                         to ws-ic-trailer-count
                       move it-hash-total  to ws-ic-trailer-hash
                       move it-business-date
                         to ws-ic-trailer-date
                   else
                       add 1               to ws-ic-record-count
                       if id-trans-amnt is numeric
                           add id-trans-amnt to ws-ic-hash-total
                       end-if
                   end-if
           end-read.

       015-load-date-range.
           open input date-range-file.
           read date-range-file
           close input-file.
           move 'n'                        to ws-eof-flag.

      * The trailer ends the input; nothing after it is sorted.
       022-release-sort-record.
           read input-file
               at end move 'y'             to ws-eof-flag
               not at end
                   if it-record-type = "TRL"
                       move 'y'            to ws-eof-flag
                   else
                       add 1               to ws-seq-num
                       move raw-input-record to sort-work-rec
                       move ws-seq-num     to sw-sequence-num
                       release sort-work-rec
                   end-if
           end-read.

       026-load-tender-master.
           end-if.
           close layaway-customer-file.

       032-load-exempt-certs.
           move 0                              to ws-ec-count.
           open input exempt-cert-master-file.
           perform until ws-ec-count >= 1000
               read exempt-cert-master-file
                   at end exit perform
               end-read
               add 1                            to ws-ec-count
               move ec-cert-num
                 to ws-ec-cert-num(ws-ec-count)
               move ec-exempt-type
                 to ws-ec-exempt-type(ws-ec-count)
               move ec-expiry-date
                 to ws-ec-expiry-date(ws-ec-count)
           end-perform.
           if ws-ec-count >= 1000 then
               read exempt-cert-master-file
                   at end continue
                   not at end
                       display "SLPROCESSING: EXEMPTION CERTIFICATE "
                           "MASTER EXCEEDS THE 1000-ROW TABLE - "
                           "LATER CERTIFICATES TAXED"
               end-read
           end-if.
           close exempt-cert-master-file.

       033-load-exempt-sales.
           move 0                              to ws-es-count.
           open input exempt-sale-file.
           perform until ws-es-count >= 500
               read exempt-sale-file
                   at end exit perform
               end-read
               add 1                            to ws-es-count
               move es-invoice-num
                 to ws-es-invoice-num(ws-es-count)
               move es-cert-num
                 to ws-es-cert-num(ws-es-count)
           end-perform.
           if ws-es-count >= 500 then
               read exempt-sale-file
                   at end continue
                   not at end
                       display "SLPROCESSING: EXEMPT SALE FEED "
                           "EXCEEDS THE 500-ROW TABLE - LATER "
                           "SALES TAXED"
               end-read
           end-if.
           close exempt-sale-file.

      *    On a fresh run any rows an earlier run of this business
      *    date left on the exempt history are dropped first, so a
      *    rerun replaces the date instead of doubling it.  A
      *    checkpoint restart keeps them and appends after.
       034-purge-exempt-history.
           move 'n'                            to ws-eh-eof-flag.
           open input exempt-history-file.
           open output exempt-history-work-file.
           perform 035-copy-kept-exempt-row
               until ws-eh-eof-flag = 'y'.
           close exempt-history-file.
           close exempt-history-work-file.

           move 'n'                            to ws-eh-eof-flag.
           open input exempt-history-work-file.
           open output exempt-history-file.
           open output exempt-index-file.
           perform 036-copy-back-exempt-row
               until ws-eh-eof-flag = 'y'.
           close exempt-history-file.
           close exempt-history-work-file.
           close exempt-index-file.

       035-copy-kept-exempt-row.
           read exempt-history-file
               at end move 'y'                 to ws-eh-eof-flag
               not at end
                   if eh-business-date not = ws-bc-business-date
                       move exempt-history-rec
                         to exempt-history-work-rec
                       write exempt-history-work-rec
                   end-if
           end-read.

       036-copy-back-exempt-row.
           read exempt-history-work-file
               at end move 'y'                 to ws-eh-eof-flag
               not at end
                   move exempt-history-work-rec
                     to exempt-history-rec
                   write exempt-history-rec
                   perform 037-write-exempt-index
           end-read.

      *    A layaway invoice goes on the history once per exempt
      *    payment; the index keeps the first.
       037-write-exempt-index.
           move eh-store-num                   to ei-store-num.
           move eh-invoice-num                 to ei-invoice-num.
           move eh-business-date               to ei-business-date.
           write exempt-index-rec
               invalid key continue
           end-write.

       025-load-layaway-ledger.
           open i-o layaway-ledger-idx-file.


      *    Tonight's cross-day void adjustments from DataSplitCount:
      *    the sale amount and the tax it would have carried (at the
      *    store's rate, or none for a sale taxed at zero under a
      *    certificate) come back out of the accumulators, and the
      *    totals go out for GLExtract's reversing entry.
       915-load-void-adjustments.
           move 'n'                        to ws-va-eof-flag.
           open input void-adjust-file.
           open input exempt-index-file.

           perform 917-read-void-adjustment
               until ws-va-eof-flag = 'y'.

           close void-adjust-file.
           close exempt-index-file.

           open output void-adjust-totals-file.
           move ws-va-amount-total         to vat-amount.
               end-if
           end-perform.

           perform 919-find-exempt-void.
           if ws-va-void-exempt then
               move zero                   to ws-va-tax-rate
           end-if.

           compute ws-va-one-tax rounded =
               (va-amount / 100 * ws-va-tax-rate).
           add ws-va-one-tax               to ws-va-tax-total.

      *    A voided sale on the exempt history was taxed at zero, so
      *    there is no tax to take back out for it.
       919-find-exempt-void.
           move 'n'                        to ws-va-exempt-flag.
           move va-store-num               to ei-store-num.
           move va-invoice-num             to ei-invoice-num.
           read exempt-index-file
               invalid key continue
               not invalid key set ws-va-void-exempt to true
           end-read.

       920-update-mtd-ytd.
           add ws-total-S-amount    to ws-ctl-mtd-sale-amount
                                        ws-ctl-ytd-sale-amount.
           compute ws-dc-tax-owing rounded =
             (in-trans-amnt / 100 * ws-dc-applicable-tax-rate).

           perform 227-check-exempt-sale.
           if ws-sale-is-exempt then
               perform 228-write-exempt-history
               move zero                   to ws-dc-tax-owing
           end-if.

      *    Edits has already refused a sale whose certificate is
      *    unknown or expired; the same test here keeps a sale taxed
      *    if the feed and master drift apart before this step runs.
       227-check-exempt-sale.
           move 'n'                        to ws-exempt-flag.
           if in-trans-code-88-sale or in-trans-code-88-layaway then
               perform varying ws-es-idx from 1 by 1
                   until ws-es-idx > ws-es-count
                   if ws-es-invoice-num(ws-es-idx) = in-invoice-num
                       exit perform
                   end-if
               end-perform
               if ws-es-idx <= ws-es-count then
                   perform varying ws-ec-idx from 1 by 1
                       until ws-ec-idx > ws-ec-count
                       if ws-ec-cert-num(ws-ec-idx)
                           = ws-es-cert-num(ws-es-idx)
                           exit perform
                       end-if
                   end-perform
                   if ws-ec-idx <= ws-ec-count
                       and ws-ec-expiry-date(ws-ec-idx)
                           >= in-trans-date then
                       set ws-sale-is-exempt to true
                   end-if
               end-if
           end-if.

       228-write-exempt-history.
           add 1                           to ws-exempt-sale-count.
           move spaces                     to exempt-history-rec.
           move ws-bc-business-date        to eh-business-date.
           move in-store-num               to eh-store-num.
           move in-invoice-num             to eh-invoice-num.
           move in-trans-code              to eh-trans-code.
           move ws-es-cert-num(ws-es-idx)  to eh-cert-num.
           move ws-ec-exempt-type(ws-ec-idx)
             to eh-exempt-type.
           move in-trans-amnt              to eh-trans-amnt.
           move ws-dc-tax-owing            to eh-tax-exempted.
           move in-trans-date              to eh-trans-date.
           write exempt-history-rec.
           perform 037-write-exempt-index.

       225-lookup-store-tax-rate.
           move ws-tax-perc-cnst           to ws-dc-applicable-tax-rate.
           move zero                       to ws-index.
