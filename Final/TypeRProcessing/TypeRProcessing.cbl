               assign to "data/returns-suspense.dat"
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
           select tender-mismatch-file
               assign to "data/tender-mismatch.dat"
               organization is line sequential.
           select accepted-returns-file
               assign to "data/r-accepted.dat"
               organization is line sequential.
           select optional return-auth-file
               assign to "data/return-auth.dat"
               organization is line sequential.
           select optional closed-periods-file
               assign to "data/closed-periods.dat"
               organization is line sequential.
           select optional exempt-index-file
               assign to "data/exempt-sales-idx.dat"
               organization is indexed
               access mode is dynamic
               record key is ei-key.

       data division.
           fd input-file

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

           fd sl-indexed-file
               data record is sl-indexed-rec

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

           fd tender-mismatch-file
               05 tm-refund-tender         pic xx.
               05 tm-amount                pic 9(5)v99.

      *    Every return that cleared the sale match and the
      *    authorization check, as read; the loyalty step reverses
      *    points from it.
           fd accepted-returns-file
               data record is accepted-return-rec
               record contains 61 characters.

           01 accepted-return-rec          pic x(61).

           fd return-auth-file
               data record is return-auth-rec
               record contains 45 characters.
           01 closed-period-rec.
               05 cp-yearmonth             pic 9(6).

      *    SLProcessing's index of every sale taxed at zero under an
      *    exemption certificate, by store and invoice.
           fd exempt-index-file
               data record is exempt-index-rec
               record contains 19 characters.

           01 exempt-index-rec.
               05 ei-key.
                   10 ei-store-num         pic 99.
                   10 ei-invoice-num       pic x(9).
               05 ei-business-date         pic 9(8).

       working-storage section.

       01 ws-batch-ctl.
       01 ws-sm-eof-flag                   pic x
           value 'n'.

      * rrecords.dat's count and amount hash, checked against its
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

       01 ws-cp-eof-flag                   pic x
           value 'n'.

       01 ws-eh-exempt-flag                pic x
           value 'n'.
           88 ws-sale-was-exempt                   value 'y'.

       01 ws-mtd-ytd-ctl.
           05 ws-ctl-mtd-yearmonth         pic 9(6)
               value 0.

           perform 010-read-checkpoint.

           perform 012-check-input-trailer.

           move function current-date(1:8) to ws-run-date.

           perform 015-load-date-range.
               end-perform
               move ws-restart-count       to ws-checkpoint-count
               open extend output-file, suspense-file,
                   tender-mismatch-file, accepted-returns-file
           else
               open output output-file, tender-mismatch-file,
                   accepted-returns-file
               open extend suspense-file
           end-if.

           open input sl-indexed-file.
           open input trans-history-file.
           open input exempt-index-file.

           open output totals-extract-file.


           close totals-extract-file.
           close sl-indexed-file.
           close trans-history-file.
           close exempt-index-file.
           close suspense-file.
           close accepted-returns-file.

           move ws-checkpoint-count            to ws-total-input-count.

           write audit-rec.
           close run-history-file.

      * A rrecords.dat cut short by a full disk or edited by hand
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
               display "TYPERPROCESSING: data/rrecords.dat "
                   ws-ic-error-text
               display "TYPERPROCESSING: RUN STOPPED, NOTHING POSTED"
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

       025-load-store-sales.
                   perform 290-accumulate-totals

                   write print-line        from ws-detail-line
                   write accepted-return-rec
                       from input-record(1:61)
               end-if
               end-if
           end-if.
                   move si-pay-type        to ws-sale-pay-type
           end-read.

      *    The history is keyed on the invoice number, so only the
      *    rows of the return's own invoice are read.
       235-scan-history-for-sale.
           set ws-orphan-return            to true.
           move 'n'                        to ws-hist-eof-flag.
           move in-invoice-num             to xh-key-invoice-num.
           move 0                          to xh-key-business-date.
           move 0                          to xh-key-sequence.
           start trans-history-file
               key not < xh-history-key
               invalid key move 'y'        to ws-hist-eof-flag
           end-start.

           perform 236-check-history-row
               until ws-hist-eof-flag = 'y'
               or not ws-orphan-return.

      *    A sale flagged reversed by a cross-day void no longer
      *    exists as far as returns are concerned -- a return
      *    claiming it stays an orphan.
       236-check-history-row.
           read trans-history-file next
               at end move 'y'             to ws-hist-eof-flag
               not at end
                   if xh-key-invoice-num not = in-invoice-num
                       move 'y'            to ws-hist-eof-flag
                   else
                   if (xh-trans-code = 'S' or xh-trans-code = 'L')
                       and xh-reversed-flag not = 'R'
                       move 'n'            to ws-orphan-flag
                       move xh-pay-type    to ws-sale-pay-type
                   end-if
                   end-if
           end-read.

      *    A return under the threshold needs no authorization.  At
               end-if
           end-perform.

      *    A return against a sale taxed at zero under a certificate
      *    refunds no tax, since none was collected.
       220-calculate-tax-owing.
           perform 225-lookup-store-tax-rate.
           perform 226-find-exempt-sale.
           if ws-sale-was-exempt then
               move zero                   to ws-dc-applicable-tax-rate
           end-if.

           compute ws-dc-tax-owing rounded =
             (in-trans-amnt / 100 * ws-dc-applicable-tax-rate).
               end-if
           end-perform.

       226-find-exempt-sale.
           move 'n'                        to ws-eh-exempt-flag.
           move in-store-num               to ei-store-num.
           move in-invoice-num             to ei-invoice-num.
           read exempt-index-file
               invalid key continue
               not invalid key set ws-sale-was-exempt to true
           end-read.

       290-accumulate-totals.
           add 1                           to ws-total-records.
           add in-quantity                 to ws-total-units.
