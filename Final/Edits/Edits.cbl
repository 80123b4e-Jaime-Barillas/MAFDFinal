               assign to '../build/data/cashier-master.dat'
               organization is line sequential.

           select optional promo-master-file
               assign to '../build/data/promo-master.dat'
               organization is line sequential.

           select optional exempt-cert-master-file
               assign to '../build/data/exempt-cert-master.dat'
               organization is line sequential.

           select optional exempt-sale-file
               assign to '../build/data/exempt-sale-certs.dat'
               organization is line sequential.

           select dup-invoice-idx-file
               assign to '../build/data/edits-invoices-idx.dat'
               organization is indexed
       
           fd input-file
               data record is edit-rec
               record contains 80 characters.

           01 edit-rec.
               05 transaction-code             pic x.
               05 cashier-id                   pic x(4).
               05 quantity                     pic 9(3).
               05 unit-price                   pic 9(5)v99.
      *        Record version 2 only; a version-1 record (or a store
      *        not yet converted, inside a version-2 batch) leaves it
      *        blank.
               05 record-extension.
                   10 sale-time                pic 9(6).
                   10 sale-time-r redefines sale-time.
                       15 sale-hour            pic 99.
                       15 sale-minute          pic 99.
                       15 sale-second          pic 99.
                   10 customer-number          pic x(6).
                   10 line-discount            pic 9(5)v99.
                   10 line-discount-x redefines line-discount
                                               pic x(7).
                   10 filler                   pic x.

      *    The stores book-end the transfer file with a batch header
      *    and trailer; both share the 60-byte record size.  The
      *    header's record version says whether the data records are
      *    the original 60 bytes or the 80-byte version 2.
           01 batch-header-rec.
               05 bh-record-type               pic x(3).
               05 bh-business-date             pic 9(8).
               05 bh-origin-store              pic xx.
               05 bh-origin-system             pic x(10).
               05 bh-record-version            pic x.
               05 filler                       pic x(36).

           01 batch-trailer-rec.
               05 bt-record-type               pic x(3).
               record contains 132 characters.
               
           01 report-line                      pic x(132).

      *    valid.out ends in a control trailer -- the count and amount
      *    hash of the records above it and the business date -- that
      *    DataSplitCount checks before it splits anything.
           01 valid-data-view.
               05 filler                       pic x.
               05 vd-trans-amnt                pic 9(5)v99.
               05 filler                       pic x(124).

           01 valid-trailer-rec.
               05 vt-record-type               pic x(3).
               05 vt-record-count              pic 9(6).
               05 vt-hash-total                pic 9(10)v99.
               05 vt-business-date             pic 9(8).
               05 filler                       pic x(103).
           
           fd invalid-file
               data record is invalid-line

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

           fd item-price-history-file
               data record is price-history-rec

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

      *    One row per promotion: a single SKU, or (SKU blank) every
      *    SKU in an item-master category; up to ten stores, or all
      *    stores when the list is blank; a promo price, or a percent
      *    off the regular price in force on the sale date.
           fd promo-master-file
               data record is promo-master-rec
               record contains 100 characters.

           01 promo-master-rec.
               05 pm-promo-num                 pic x(6).
               05 pm-sku-code                  pic x(15).
               05 pm-category                  pic x(10).
               05 pm-store-list.
                   10 pm-store-num             pic xx
                       occurs 10 times.
               05 pm-start-date                pic 9(8).
               05 pm-end-date                  pic 9(8).
               05 pm-price-type                pic x.
               05 pm-promo-price               pic 9(5)v99.
               05 pm-pct-off                   pic 99v9.
               05 pm-description               pic x(20).
               05 filler                       pic xx.

      *    Tax-exemption certificates on file: status-card holders,
      *    resellers and institutions.  A sale is exempt only while
      *    its certificate is on file and unexpired on the sale date.
           fd exempt-cert-master-file
               data record is exempt-cert-rec
               record contains 60 characters.

           01 exempt-cert-rec.
               05 ec-cert-num                  pic x(12).
               05 ec-holder-name               pic x(25).
               05 ec-exempt-type               pic xx.
               05 ec-expiry-date               pic 9(8).
               05 filler                       pic x(13).

      *    The stores key the certificate presented against the
      *    sale's invoice on this companion feed, the same way the
      *    layaway customer number travels.
           fd exempt-sale-file
               data record is exempt-sale-rec
               record contains 21 characters.

           01 exempt-sale-rec.
               05 es-invoice-num               pic x(9).
               05 es-cert-num                  pic x(12).

           fd dup-invoice-idx-file
               data record is dup-invoice-rec
           05 ws-detail-quantity               pic 9(3).
           05 ws-detail-unit-price             pic 9(5)v99.
           05 ws-detail-warn-flag              pic x.
           05 ws-detail-record-version         pic x.
           05 ws-detail-sale-time              pic 9(6).
           05 ws-detail-customer-num           pic x(6).
           05 ws-detail-line-discount          pic 9(5)v99.

       01 ws-invalid-line.
           05 ws-invalid-seq                    pic Z(6)9.
           05 ws-invalid-cashier-id             pic x(4).
           05 ws-invalid-quantity               pic 9(3).
           05 ws-invalid-unit-price             pic 9(5)v99.
           05 ws-invalid-extension              pic x(20).

       01 ws-errors-line1.
           05 filler                           pic x(6)
      * row downgrades it.
       01 ws-severity-table.
           05 ws-sev-code                      pic x
               occurs 26 times.

       01 ws-check-id                          pic 99
           value 0.
               value "QTY X PRICE NOT EQUAL AMOUNT".
           05 ws-exchange-side-error           pic x(27)
               value "EXCHG SIDE MUST BE RT OR RP".
           05 ws-sale-time-error               pic x(20)
               value "INVALID TIME OF SALE".
           05 ws-line-discount-error           pic x(21)
               value "LINE DISCOUNT INVALID".
           05 ws-exempt-unknown-error          pic x(26)
               value "EXEMPT CERTIFICATE UNKNOWN".
           05 ws-exempt-expired-error          pic x(26)
               value "EXEMPT CERTIFICATE EXPIRED".
           05 ws-cashier-employ-error          pic x(28)
               value "CASHIER NOT EMPLOYED ON DATE".
           05 ws-price-tolerance-cnst          pic 99
               value 10.

               indexed by ws-im-idx.
               10 ws-im-sku-code                pic x(15).
               10 ws-im-expected-price          pic 9(5)v99.
               10 ws-im-category                pic x(10).

       01 ws-item-flag                         pic x
           value 'n'.
       01 ws-ph-best-date                      pic 9(8)
           value 0.

      * Active and future promotions.  A sale whose unit price is
      * exactly the promotion's price on its date, store and SKU (or
      * SKU category) is a sale-event price, not a keying error, and
      * skips the reasonableness check.
       01 ws-promo-table.
           05 ws-pm-count                      pic 999
               value 0.
           05 ws-pm-entry                      occurs 300 times
               indexed by ws-pm-idx.
               10 ws-pm-sku-code                pic x(15).
               10 ws-pm-category                pic x(10).
               10 ws-pm-store-list.
                   15 ws-pm-store-num           pic xx
                       occurs 10 times
                       indexed by ws-pm-store-idx.
               10 ws-pm-start-date              pic 9(8).
               10 ws-pm-end-date                pic 9(8).
               10 ws-pm-price-type              pic x.
               10 ws-pm-promo-price             pic 9(5)v99.
               10 ws-pm-pct-off                 pic 99v9.

       01 ws-promo-flag                        pic x
           value 'n'.
           88 ws-in-promotion                          value 'y'.

       01 ws-promo-store-flag                  pic x
           value 'n'.
           88 ws-promo-store-found                     value 'y'.

       01 ws-item-category                     pic x(10)
           value spaces.
       01 ws-promo-price                       pic 9(5)v99
           value 0.

      * Exemption certificates and tonight's certificate claims.
       01 ws-exempt-cert-table.
           05 ws-ec-count                      pic 9(4)
               value 0.
           05 ws-ec-entry                      occurs 1000 times
               indexed by ws-ec-idx.
               10 ws-ec-cert-num                pic x(12).
               10 ws-ec-expiry-date             pic 9(8).

       01 ws-exempt-sale-table.
           05 ws-es-count                      pic 999
               value 0.
           05 ws-es-entry                      occurs 500 times
               indexed by ws-es-idx.
               10 ws-es-invoice-num             pic x(9).
               10 ws-es-cert-num                pic x(12).

       01 ws-exempt-claim-flag                 pic x
           value 'n'.
           88 ws-exempt-claimed                        value 'y'.
       01 ws-exempt-cert-flag                  pic x
           value 'n'.
           88 ws-exempt-cert-found                     value 'y'.

       01 ws-cashier-master-table.
           05 ws-cm-count                      pic 999
               value 0.
               indexed by ws-cm-idx.
               10 ws-cm-store-num               pic xx.
               10 ws-cm-cashier-id              pic x(4).
               10 ws-cm-hire-date               pic 9(8).
               10 ws-cm-term-date               pic 9(8).

       01 ws-cashier-flag                      pic x
           value 'n'.
           88 ws-cashier-found                         value 'y'.
       01 ws-cashier-employed-flag             pic x
           value 'y'.
           88 ws-cashier-employed                      value 'y'.

      * Accepted tender codes come from the tender master so a new
      * tender is a file update, not a program change; when the file
       01 ws-extension-amount                  pic 9(8)v99
           value 0.

      * Record version from the batch header, and whether the record
      * in hand carries the version-2 fields.
       01 ws-record-version                    pic x
           value '1'.
       01 ws-record-extension-flag             pic x
           value 'n'.
           88 ws-has-record-extension                  value 'y'.
       01 ws-line-discount-amount              pic 9(5)v99
           value 0.

      * Batch control accumulators -- the header's business date and
      * the count and amount hash recomputed from the data records,
      * checked against the trailer before any record is processed.
               value 'n'.
               88 ws-trailer-seen                      value 'y'.

      * Count and amount hash of valid.out as it stands on disk,
      * tallied for its control trailer.
       01 ws-valid-controls.
           05 ws-vc-record-count               pic 9(6)
               value 0.
           05 ws-vc-hash-total                 pic 9(10)v99
               value 0.
           05 ws-vc-eof-flag                   pic x
               value 'n'.

       01 ws-batch-error-line.
           05 filler                           pic x(21)
               value "BATCH CONTROL ERROR: ".

           perform 057-load-cashier-master.

           perform 058-load-promo-master.

           perform 059-load-exempt-certs.

           perform 062-load-exempt-sales.

           perform 060-load-edit-params.

           perform 065-load-tender-master.
                   feedback-work-file,
                   dup-invoice-idx-file.

           perform 920-write-valid-trailer.

           perform 700-write-store-feedback.

           perform 910-reset-checkpoint.
           if not ws-batch-error then
               if bh-record-type = 'HDR' then
                   move bh-business-date   to ws-business-date
                   if bh-record-version = '2'
                       move '2'            to ws-record-version
                   end-if
               else
                   move "MISSING BATCH HEADER RECORD"
                       to ws-bel-text
           move 0                              to ws-checkpoint-count.
           perform 900-write-checkpoint.

      * The trailer is tallied from what is actually on valid.out, so
      * the rows a checkpoint restart appended to the first attempt's
      * are counted once each, and any trailer an interrupted attempt
      * left behind is not counted at all.
       920-write-valid-trailer.
           move 0                              to ws-vc-record-count.
           move 0                              to ws-vc-hash-total.
           move 'n'                            to ws-vc-eof-flag.
           open input report-file.
           perform 925-tally-valid-row
               until ws-vc-eof-flag = 'y'.
           close report-file.

           open extend report-file.
           move spaces                         to valid-trailer-rec.
           move "TRL"                          to vt-record-type.
           move ws-vc-record-count             to vt-record-count.
           move ws-vc-hash-total               to vt-hash-total.
           move ws-business-date               to vt-business-date.
           write valid-trailer-rec.
           close report-file.

       925-tally-valid-row.
           read report-file
               at end move 'y'                 to ws-vc-eof-flag
               not at end
                   if vt-record-type not = "TRL"
                       add 1                   to ws-vc-record-count
                       if vd-trans-amnt is numeric
                           add vd-trans-amnt   to ws-vc-hash-total
                       end-if
                   end-if
           end-read.


       050-load-store-master.
           open input store-master-file.
                   to ws-im-sku-code(ws-im-count)
               move im-expected-price
                   to ws-im-expected-price(ws-im-count)
               move im-category
                   to ws-im-category(ws-im-count)
           end-perform.

           if ws-im-count >= 500 then
                   to ws-cm-store-num(ws-cm-count)
               move cm-cashier-id
                   to ws-cm-cashier-id(ws-cm-count)
               move 0
                   to ws-cm-hire-date(ws-cm-count)
               if cm-hire-date is numeric
                   move cm-hire-date
                       to ws-cm-hire-date(ws-cm-count)
               end-if
               move 0
                   to ws-cm-term-date(ws-cm-count)
               if cm-term-date is numeric
                   move cm-term-date
                       to ws-cm-term-date(ws-cm-count)
               end-if
           end-perform.

           if ws-cm-count >= 200 then

           close cashier-master-file.

      *    A promotion past the table cap would see its event prices
      *    bounced as keying errors -- refuse the run, same as the
      *    item master overflow.
       058-load-promo-master.
           open input promo-master-file.

           perform until ws-pm-count >= 300
               read promo-master-file
                   at end exit perform
               end-read
               add 1                           to ws-pm-count
               move pm-sku-code
                   to ws-pm-sku-code(ws-pm-count)
               move pm-category
                   to ws-pm-category(ws-pm-count)
               move pm-store-list
                   to ws-pm-store-list(ws-pm-count)
               move pm-start-date
                   to ws-pm-start-date(ws-pm-count)
               move pm-end-date
                   to ws-pm-end-date(ws-pm-count)
               move pm-price-type
                   to ws-pm-price-type(ws-pm-count)
               move pm-promo-price
                   to ws-pm-promo-price(ws-pm-count)
               move pm-pct-off
                   to ws-pm-pct-off(ws-pm-count)
           end-perform.

           if ws-pm-count >= 300 then
               read promo-master-file
                   at end continue
                   not at end
                       display "EDITS: PROMOTION MASTER EXCEEDS THE "
                           "300-ROW TABLE - RUN REFUSED"
                       move 8              to return-code
                       stop run
               end-read
           end-if.

           close promo-master-file.

      *    A certificate past the table cap would bounce every
      *    exempt sale against it as unknown -- refuse the run.
       059-load-exempt-certs.
           open input exempt-cert-master-file.

           perform until ws-ec-count >= 1000
               read exempt-cert-master-file
                   at end exit perform
               end-read
               add 1                           to ws-ec-count
               move ec-cert-num
                   to ws-ec-cert-num(ws-ec-count)
               move ec-expiry-date
                   to ws-ec-expiry-date(ws-ec-count)
           end-perform.

           if ws-ec-count >= 1000 then
               read exempt-cert-master-file
                   at end continue
                   not at end
                       display "EDITS: EXEMPTION CERTIFICATE "
                           "MASTER EXCEEDS THE 1000-ROW TABLE - RUN "
                           "REFUSED"
                       move 8              to return-code
                       stop run
               end-read
           end-if.

           close exempt-cert-master-file.

       062-load-exempt-sales.
           open input exempt-sale-file.

           perform until ws-es-count >= 500
               read exempt-sale-file
                   at end exit perform
               end-read
               add 1                           to ws-es-count
               move es-invoice-num
                   to ws-es-invoice-num(ws-es-count)
               move es-cert-num
                   to ws-es-cert-num(ws-es-count)
           end-perform.

           if ws-es-count >= 500 then
               read exempt-sale-file
                   at end continue
                   not at end
                       display "EDITS: EXEMPT SALE FEED EXCEEDS "
                           "THE 500-ROW TABLE - RUN REFUSED"
                       move 8              to return-code
                       stop run
               end-read
           end-if.

           close exempt-sale-file.

       060-load-edit-params.
           open input edit-params-file.
           read edit-params-file

       067-load-edit-severity.
           perform varying ws-check-id from 1 by 1
               until ws-check-id > 26
               move 'F'                        to
                   ws-sev-code(ws-check-id)
           end-perform.
      *    arithmetic adds up; letting one of those through as a
      *    warning would put non-numeric data into the totals, so a
      *    rule row trying to downgrade them is refused out loud.
      *    Checks 24 and 25 decide whether a sale is taxed at all, so
      *    they are held fatal for the same reason.
       068-read-severity-rule.
           read edit-severity-file
               at end move 'y'                 to ws-eof-flag
               not at end
                   if sev-check-id is numeric
                       and sev-check-id > 0
                       and sev-check-id <= 26
                       and (sev-severity = 'W'
                           or sev-severity = 'F')
                       if sev-severity = 'W'
                           and (sev-check-id = 01
                               or sev-check-id = 03
                               or sev-check-id = 18
                               or sev-check-id = 19
                               or sev-check-id = 24
                               or sev-check-id = 25)
                           display "SEVERITY RULE IGNORED - CHECK "
                               sev-check-id " IS ALWAYS FATAL"
                       else
           move 'n'                            to ws-item-flag.
           move 'n'                            to ws-cashier-flag.
           move 'n'                            to ws-tender-flag.
           move 'n'                            to ws-promo-flag.

      * Only original sale transactions get a fresh invoice number --
      * returns and layaway installment payments legitimately reuse
                   to ws-check-msg
               perform 320-post-edit-error
           end-if.
           if not ws-cashier-employed then
               move 26                         to ws-check-id
               move ws-cashier-employ-error
                   to ws-check-msg
               perform 320-post-edit-error
           end-if.
           if not quantity is numeric then
               move 18                         to ws-check-id
               move ws-quantity-error          to ws-check-msg
               move ws-unit-price-error        to ws-check-msg
               perform 320-post-edit-error
           end-if.
           perform 317-validate-record-extension.
           perform 318-check-exempt-certificate.
           perform 313-check-extension.
           if ws-invoice-is-duplicate then
               move 15                         to ws-check-id
                   to ws-detail-quantity
               move unit-price
                   to ws-detail-unit-price
               if ws-has-record-extension then
                   move '2'                to ws-detail-record-version
                   move sale-time          to ws-detail-sale-time
                   move customer-number    to ws-detail-customer-num
                   move ws-line-discount-amount
                       to ws-detail-line-discount
               else
                   move '1'                to ws-detail-record-version
               end-if
               if ws-warnings > 0 then
                   move 'W'                    to ws-detail-warn-flag
               else
               if ws-in-promotion then
                   move 'P'                    to ws-detail-warn-flag
               else
                   move space                  to ws-detail-warn-flag
               end-if
               end-if
           else
               add 1                           to ws-invalid-count
               move transaction-code           to ws-invalid-code
                   to ws-invalid-quantity
               move unit-price
                   to ws-invalid-unit-price
               if ws-has-record-extension then
                   move record-extension   to ws-invalid-extension
               end-if

               perform 400-write-errors
           end-if.

       308-validate-sku-code.
           move 0                              to ws-item-expected-price.
           move spaces                         to ws-item-category.
           perform varying ws-im-idx from 1 by 1
               until ws-im-idx > ws-im-count
               if sku-code = ws-im-sku-code(ws-im-idx) then
                   set ws-item-found            to true
                   move ws-im-expected-price(ws-im-idx)
                       to ws-item-expected-price
                   move ws-im-category(ws-im-idx)
                       to ws-item-category
               end-if
           end-perform.

               and transaction-amount is numeric then
               compute ws-extension-amount =
                   quantity * unit-price
      *        A version-2 line discount comes off the extension; a
      *        discount over the line's value is rejected by check 23
      *        and does not also fail the extension.
               if ws-line-discount-amount <= ws-extension-amount then
                   subtract ws-line-discount-amount
                       from ws-extension-amount
               end-if
               if ws-extension-amount not = transaction-amount then
                   move 20                     to ws-check-id
                   move ws-extension-error     to ws-check-msg
               end-if
           end-perform.

      *    A cashier on file is also held to their dates of
      *    employment: a sale dated before the hire date or after the
      *    termination date is check 26, fatal unless the severity
      *    rules downgrade it to a warning.  A zero date on the master
      *    is unknown (hire) or still employed (termination).
       311-validate-cashier-id.
           move 'y'                            to
               ws-cashier-employed-flag.
           perform varying ws-cm-idx from 1 by 1
               until ws-cm-idx > ws-cm-count
               if ws-cm-store-num(ws-cm-idx) = store-number
                   and ws-cm-cashier-id(ws-cm-idx) = cashier-id
                   set ws-cashier-found         to true
                   if transaction-date is numeric
                       if (ws-cm-hire-date(ws-cm-idx) > 0
                           and transaction-date
                               < ws-cm-hire-date(ws-cm-idx))
                           or (ws-cm-term-date(ws-cm-idx) > 0
                           and transaction-date
                               > ws-cm-term-date(ws-cm-idx))
                           move 'n'             to
                               ws-cashier-employed-flag
                       end-if
                   end-if
               end-if
           end-perform.

               continue
           else
           perform 314-lookup-effective-price
           perform 315-check-active-promotion
           if ws-item-found
               and ws-item-expected-price > 0
               and unit-price is numeric
               and not ws-in-promotion then
               compute ws-price-check-limit =
                   ws-item-expected-price * ws-price-tolerance-cnst
               if unit-price > ws-price-check-limit then
               end-perform
           end-if.

      *    A promotion applies when it names the SKU (or, SKU blank,
      *    the SKU's category), runs over the transaction date, and
      *    lists the store or lists none.  The record is in the
      *    promotion only if its unit price is the promo price, or
      *    the percent off the regular price found by 314.
       315-check-active-promotion.
           if ws-item-found
               and transaction-date is numeric
               and unit-price is numeric then
               perform varying ws-pm-idx from 1 by 1
                   until ws-pm-idx > ws-pm-count
                       or ws-in-promotion
                   if (ws-pm-sku-code(ws-pm-idx) = sku-code
                       or (ws-pm-sku-code(ws-pm-idx) = spaces
                           and ws-pm-category(ws-pm-idx) not = spaces
                           and ws-pm-category(ws-pm-idx)
                               = ws-item-category))
                       and ws-pm-start-date(ws-pm-idx)
                           <= transaction-date
                       and ws-pm-end-date(ws-pm-idx)
                           >= transaction-date
                       perform 316-match-promo-store-and-price
                   end-if
               end-perform
           end-if.

       316-match-promo-store-and-price.
           move 'n'                            to ws-promo-store-flag.
           if ws-pm-store-list(ws-pm-idx) = spaces then
               set ws-promo-store-found        to true
           else
               perform varying ws-pm-store-idx from 1 by 1
                   until ws-pm-store-idx > 10
                   if ws-pm-store-num(ws-pm-idx, ws-pm-store-idx)
                       = store-number
                       set ws-promo-store-found to true
                   end-if
               end-perform
           end-if.

           if ws-promo-store-found then
               if ws-pm-price-type(ws-pm-idx) = 'O'
                   compute ws-promo-price rounded =
                       ws-item-expected-price
                       * (100 - ws-pm-pct-off(ws-pm-idx)) / 100
               else
                   move ws-pm-promo-price(ws-pm-idx)
                       to ws-promo-price
               end-if
               if unit-price = ws-promo-price
                   set ws-in-promotion          to true
               end-if
           end-if.

       400-write-errors.
           move ws-invalid-count               to ws-invalid-seq.

           move ws-errors-line3                to fw-text.
           write feedback-work-rec.
           
      *    Version-2 fields: the time of sale must be a real clock
      *    time and a line discount, when given, must be numeric and
      *    no more than quantity times unit price.  The customer
      *    number is carried as-is; blank means a walk-in.
       317-validate-record-extension.
           move 'n'                            to
               ws-record-extension-flag.
           move 0                              to
               ws-line-discount-amount.
           if ws-record-version = '2'
               and record-extension not = spaces then
               set ws-has-record-extension     to true
               if sale-time is numeric then
                   if sale-hour > 23
                       or sale-minute > 59
                       or sale-second > 59 then
                       move 22                 to ws-check-id
                       move ws-sale-time-error to ws-check-msg
                       perform 320-post-edit-error
                   end-if
               else
                   move 22                     to ws-check-id
                   move ws-sale-time-error     to ws-check-msg
                   perform 320-post-edit-error
               end-if
               if line-discount-x = spaces then
                   continue
               else
               if line-discount is numeric then
                   move line-discount
                       to ws-line-discount-amount
                   if quantity is numeric
                       and unit-price is numeric then
                       compute ws-extension-amount =
                           quantity * unit-price
                       if ws-line-discount-amount >
                           ws-extension-amount then
                           move 23             to ws-check-id
                           move ws-line-discount-error
                               to ws-check-msg
                           perform 320-post-edit-error
                       end-if
                   end-if
               else
                   move 23                     to ws-check-id
                   move ws-line-discount-error to ws-check-msg
                   perform 320-post-edit-error
               end-if
               end-if
           end-if.

      *    A sale or layaway claiming exemption on the companion
      *    feed must name a certificate on file that has not expired
      *    by the sale date.
       318-check-exempt-certificate.
           move 'n'                            to ws-exempt-claim-flag.
           move 'n'                            to ws-exempt-cert-flag.
           if transaction-code = ws-ep-trans-code-1
               or transaction-code = ws-ep-trans-code-2 then
               perform varying ws-es-idx from 1 by 1
                   until ws-es-idx > ws-es-count
                   if ws-es-invoice-num(ws-es-idx) = invoice-number
                       set ws-exempt-claimed   to true
                       exit perform
                   end-if
               end-perform
           end-if.

           if ws-exempt-claimed then
               perform varying ws-ec-idx from 1 by 1
                   until ws-ec-idx > ws-ec-count
                   if ws-ec-cert-num(ws-ec-idx)
                       = ws-es-cert-num(ws-es-idx)
                       set ws-exempt-cert-found to true
                       exit perform
                   end-if
               end-perform
               if not ws-exempt-cert-found then
                   move 24                     to ws-check-id
                   move ws-exempt-unknown-error
                       to ws-check-msg
                   perform 320-post-edit-error
               else
               if transaction-date is numeric
                   and ws-ec-expiry-date(ws-ec-idx)
                       < transaction-date then
                   move 25                     to ws-check-id
                   move ws-exempt-expired-error
                       to ws-check-msg
                   perform 320-post-edit-error
               end-if
               end-if
           end-if.

      *    Routes one failed check to the fatal or the warning list
      *    according to the severity rules; fatal is the default.
       320-post-edit-error.
           move 'F'                            to ws-check-severity.
           if ws-check-id > 0 and ws-check-id <= 26 then
               move ws-sev-code(ws-check-id)   to ws-check-severity
           end-if.

