      *Records that still fail are reported the same way Edits reports
      *them, so the corrected file itself can be re-corrected and
      *resubmitted.
      *
      *Nothing keyed is applied on the run that keys it.  Corrected
      *records go to the pending-change queue tagged with the keying
      *operator, next to the rejected original from invalid.out; a
      *second operator approves or rejects each one in MaintApprove,
      *and the next run of this program puts the approved ones through
      *the checks and into valid.out.  The operator is named in the
      *MAINTOPER environment variable and must be cleared to key on
      *the operator master.

       environment division.
       input-output section.
               assign to "data/cashier-master.dat"
               organization is line sequential.

           select optional promo-master-file
               assign to "data/promo-master.dat"
               organization is line sequential.

           select optional exempt-cert-master-file
               assign to "data/exempt-cert-master.dat"
               organization is line sequential.

           select optional exempt-sale-file
               assign to "data/exempt-sale-certs.dat"
               organization is line sequential.


           select optional tender-master-file
               assign to "data/tender-master.dat"
               assign to "data/edit-params.dat"
               organization is line sequential.

           select optional invalid-file
               assign to "data/invalid.out"
               organization is line sequential.

           select optional operator-master-file
               assign to "data/operator-master.dat"
               organization is line sequential.

           select optional pending-change-file
               assign to "data/pending-changes.dat"
               organization is line sequential.

           select pending-change-work-file
               assign to "data/pending-changes.tmp"
               organization is line sequential.

           select optional chain-lock-file
               assign to "data/chain-lock.dat"
               organization is line sequential.
               assign to "data/report-stale-lock.out"
               organization is line sequential.

           select valid-work-file
               assign to "data/valid.tmp"
               organization is line sequential.

       data division.
       file section.
           fd corrections-file
               data record is edit-rec
               record contains 80 characters.

           01 edit-rec.
               05 transaction-code             pic x.
               05 cashier-id                   pic x(4).
               05 quantity                     pic 9(3).
               05 unit-price                   pic 9(5)v99.
      *        Version-2 fields, keyed as received from the store;
      *        blank on a correction to a version-1 record.
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

           fd report-file
               data record is report-line

           01 report-line                      pic x(132).

      *    valid.out ends in Edits' control trailer -- the count and
      *    amount hash of the records above it and the business date.
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

           fd rejects-file
               data record is rejects-line
               record contains 132 characters.

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

           fd tender-master-file
               data record is tender-master-rec

           01 stale-lock-line                  pic x(80).

      *    Edits' rejects list: a sequence number and a space, then
      *    the record as received.
           fd invalid-file
               data record is invalid-line
               record contains 132 characters.

           01 invalid-line.
               05 filler                       pic x(8).
               05 iv-record.
                   10 iv-transaction-code      pic x.
                   10 filler                   pic x(11).
                   10 iv-invoice-number        pic x(9).
                   10 iv-sku-code              pic x(15).
                   10 filler                   pic x(44).
               05 filler                       pic x(44).

           fd operator-master-file
               data record is operator-master-rec
               record contains 40 characters.

           01 operator-master-rec.
               05 op-operator-id               pic x(8).
               05 op-operator-name             pic x(25).
               05 op-may-key                   pic x.
               05 op-may-approve               pic x.
               05 op-status                    pic x.
               05 filler                       pic x(4).

      *    Shared by the three maintenance programs and MaintApprove;
      *    the payload is the keyed transaction exactly as keyed.
           fd pending-change-file
               data record is pending-change-rec
               record contains 400 characters.

           01 pending-change-rec               pic x(400).

           fd pending-change-work-file
               data record is pending-change-work-rec
               record contains 400 characters.

           01 pending-change-work-rec          pic x(400).

           fd valid-work-file
               data record is valid-work-rec
               record contains 132 characters.

           01 valid-work-rec                   pic x(132).

       working-storage section.
       01 ws-eof-flag                          pic x   value 'n'.
           88 ws-end-of-file                           value 'y'.

      * valid.out's control trailer as found, and the count and
      * amount hash of the records above it.
       01 ws-valid-controls.
           05 ws-vc-record-count               pic 9(6)
               value 0.
           05 ws-vc-hash-total                 pic 9(10)v99
               value 0.
           05 ws-vc-eof-flag                   pic x
               value 'n'.
           05 ws-vc-trailer-seen-flag          pic x
               value 'n'.
               88 ws-vc-trailer-seen                   value 'y'.
           05 ws-vc-trailer-count              pic 9(6)
               value 0.
           05 ws-vc-trailer-hash               pic 9(10)v99
               value 0.
           05 ws-vc-business-date              pic 9(8)
               value 0.
           05 ws-vc-error-text                 pic x(36)
               value spaces.

       01 ws-pending-change.
           05 ws-pc-change-id                  pic 9(6).
           05 ws-pc-source                     pic x.
               88 ws-pc-source-88-store        value 'S'.
               88 ws-pc-source-88-item         value 'I'.
               88 ws-pc-source-88-corr         value 'C'.
               88 ws-pc-source-88-cashier      value 'K'.
           05 ws-pc-status                     pic x.
               88 ws-pc-status-88-pending      value 'P'.
               88 ws-pc-status-88-approved     value 'A'.
               88 ws-pc-status-88-rejected     value 'R'.
               88 ws-pc-status-88-applied      value 'D'.
               88 ws-pc-status-88-failed       value 'F'.
           05 ws-pc-keyed-by                   pic x(8).
           05 ws-pc-keyed-date                 pic 9(8).
           05 ws-pc-keyed-time                 pic 9(6).
           05 ws-pc-decided-by                 pic x(8).
           05 ws-pc-decided-date               pic 9(8).
           05 ws-pc-applied-date               pic 9(8).
           05 ws-pc-note                       pic x(20).
           05 ws-pc-payload                    pic x(88).
           05 ws-pc-before-image               pic x(110).
           05 ws-pc-after-image                pic x(110).
           05 filler                           pic x(18).

       01 ws-operator-id                       pic x(8)
           value spaces.
       01 ws-operator-flag                     pic x
           value 'n'.
           88 ws-operator-cleared                      value 'y'.

       01 ws-pc-eof-flag                       pic x   value 'n'.
       01 ws-iv-eof-flag                       pic x   value 'n'.
       01 ws-last-change-id                    pic 9(6) value 0.
       01 ws-queued-count                      pic 9(6) value 0.
       01 ws-run-date                          pic 9(8) value 0.
       01 ws-run-time                          pic 9(6) value 0.
       01 ws-failed-note                       pic x(20)
           value "FAILED EDITS".
       01 ws-no-original-text                  pic x(8)
           value "(none)".

       01 ws-chain-lock.
           05 ws-cl-status                     pic x
               value 'R'.
           05 ws-detail-quantity               pic 9(3).
           05 ws-detail-unit-price             pic 9(5)v99.
           05 ws-detail-warn-flag              pic x.
           05 ws-detail-record-version         pic x.
           05 ws-detail-sale-time              pic 9(6).
           05 ws-detail-customer-num           pic x(6).
           05 ws-detail-line-discount          pic 9(5)v99.

       01 ws-rejects-line.
           05 ws-reject-seq                     pic Z(6)9.
           05 ws-reject-cashier-id              pic x(4).
           05 ws-reject-quantity                pic 9(3).
           05 ws-reject-unit-price              pic 9(5)v99.
           05 ws-reject-extension               pic x(20).

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

      * Promotions, so a corrected sale-event record is judged the
      * same way Edits judged it the first time.
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

      * Whether the correction in hand carries the version-2 fields.
       01 ws-record-extension-flag             pic x
           value 'n'.
           88 ws-has-record-extension                  value 'y'.
       01 ws-line-discount-amount              pic 9(5)v99
           value 0.

       procedure division.

       000-main.
           perform 015-check-chain-lock.

           perform 030-check-operator.

           perform 045-check-valid-trailer.

           perform 040-open-invoice-index.

           perform 050-load-store-master.

           perform 057-load-cashier-master.

           perform 058-load-promo-master.

           perform 059-load-exempt-certs.

           perform 062-load-exempt-sales.

           perform 060-load-edit-params.

           perform 065-load-tender-master.

           perform 067-load-edit-severity.

           perform 047-restore-valid-rows.

           open extend report-file.
           open output rejects-file, errors-file, warnings-file.

           perform 500-print-error-headers.
           perform 510-print-warning-headers.

           perform 150-apply-approved-corrections.

           perform 600-print-totals.

           write warnings-line from ws-warn-total-line
               after advancing 2 line.

           close report-file,
                   rejects-file,
                   errors-file,
                   warnings-file,
                   dup-invoice-idx-file.

           perform 920-write-valid-trailer.

           perform 170-queue-keyed-corrections.

           perform 180-replace-queue.

           display "CORRECTIONS: " ws-queued-count
               " CORRECTED RECORDS QUEUED FOR APPROVAL".

           stop run.

      *    Edits keyed every sale invoice it accepted today into
               end-if
           end-if.

      *    Only an active operator cleared to key may run this
      *    program at all; the keyed rows carry the id into the queue.
       030-check-operator.
           accept ws-operator-id from environment "MAINTOPER"
               on exception continue
           end-accept.

           move 'n'                            to ws-eof-flag.
           open input operator-master-file.
           perform 035-read-operator-row
               until ws-end-of-file
               or ws-operator-cleared.
           close operator-master-file.
           move 'n'                            to ws-eof-flag.

           if not ws-operator-cleared then
               display "CORRECTIONS: OPERATOR '" ws-operator-id
                   "' IS NOT CLEARED TO KEY MASTER CHANGES - RUN "
                   "REFUSED"
               move 8                          to return-code
               stop run
           end-if.

           move function current-date(1:8)     to ws-run-date.
           move function current-date(9:6)     to ws-run-time.

       035-read-operator-row.
           read operator-master-file
               at end move 'y'                 to ws-eof-flag
               not at end
                   if op-operator-id = ws-operator-id
                       and ws-operator-id not = spaces
                       and op-may-key = 'Y'
                       and op-status = 'A'
                       set ws-operator-cleared to true
                   end-if
           end-read.

       016-clear-stale-lock.
           move ws-cl-taken-date           to ws-sll-taken-date.
           move ws-cl-taken-time           to ws-sll-taken-time.
           display "CORRECTIONS: STALE CHAIN LOCK FROM "
               ws-cl-taken-date " CLEARED".

      *    Corrected records are appended to valid.out, so the file
      *    must first prove whole against its control trailer; the
      *    records above the trailer are set aside in the work file
      *    while it is checked.
       045-check-valid-trailer.
           move 0                              to ws-vc-record-count.
           move 0                              to ws-vc-hash-total.
           move 'n'                            to ws-vc-eof-flag.
           open input report-file.
           open output valid-work-file.
           perform 046-tally-valid-row
               until ws-vc-eof-flag = 'y'
               or ws-vc-trailer-seen.
           close report-file.
           close valid-work-file.

           if not ws-vc-trailer-seen then
               move "MISSING CONTROL TRAILER"  to ws-vc-error-text
           else
           if ws-vc-trailer-count not = ws-vc-record-count then
               move "RECORD COUNT DOES NOT MATCH TRAILER"
                                               to ws-vc-error-text
           else
           if ws-vc-trailer-hash not = ws-vc-hash-total then
               move "AMOUNT HASH DOES NOT MATCH TRAILER"
                                               to ws-vc-error-text
           end-if
           end-if
           end-if.

           if ws-vc-error-text not = spaces then
               display "CORRECTIONS: data/valid.out "
                   ws-vc-error-text
               display "CORRECTIONS: RUN REFUSED, NOTHING APPENDED"
               move 12                         to return-code
               stop run
           end-if.

       046-tally-valid-row.
           read report-file
               at end move 'y'                 to ws-vc-eof-flag
               not at end
                   if vt-record-type = "TRL"
                       set ws-vc-trailer-seen  to true
                       move vt-record-count    to ws-vc-trailer-count
                       move vt-hash-total      to ws-vc-trailer-hash
                       move vt-business-date   to ws-vc-business-date
                   else
                       add 1                   to ws-vc-record-count
                       if vd-trans-amnt is numeric
                           add vd-trans-amnt   to ws-vc-hash-total
                       end-if
                       write valid-work-rec    from report-line
                   end-if
           end-read.

      *    valid.out is put back without its trailer; a new one is
      *    written once the corrected records are on the end.
       047-restore-valid-rows.
           move 'n'                            to ws-vc-eof-flag.
           open input valid-work-file.
           open output report-file.
           perform 048-copy-valid-row
               until ws-vc-eof-flag = 'y'.
           close valid-work-file.
           close report-file.

       048-copy-valid-row.
           read valid-work-file
               at end move 'y'                 to ws-vc-eof-flag
               not at end
                   write report-line           from valid-work-rec
           end-read.

       040-open-invoice-index.
           open i-o dup-invoice-idx-file.

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
                       display "CORRECTIONS: PROMOTION MASTER "
                           "EXCEEDS THE 300-ROW TABLE - RUN REFUSED"
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
                       display "CORRECTIONS: EXEMPTION CERTIFICATE "
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
                       display "CORRECTIONS: EXEMPT SALE FEED EXCEEDS "
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
           read corrections-file
               at end move 'y'                 to ws-eof-flag.

      *    Every queue row is copied to the work file; the approved
      *    corrections go through the checks on the way and are
      *    marked applied when they reach valid.out, or failed when
      *    they still do not pass.  The work file stays open for the
      *    queue pass that follows.
       150-apply-approved-corrections.
           move 'n'                            to ws-pc-eof-flag.
           open input pending-change-file.
           open output pending-change-work-file.

           perform 160-apply-one-queued-change
               until ws-pc-eof-flag = 'y'.

           close pending-change-file.

       160-apply-one-queued-change.
           read pending-change-file into ws-pending-change
               at end move 'y'                 to ws-pc-eof-flag
               not at end
                   if ws-pc-change-id > ws-last-change-id
                       move ws-pc-change-id    to ws-last-change-id
                   end-if
                   if ws-pc-source-88-corr
                       and ws-pc-status-88-approved
                       move ws-pc-payload(1:80) to edit-rec
                       perform 300-validate-data
                       if not ws-detail-line = spaces
                           write report-line from ws-detail-line
                       end-if
                       if ws-errors = 0
                           move 'D'            to ws-pc-status
                       else
                           move 'F'            to ws-pc-status
                           move ws-failed-note to ws-pc-note
                       end-if
                       move ws-run-date        to ws-pc-applied-date
                   end-if
                   write pending-change-work-rec
                       from ws-pending-change
           end-read.

      *    The keyed file is emptied once its rows are on the queue,
      *    so a second run cannot queue them twice.
       170-queue-keyed-corrections.
           move 'n'                            to ws-eof-flag.
           open input corrections-file.

           perform 100-read-corrections-file.
           perform 175-queue-one-correction
               until ws-end-of-file.

           close corrections-file.
           close pending-change-work-file.

           open output corrections-file.
           close corrections-file.

       175-queue-one-correction.
           add 1                               to ws-queued-count.
           add 1                               to ws-last-change-id.
           move spaces                         to ws-pending-change.
           move ws-last-change-id              to ws-pc-change-id.
           move 'C'                            to ws-pc-source.
           move 'P'                            to ws-pc-status.
           move ws-operator-id                 to ws-pc-keyed-by.
           move ws-run-date                    to ws-pc-keyed-date.
           move ws-run-time                    to ws-pc-keyed-time.
           move 0                              to ws-pc-decided-date.
           move 0                              to ws-pc-applied-date.
           move edit-rec                       to ws-pc-payload.
           move ws-no-original-text            to ws-pc-before-image.
           perform 176-find-rejected-original.
           move edit-rec                       to ws-pc-after-image.
           write pending-change-work-rec       from ws-pending-change.

           perform 100-read-corrections-file.

      *    The before value is the record as Edits rejected it: the
      *    latest invalid.out row for the same transaction code,
      *    invoice and SKU.
       176-find-rejected-original.
           move 'n'                            to ws-iv-eof-flag.
           open input invalid-file.
           perform 177-check-one-original
               until ws-iv-eof-flag = 'y'.
           close invalid-file.

       177-check-one-original.
           read invalid-file
               at end move 'y'                 to ws-iv-eof-flag
               not at end
                   if iv-transaction-code = transaction-code
                       and iv-invoice-number = invoice-number
                       and iv-sku-code = sku-code
                       move iv-record          to ws-pc-before-image
                   end-if
           end-read.

      *    The new trailer is tallied from valid.out as it now stands
      *    and keeps the business date of the one it replaces.
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
           move ws-vc-business-date            to vt-business-date.
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

       180-replace-queue.
           move 'n'                            to ws-pc-eof-flag.
           open input pending-change-work-file.
           open output pending-change-file.

           perform 185-copy-one-queue-row
               until ws-pc-eof-flag = 'y'.

           close pending-change-work-file.
           close pending-change-file.

       185-copy-one-queue-row.
           read pending-change-work-file
               at end move 'y'                 to ws-pc-eof-flag
               not at end
                   write pending-change-rec
                       from pending-change-work-rec
           end-read.

       300-validate-data.

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
               move transaction-code           to ws-reject-code
                   to ws-reject-quantity
               move unit-price
                   to ws-reject-unit-price
               if ws-has-record-extension then
                   move record-extension   to ws-reject-extension
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
               if ws-line-discount-amount <= ws-extension-amount then
                   subtract ws-line-discount-amount
                       from ws-extension-amount
               end-if
               if ws-extension-amount not = transaction-amount then
                   move 20                     to ws-check-id
                   move ws-extension-error     to ws-check-msg
               end-if
           end-perform.

      *    Same employment-date check as Edits (check 26).
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

      *    Same promotion rule as Edits: SKU (or category), date
      *    range and store list must all fit, and the unit price must
      *    be the promo price or the percent off the regular price.
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
           move ws-invalid-count               to ws-reject-seq.

           write errors-line from ws-errors-line3
               after advancing 1 line.

      *    Version-2 fields get the same checks Edits gives them.
       317-validate-record-extension.
           move 'n'                            to
               ws-record-extension-flag.
           move 0                              to
               ws-line-discount-amount.
           if record-extension not = spaces then
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

