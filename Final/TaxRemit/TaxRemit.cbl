      *
      *The remittance month comes from data/tax-remit-params.dat
      *(YYYYMM); without the file the current month is reported.
      *
      *Sales SLProcessing taxed at zero under an exemption certificate
      *are taken out of taxable sales and reported on their own, by
      *store and exemption type, followed by the certificate trail --
      *one line per exempt sale -- for the auditors.
      *A return against such a sale refunded no tax, so it is left out
      *of returned sales and tax refunded.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select trans-history-file
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

           select optional remit-params-file
               assign to "data/tax-remit-params.dat"
               assign to "data/store-master.dat"
               organization is line sequential.

           select optional exempt-history-file
               assign to "data/exempt-sales-history.dat"
               organization is line sequential.

           select optional exempt-index-file
               assign to "data/exempt-sales-idx.dat"
               organization is indexed
               access mode is dynamic
               record key is ei-key.

           select optional exempt-cert-master-file
               assign to "data/exempt-cert-master.dat"
               organization is line sequential.

           select report-file
               assign to "data/report-tax-remit.out"
               organization is line sequential.
       file section.
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
                       15 xh-business-yearmonth pic 9(6).
                       15 filler           pic 99.
               05 xh-record.
                   10 xh-trans-code        pic x.
                   10 xh-trans-amnt        pic 9(5)v99.
               05 sm-tax-rate                  pic 99v99.
               05 filler                       pic x(4).

           fd exempt-history-file
               data record is exempt-history-rec
               record contains 60 characters.

           01 exempt-history-rec.
               05 eh-business-date         pic 9(8).
               05 eh-business-date-r redefines eh-business-date.
                   10 eh-business-yearmonth pic 9(6).
                   10 filler               pic 99.
               05 eh-store-num             pic 99.
               05 eh-invoice-num           pic x(9).
               05 eh-trans-code            pic x.
               05 eh-cert-num              pic x(12).
               05 eh-exempt-type           pic xx.
               05 eh-trans-amnt            pic 9(5)v99.
               05 eh-tax-exempted          pic 9(5)v99.
               05 eh-trans-date            pic 9(8).
               05 filler                   pic x(4).

      *    The same history keyed on store and invoice, kept by
      *    SLProcessing.
           fd exempt-index-file
               data record is exempt-index-rec
               record contains 19 characters.

           01 exempt-index-rec.
               05 ei-key.
                   10 ei-store-num         pic 99.
                   10 ei-invoice-num       pic x(9).
               05 ei-business-date         pic 9(8).

           fd exempt-cert-master-file
               data record is exempt-cert-rec
               record contains 60 characters.

           01 exempt-cert-rec.
               05 ec-cert-num              pic x(12).
               05 ec-holder-name           pic x(25).
               05 ec-exempt-type           pic xx.
               05 ec-expiry-date           pic 9(8).
               05 filler                   pic x(13).

           fd report-file
               data record is report-line
               record contains 100 characters.
           05 filler                       pic x(52)
               value "(TIES TO THE MONTH'S 2200-TAX JOURNAL POSTINGS)".

       01 ws-exempt-heading.
           05 filler                       pic x(40)
               value "Exempt Sales By Store And Exemption Type".

       01 ws-exempt-columns.
           05 filler                       pic x(7)
               value "Store  ".
           05 filler                       pic x(5)
               value "Type ".
           05 filler                       pic x(14)
               value "Exemption     ".
           05 filler                       pic x(8)
               value "   Sales".
           05 filler                       pic x(16)
               value "    Exempt Sales".
           05 filler                       pic x(16)
               value " Tax Not Charged".

       01 ws-exempt-detail-line.
           05 filler                       pic xx
               value spaces.
           05 ws-edl-store-num             pic 99.
           05 filler                       pic x(3)
               value spaces.
           05 ws-edl-type                  pic xx.
           05 filler                       pic x(3)
               value spaces.
           05 ws-edl-type-desc             pic x(14).
           05 filler                       pic xx
               value spaces.
           05 ws-edl-count                 pic zz,zz9.
           05 filler                       pic xx
               value spaces.
           05 ws-edl-sales                 pic $$$,$$$,$$9.99.
           05 filler                       pic xx
               value spaces.
           05 ws-edl-tax                   pic $$$,$$$,$$9.99.

       01 ws-exempt-total-line.
           05 filler                       pic x(34)
               value "TOTAL EXEMPT SALES:               ".
           05 ws-etl-sales                 pic $$$,$$$,$$9.99.
           05 filler                       pic x(18)
               value "  TAX NOT CHARGED:".
           05 ws-etl-tax                   pic $$$,$$$,$$9.99.

       01 ws-trail-heading.
           05 filler                       pic x(40)
               value "Exemption Certificate Trail".

       01 ws-trail-columns.
           05 filler                       pic x(10)
               value "  Bus Date".
           05 filler                       pic x(7)
               value " Store ".
           05 filler                       pic x(11)
               value "Invoice    ".
           05 filler                       pic x(14)
               value "Certificate   ".
           05 filler                       pic x(22)
               value "Holder                ".
           05 filler                       pic x(4)
               value "Type".
           05 filler                       pic x(10)
               value "    Amount".
           05 filler                       pic x(11)
               value " Tax Exempt".

       01 ws-trail-detail-line.
           05 filler                       pic xx
               value spaces.
           05 ws-tdl-business-date         pic 9(8).
           05 filler                       pic x(3)
               value spaces.
           05 ws-tdl-store-num             pic 99.
           05 filler                       pic xx
               value spaces.
           05 ws-tdl-invoice-num           pic x(9).
           05 filler                       pic xx
               value spaces.
           05 ws-tdl-cert-num              pic x(12).
           05 filler                       pic xx
               value spaces.
           05 ws-tdl-holder-name           pic x(20).
           05 filler                       pic xx
               value spaces.
           05 ws-tdl-type                  pic xx.
           05 filler                       pic xx
               value spaces.
           05 ws-tdl-amount                pic $$$,$$9.99.
           05 filler                       pic xx
               value spaces.
           05 ws-tdl-tax                   pic $$,$$9.99.

       01 ws-no-exempt-line                pic x(40)
           value "  NO EXEMPT SALES THIS MONTH".

       01 ws-unknown-holder-text           pic x(20)
           value "(NOT ON FILE)".

      * Exemption types the certificate master uses.
       01 ws-exempt-type-values.
           05 filler                       pic x(16)
               value "SCSTATUS CARD   ".
           05 filler                       pic x(16)
               value "RSRESELLER      ".
           05 filler                       pic x(16)
               value "ININSTITUTION   ".
       01 ws-exempt-type-table redefines ws-exempt-type-values.
           05 ws-xt-entry                  occurs 3 times
               indexed by ws-xt-idx.
               10 ws-xt-code               pic xx.
               10 ws-xt-desc               pic x(14).

       01 ws-other-type-text               pic x(14)
           value "OTHER".

      * The month's exempt sales from the exempt history.  A row is
      * marked used when its sale is found live on the transaction
      * history, so a sale later reversed by a cross-day void drops
      * out here exactly as it drops out of taxable sales.
       01 ws-exempt-table.
           05 ws-ex-count                  pic 9(4)
               value 0.
           05 ws-ex-entry                  occurs 2000 times
               indexed by ws-ex-idx.
               10 ws-ex-business-date      pic 9(8).
               10 ws-ex-store-num          pic 99.
               10 ws-ex-invoice-num        pic x(9).
               10 ws-ex-cert-num           pic x(12).
               10 ws-ex-exempt-type        pic xx.
               10 ws-ex-trans-amnt         pic 9(5)v99.
               10 ws-ex-tax-exempted       pic 9(5)v99.
               10 ws-ex-used-flag          pic x.

       01 ws-exempt-cert-table.
           05 ws-ec-count                  pic 9(4)
               value 0.
           05 ws-ec-entry                  occurs 1000 times
               indexed by ws-ec-idx.
               10 ws-ec-cert-num           pic x(12).
               10 ws-ec-holder-name        pic x(25).

      * Exempt totals per store and exemption type.
       01 ws-exempt-sum-table.
           05 ws-es-count                  pic 9(3)
               value 0.
           05 ws-es-entry                  occurs 200 times
               indexed by ws-es-idx.
               10 ws-es-store-num          pic 99.
               10 ws-es-exempt-type        pic xx.
               10 ws-es-sale-count         pic 9(6).
               10 ws-es-sales              pic 9(9)v99.
               10 ws-es-tax                pic 9(9)v99.

       01 ws-exempt-total-sales            pic 9(9)v99
           value 0.
       01 ws-exempt-total-tax              pic 9(9)v99
           value 0.
       01 ws-exempt-found-flag             pic x
           value 'n'.
           88 ws-row-is-exempt                     value 'y'.
       01 ws-exempt-used-count             pic 9(6)
           value 0.
       01 ws-return-exempt-flag            pic x
           value 'n'.
           88 ws-return-is-exempt                  value 'y'.

       01 ws-remit-yearmonth               pic 9(6)
           value 0.


       01 ws-eof-flag                      pic x
           value 'n'.
       01 ws-hist-store                    pic 999
           value 0.

       01 ws-store-index                   pic 99
           value 0.

           perform 050-load-store-master.

           perform 060-load-exempt-certs.

           perform 070-load-exempt-history.

           perform 100-accumulate-history.

           perform 300-print-remittance-report.

           close store-master-file.

       060-load-exempt-certs.
           open input exempt-cert-master-file.

           perform until ws-ec-count >= 1000
               read exempt-cert-master-file
                   at end exit perform
               end-read
               add 1                       to ws-ec-count
               move ec-cert-num
                 to ws-ec-cert-num(ws-ec-count)
               move ec-holder-name
                 to ws-ec-holder-name(ws-ec-count)
           end-perform.

           if ws-ec-count >= 1000 then
               read exempt-cert-master-file
                   at end continue
                   not at end
                       display "TAXREMIT: EXEMPTION CERTIFICATE "
                           "MASTER EXCEEDS THE 1000-ROW TABLE - "
                           "LATER HOLDERS UNNAMED"
               end-read
           end-if.

           close exempt-cert-master-file.

      *    An exempt sale left out of the table would be remitted as
      *    taxable, so a month past the cap refuses the run.
       070-load-exempt-history.
           move 'n'                        to ws-eof-flag.
           open input exempt-history-file.

           perform 075-load-exempt-row
               until ws-eof-flag = 'y'.

           close exempt-history-file.
           move 'n'                        to ws-eof-flag.

       075-load-exempt-row.
           read exempt-history-file
               at end move 'y'             to ws-eof-flag
               not at end
                   if eh-business-yearmonth = ws-remit-yearmonth
                       if ws-ex-count >= 2000
                           display "TAXREMIT: MONTH'S EXEMPT SALES "
                               "EXCEED THE 2000-ROW TABLE - RUN "
                               "REFUSED"
                           close exempt-history-file
                           move 8          to return-code
                           goback
                       end-if
                       add 1               to ws-ex-count
                       move eh-business-date
                         to ws-ex-business-date(ws-ex-count)
                       move eh-store-num
                         to ws-ex-store-num(ws-ex-count)
                       move eh-invoice-num
                         to ws-ex-invoice-num(ws-ex-count)
                       move eh-cert-num
                         to ws-ex-cert-num(ws-ex-count)
                       move eh-exempt-type
                         to ws-ex-exempt-type(ws-ex-count)
                       move eh-trans-amnt
                         to ws-ex-trans-amnt(ws-ex-count)
                       move eh-tax-exempted
                         to ws-ex-tax-exempted(ws-ex-count)
                       move 'n'
                         to ws-ex-used-flag(ws-ex-count)
                   end-if
           end-read.

      *    Only the remittance month is read: each store's rows are
      *    started at the first of the month on the history's store
      *    and business-date key.
       100-accumulate-history.
           open input trans-history-file.
           open input exempt-index-file.

           perform 105-accumulate-store-month
               varying ws-hist-store from 0 by 1
               until ws-hist-store > 99.

           close trans-history-file.
           close exempt-index-file.

       105-accumulate-store-month.
           move 'n'                        to ws-eof-flag.
           move ws-hist-store              to xh-key-store-num.
           move ws-remit-yearmonth         to xh-business-yearmonth.
           move "01"                       to xh-business-date(7:2).
           start trans-history-file
               key not < xh-store-date-key
               invalid key move 'y'        to ws-eof-flag
           end-start.

           perform 110-accumulate-history-row
               until ws-eof-flag = 'y'.

      *    The month is selected on the business date the record was
      *    processed under, because that is the night its 2200-TAX
      *    journal line was posted -- the report has to tie to the
      *    postings, not to when the customer stood at the register.
       110-accumulate-history-row.
           read trans-history-file next
               at end move 'y'             to ws-eof-flag
               not at end
                   if xh-key-store-num not = ws-hist-store
                       or xh-business-yearmonth not = ws-remit-yearmonth
                       move 'y'            to ws-eof-flag
                   else
                       add 1               to ws-history-rec-count
      *                A sale reversed by a cross-day void had its tax
      *                backed out through the adjustment entry, so it
      *                owes nothing at remittance time either.
                       if xh-reversed-flag not = 'R'
                           add 1           to ws-month-rec-count
                           perform 120-post-history-row
                       end-if
                   end-if
           end-read.

               if ws-store-index > 0
                   perform 140-compute-row-tax
                   if xh-trans-code = 'R'
                       perform 170-find-exempt-return
                       if not ws-return-is-exempt
                           add xh-trans-amnt
                             to ws-st-returned-sales(ws-store-index)
                           add ws-detail-tax
                             to ws-st-tax-refunded(ws-store-index)
                       end-if
                   else
                       perform 150-check-exempt-row
                       if not ws-row-is-exempt
                           add xh-trans-amnt
                             to ws-st-taxable-sales(ws-store-index)
                           add ws-detail-tax
                             to ws-st-tax-on-sales(ws-store-index)
                       end-if
                   end-if
               end-if
           end-if.
               (xh-trans-amnt / 100
                   * ws-st-tax-rate(ws-store-index)).

       150-check-exempt-row.
           move 'n'                        to ws-exempt-found-flag.
           perform varying ws-ex-idx from 1 by 1
               until ws-ex-idx > ws-ex-count
               if ws-ex-business-date(ws-ex-idx) = xh-business-date
                   and ws-ex-invoice-num(ws-ex-idx) = xh-invoice-num
                   and ws-ex-used-flag(ws-ex-idx) = 'n'
                   set ws-row-is-exempt    to true
                   move 'y'                to ws-ex-used-flag(ws-ex-idx)
                   add 1                   to ws-exempt-used-count
                   perform 160-post-exempt-sum
                   exit perform
               end-if
           end-perform.

       160-post-exempt-sum.
           perform varying ws-es-idx from 1 by 1
               until ws-es-idx > ws-es-count
               if ws-es-store-num(ws-es-idx) = xh-store-num
                   and ws-es-exempt-type(ws-es-idx)
                       = ws-ex-exempt-type(ws-ex-idx)
                   exit perform
               end-if
           end-perform.

           if ws-es-idx > ws-es-count then
               if ws-es-count < 200
                   add 1                   to ws-es-count
                   set ws-es-idx           to ws-es-count
                   move xh-store-num
                     to ws-es-store-num(ws-es-idx)
                   move ws-ex-exempt-type(ws-ex-idx)
                     to ws-es-exempt-type(ws-es-idx)
                   move 0
                     to ws-es-sale-count(ws-es-idx)
                   move 0                  to ws-es-sales(ws-es-idx)
                   move 0                  to ws-es-tax(ws-es-idx)
               else
                   display "TAXREMIT: EXEMPT SUMMARY TABLE FULL - "
                       "STORE " xh-store-num " TYPE "
                       ws-ex-exempt-type(ws-ex-idx) " NOT SUMMARIZED"
               end-if
           end-if.

           if ws-es-idx <= ws-es-count then
               add 1
                 to ws-es-sale-count(ws-es-idx)
               add xh-trans-amnt           to ws-es-sales(ws-es-idx)
               add ws-ex-tax-exempted(ws-ex-idx)
                 to ws-es-tax(ws-es-idx)
           end-if.

           add xh-trans-amnt               to ws-exempt-total-sales.
           add ws-ex-tax-exempted(ws-ex-idx)
             to ws-exempt-total-tax.

      *    A return against a sale taxed at zero under a certificate
      *    refunded no tax, and its sale never counted as taxable, so
      *    it is left out of returned sales and tax refunded alike.
      *    The sale may be from any earlier month, so it is looked up
      *    on the keyed exempt history, not in the month's table.
       170-find-exempt-return.
           move 'n'                        to ws-return-exempt-flag.
           move xh-store-num               to ei-store-num.
           move xh-invoice-num             to ei-invoice-num.
           read exempt-index-file
               invalid key continue
               not invalid key set ws-return-is-exempt to true
           end-read.

       300-print-remittance-report.
           open output report-file.

           write report-line               from ws-grand-total-line.
           write report-line               from ws-tie-note-line.

           perform 500-print-exempt-sales.

           close report-file.

           if ws-unknown-store-count > 0 then
                 to ws-ra-net-tax(ws-ra-count)
           end-if.

       500-print-exempt-sales.
           write report-line               from spaces.
           write report-line               from ws-exempt-heading.
           if ws-exempt-used-count = 0 then
               write report-line           from ws-no-exempt-line
           else
               write report-line           from ws-exempt-columns
               perform 510-print-exempt-sum-line
                   varying ws-es-idx from 1 by 1
                   until ws-es-idx > ws-es-count
               move ws-exempt-total-sales  to ws-etl-sales
               move ws-exempt-total-tax    to ws-etl-tax
               write report-line           from ws-exempt-total-line

               write report-line           from spaces
               write report-line           from ws-trail-heading
               write report-line           from ws-trail-columns
               perform 520-print-trail-line
                   varying ws-ex-idx from 1 by 1
                   until ws-ex-idx > ws-ex-count
           end-if.

       510-print-exempt-sum-line.
           move ws-es-store-num(ws-es-idx) to ws-edl-store-num.
           move ws-es-exempt-type(ws-es-idx)
             to ws-edl-type.
           move ws-other-type-text         to ws-edl-type-desc.
           perform varying ws-xt-idx from 1 by 1
               until ws-xt-idx > 3
               if ws-xt-code(ws-xt-idx) = ws-es-exempt-type(ws-es-idx)
                   move ws-xt-desc(ws-xt-idx)
                     to ws-edl-type-desc
                   exit perform
               end-if
           end-perform.
           move ws-es-sale-count(ws-es-idx) to ws-edl-count.
           move ws-es-sales(ws-es-idx)     to ws-edl-sales.
           move ws-es-tax(ws-es-idx)       to ws-edl-tax.
           write report-line               from ws-exempt-detail-line.

       520-print-trail-line.
           if ws-ex-used-flag(ws-ex-idx) = 'y' then
               move ws-ex-business-date(ws-ex-idx)
                 to ws-tdl-business-date
               move ws-ex-store-num(ws-ex-idx)
                 to ws-tdl-store-num
               move ws-ex-invoice-num(ws-ex-idx)
                 to ws-tdl-invoice-num
               move ws-ex-cert-num(ws-ex-idx)
                 to ws-tdl-cert-num
               move ws-unknown-holder-text to ws-tdl-holder-name
               perform varying ws-ec-idx from 1 by 1
                   until ws-ec-idx > ws-ec-count
                   if ws-ec-cert-num(ws-ec-idx)
                       = ws-ex-cert-num(ws-ex-idx)
                       move ws-ec-holder-name(ws-ec-idx)
                         to ws-tdl-holder-name
                       exit perform
                   end-if
               end-perform
               move ws-ex-exempt-type(ws-ex-idx)
                 to ws-tdl-type
               move ws-ex-trans-amnt(ws-ex-idx)
                 to ws-tdl-amount
               move ws-ex-tax-exempted(ws-ex-idx)
                 to ws-tdl-tax
               write report-line           from ws-trail-detail-line
           end-if.

       950-write-audit-log.
           move function current-date(1:8)     to au-run-date.
           move function current-date(9:6)     to au-run-time.
