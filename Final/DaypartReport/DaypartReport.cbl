       identification division.
       program-id. DaypartReport.
       author. Ryan Sim.
       date-written. 2026-10-15.
      *Desc: Hourly and daypart sales and transaction counts per store
      *for the business date, read from the transaction extension file
      *DataSplitCount writes.  Store managers staff registers from it.
      *Only stores sending the version-2 record report a time of sale;
      *everything else is shown on its own "TIME NOT REPORTED" line so
      *the day still totals while the rollout is under way.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select optional trans-extension-file
               assign to "data/trans-extension.dat"
               organization is line sequential.

           select optional batch-control-file
               assign to "data/batch-control.dat"
               organization is line sequential.

           select optional store-master-file
               assign to "data/store-master.dat"
               organization is line sequential.

           select report-file
               assign to "data/report-daypart.out"
               organization is line sequential.

           select run-history-file
               assign to "data/run-history.log"
               organization is line sequential.

       data division.
       file section.
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
               05 te-sale-time-r redefines te-sale-time.
                   10 te-sale-hour             pic 99.
                   10 filler                   pic 9(4).
               05 te-customer-num              pic x(6).
               05 te-line-discount             pic 9(5)v99.
               05 filler                       pic x(5).

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

           fd report-file
               data record is report-line
               record contains 80 characters.

           01 report-line                  pic x(80).

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
           05 filler                       pic x(47)
               value "DAYPART SALES AND TRANSACTIONS - BUSINESS DATE ".
           05 ws-rh-business-date          pic 9(8).

       01 ws-store-heading.
           05 filler                       pic x(6)
               value "STORE ".
           05 ws-sh-store-num              pic 99.
           05 filler                       pic x(3)
               value " - ".
           05 ws-sh-store-name             pic x(20).

       01 ws-chain-heading                 pic x(20)
           value "ALL STORES".

       01 ws-report-columns.
           05 filler                       pic x(19)
               value "  HOUR / DAYPART   ".
           05 filler                       pic x(8)
               value "   SALES".
           05 filler                       pic x(15)
               value "   SALES AMOUNT".
           05 filler                       pic x(8)
               value " RETURNS".
           05 filler                       pic x(15)
               value "  RETURN AMOUNT".
           05 filler                       pic x(8)
               value "   TRANS".
           05 filler                       pic x(7)
               value "  % DAY".

       01 ws-daypart-heading               pic x(20)
           value "  DAYPART SUMMARY".

       01 ws-detail-line.
           05 filler                       pic xx
               value spaces.
           05 ws-dl-label                  pic x(17).
           05 filler                       pic xx
               value spaces.
           05 ws-dl-sales-count            pic zz,zz9.
           05 filler                       pic xx
               value spaces.
           05 ws-dl-sales-amount           pic $$,$$$,$$9.99.
           05 filler                       pic xx
               value spaces.
           05 ws-dl-return-count           pic zz,zz9.
           05 filler                       pic xx
               value spaces.
           05 ws-dl-return-amount          pic $$,$$$,$$9.99.
           05 filler                       pic xx
               value spaces.
           05 ws-dl-trans-count            pic zz,zz9.
           05 filler                       pic xx
               value spaces.
           05 ws-dl-pct                    pic zz9.9.

       01 ws-hour-label.
           05 ws-hl-from                   pic 99.
           05 filler                       pic x(6)
               value ":00 - ".
           05 ws-hl-to                     pic 99.
           05 filler                       pic x(3)
               value ":59".

       01 ws-daypart-label.
           05 ws-dpl-name                  pic x(10).
           05 ws-dpl-from                  pic 99.
           05 filler                       pic x
               value "-".
           05 ws-dpl-to                    pic 99.

       01 ws-not-reported-text             pic x(17)
           value "TIME NOT REPORTED".
       01 ws-total-text                    pic x(17)
           value "DAY TOTAL".

       01 ws-count-line.
           05 ws-cl-label                  pic x(40).
           05 ws-cl-count                  pic zzz,zz9.

       01 ws-rows-read-text                pic x(40)
           value "EXTENSION ROWS READ:".
       01 ws-version-2-text                pic x(40)
           value "ROWS WITH TIME OF SALE (VERSION 2):".
       01 ws-version-1-text                pic x(40)
           value "ROWS WITHOUT TIME OF SALE:".
       01 ws-skipped-text                  pic x(40)
           value "ROWS SKIPPED (OTHER DATE OR NO STORE):".

      * Dayparts in hours of the 24-hour clock, inclusive.  Together
      * they cover the whole day.
       01 ws-daypart-values.
           05 filler                       pic x(14)
               value "EARLY     0008".
           05 filler                       pic x(14)
               value "MORNING   0911".
           05 filler                       pic x(14)
               value "MIDDAY    1213".
           05 filler                       pic x(14)
               value "AFTERNOON 1416".
           05 filler                       pic x(14)
               value "EVENING   1720".
           05 filler                       pic x(14)
               value "LATE      2123".
       01 ws-daypart-table redefines ws-daypart-values.
           05 ws-dp-entry                  occurs 6 times.
               10 ws-dp-name               pic x(10).
               10 ws-dp-from               pic 99.
               10 ws-dp-to                 pic 99.

       01 ws-daypart-count-cnst            pic 9
           value 6.

      * Buckets 1 through 24 are the hours 00 through 23; bucket 25
      * holds rows with no time of sale.  Sales are the S and L
      * tenders; every row counts as a transaction.
       01 ws-not-reported-bucket-cnst      pic 99
           value 25.

       01 ws-store-table.
           05 ws-st-entry                  occurs 99 times.
               10 ws-st-active             pic x.
               10 ws-st-name               pic x(20).
               10 ws-st-buckets.
                   15 ws-sb-bucket         occurs 25 times.
                       20 ws-sb-sales-count    pic 9(6).
                       20 ws-sb-sales-amount   pic 9(8)v99.
                       20 ws-sb-return-count   pic 9(6).
                       20 ws-sb-return-amount  pic 9(8)v99.
                       20 ws-sb-trans-count    pic 9(6).

       01 ws-chain-buckets.
           05 ws-cb-bucket                 occurs 25 times.
               10 ws-cb-sales-count        pic 9(6).
               10 ws-cb-sales-amount       pic 9(8)v99.
               10 ws-cb-return-count       pic 9(6).
               10 ws-cb-return-amount      pic 9(8)v99.
               10 ws-cb-trans-count        pic 9(6).

      * The store or chain being printed is copied here so one set
      * of paragraphs prints both; its layout matches both tables.
       01 ws-print-buckets.
           05 ws-pb-bucket                 occurs 25 times.
               10 ws-pb-sales-count        pic 9(6).
               10 ws-pb-sales-amount       pic 9(8)v99.
               10 ws-pb-return-count       pic 9(6).
               10 ws-pb-return-amount      pic 9(8)v99.
               10 ws-pb-trans-count        pic 9(6).

       01 ws-sum-line.
           05 ws-sum-sales-count           pic 9(6).
           05 ws-sum-sales-amount          pic 9(8)v99.
           05 ws-sum-return-count          pic 9(6).
           05 ws-sum-return-amount         pic 9(8)v99.
           05 ws-sum-trans-count           pic 9(6).

       01 ws-day-trans-count               pic 9(6)
           value 0.

       01 ws-business-date                 pic 9(8)
           value 0.

       01 ws-eof-flag                      pic x
           value 'n'.

       01 ws-store-idx                     pic 9(3)
           value 0.
       01 ws-bucket-idx                    pic 99
           value 0.
       01 ws-daypart-idx                   pic 9
           value 0.
       01 ws-hour-idx                      pic 99
           value 0.

       01 ws-rows-read                     pic 9(6)
           value 0.
       01 ws-version-2-rows                pic 9(6)
           value 0.
       01 ws-version-1-rows                pic 9(6)
           value 0.
       01 ws-skipped-rows                  pic 9(6)
           value 0.
       01 ws-stores-printed                pic 9(6)
           value 0.

       procedure division.
       000-main.
           initialize ws-store-table, ws-chain-buckets.

           perform 010-load-business-date.
           perform 020-load-store-names.

           open input trans-extension-file.
           perform 100-accumulate-row
               until ws-eof-flag = 'y'.
           close trans-extension-file.

           open output report-file.

           move ws-business-date           to ws-rh-business-date.
           write report-line               from ws-report-heading.
           write report-line               from spaces.

           perform 200-print-store
               varying ws-store-idx from 1 by 1
               until ws-store-idx > 99.

           move ws-chain-buckets           to ws-print-buckets.
           write report-line               from ws-chain-heading.
           perform 300-print-buckets.

           perform 400-print-counts.

           close report-file.

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

       020-load-store-names.
           move 'n'                        to ws-eof-flag.
           open input store-master-file.
           perform 025-read-store-master
               until ws-eof-flag = 'y'.
           close store-master-file.
           move 'n'                        to ws-eof-flag.

       025-read-store-master.
           read store-master-file
               at end move 'y'             to ws-eof-flag
               not at end
                   if sm-store-num is numeric
                       and sm-store-num > 0 then
                       move sm-store-name
                           to ws-st-name(sm-store-num)
                   end-if
           end-read.

      *    A row for another business date means the extension file
      *    was not rewritten by tonight's DataSplitCount; those rows
      *    are counted and left out rather than mixed into the day.
       100-accumulate-row.
           read trans-extension-file
               at end move 'y'             to ws-eof-flag
               not at end
                   add 1                   to ws-rows-read
                   if te-store-num is not numeric
                       or te-store-num = 0
                       or (ws-business-date > 0
                           and te-business-date
                               not = ws-business-date) then
                       add 1               to ws-skipped-rows
                   else
                       perform 110-post-row
                   end-if
           end-read.

       110-post-row.
           move te-store-num               to ws-store-idx.
           move 'y'
               to ws-st-active(ws-store-idx).

           if te-record-version = '2'
               and te-sale-time is numeric
               and te-sale-hour <= 23 then
               add 1                       to ws-version-2-rows
               compute ws-bucket-idx = te-sale-hour + 1
           else
               add 1                       to ws-version-1-rows
               move ws-not-reported-bucket-cnst
                   to ws-bucket-idx
           end-if.

           add 1 to ws-sb-trans-count(ws-store-idx, ws-bucket-idx),
                    ws-cb-trans-count(ws-bucket-idx).

           if te-trans-code = 'S' or te-trans-code = 'L' then
               add 1
                   to ws-sb-sales-count(ws-store-idx, ws-bucket-idx),
                      ws-cb-sales-count(ws-bucket-idx)
               add te-trans-amnt
                   to ws-sb-sales-amount(ws-store-idx, ws-bucket-idx),
                      ws-cb-sales-amount(ws-bucket-idx)
           else
           if te-trans-code = 'R' then
               add 1
                   to ws-sb-return-count(ws-store-idx, ws-bucket-idx),
                      ws-cb-return-count(ws-bucket-idx)
               add te-trans-amnt
                   to ws-sb-return-amount(ws-store-idx, ws-bucket-idx),
                      ws-cb-return-amount(ws-bucket-idx)
           end-if
           end-if.

       200-print-store.
           if ws-st-active(ws-store-idx) = 'y' then
               add 1                       to ws-stores-printed
               move ws-store-idx           to ws-sh-store-num
               move ws-st-name(ws-store-idx)
                   to ws-sh-store-name
               write report-line           from ws-store-heading
               move ws-st-buckets(ws-store-idx)
                   to ws-print-buckets
               perform 300-print-buckets
           end-if.

      *    Hour lines for the hours with any activity, then the
      *    daypart summary, the no-time line and the day total.
       300-print-buckets.
           move 0                          to ws-day-trans-count.
           perform 305-add-day-trans
               varying ws-bucket-idx from 1 by 1
               until ws-bucket-idx > ws-not-reported-bucket-cnst.

           write report-line               from ws-report-columns.
           perform 310-print-hour-line
               varying ws-bucket-idx from 1 by 1
               until ws-bucket-idx > 24.

           write report-line               from spaces.
           write report-line               from ws-daypart-heading.
           perform 320-print-daypart-line
               varying ws-daypart-idx from 1 by 1
               until ws-daypart-idx > ws-daypart-count-cnst.

           move ws-not-reported-bucket-cnst to ws-bucket-idx.
           perform 330-load-sum-from-bucket.
           move ws-not-reported-text       to ws-dl-label.
           perform 350-write-sum-line.

           initialize ws-sum-line.
           perform 340-add-bucket-to-sum
               varying ws-bucket-idx from 1 by 1
               until ws-bucket-idx > ws-not-reported-bucket-cnst.
           move ws-total-text              to ws-dl-label.
           perform 350-write-sum-line.

           write report-line               from spaces.

       305-add-day-trans.
           add ws-pb-trans-count(ws-bucket-idx)
               to ws-day-trans-count.

       310-print-hour-line.
           if ws-pb-trans-count(ws-bucket-idx) > 0 then
               compute ws-hl-from = ws-bucket-idx - 1
               move ws-hl-from             to ws-hl-to
               move ws-hour-label          to ws-dl-label
               perform 330-load-sum-from-bucket
               perform 350-write-sum-line
           end-if.

       320-print-daypart-line.
           initialize ws-sum-line.
           compute ws-hour-idx = ws-dp-from(ws-daypart-idx) + 1.
           perform 325-add-daypart-hour
               until ws-hour-idx > ws-dp-to(ws-daypart-idx) + 1.
           move ws-dp-name(ws-daypart-idx) to ws-dpl-name.
           move ws-dp-from(ws-daypart-idx) to ws-dpl-from.
           move ws-dp-to(ws-daypart-idx)   to ws-dpl-to.
           move ws-daypart-label           to ws-dl-label.
           perform 350-write-sum-line.

       325-add-daypart-hour.
           move ws-hour-idx                to ws-bucket-idx.
           perform 340-add-bucket-to-sum.
           add 1                           to ws-hour-idx.

       330-load-sum-from-bucket.
           initialize ws-sum-line.
           perform 340-add-bucket-to-sum.

       340-add-bucket-to-sum.
           add ws-pb-sales-count(ws-bucket-idx)
               to ws-sum-sales-count.
           add ws-pb-sales-amount(ws-bucket-idx)
               to ws-sum-sales-amount.
           add ws-pb-return-count(ws-bucket-idx)
               to ws-sum-return-count.
           add ws-pb-return-amount(ws-bucket-idx)
               to ws-sum-return-amount.
           add ws-pb-trans-count(ws-bucket-idx)
               to ws-sum-trans-count.

       350-write-sum-line.
           move ws-sum-sales-count         to ws-dl-sales-count.
           move ws-sum-sales-amount        to ws-dl-sales-amount.
           move ws-sum-return-count        to ws-dl-return-count.
           move ws-sum-return-amount       to ws-dl-return-amount.
           move ws-sum-trans-count         to ws-dl-trans-count.
           if ws-day-trans-count > 0 then
               compute ws-dl-pct rounded =
                   ws-sum-trans-count * 100 / ws-day-trans-count
           else
               move 0                      to ws-dl-pct
           end-if.
           write report-line               from ws-detail-line.

       400-print-counts.
           move ws-rows-read-text          to ws-cl-label.
           move ws-rows-read               to ws-cl-count.
           write report-line               from ws-count-line.
           move ws-version-2-text          to ws-cl-label.
           move ws-version-2-rows          to ws-cl-count.
           write report-line               from ws-count-line.
           move ws-version-1-text          to ws-cl-label.
           move ws-version-1-rows          to ws-cl-count.
           write report-line               from ws-count-line.
           move ws-skipped-text            to ws-cl-label.
           move ws-skipped-rows            to ws-cl-count.
           write report-line               from ws-count-line.

       950-write-audit-log.
           move function current-date(1:8)     to au-run-date.
           move function current-date(9:6)     to au-run-time.
           move "DaypartReport"                to au-program-name.
           move ws-rows-read                   to au-input-count.
           move ws-stores-printed              to au-output1-count.
           move ws-version-2-rows              to au-output2-count.
           move ws-skipped-rows                to au-output3-count.

           open extend run-history-file.
           write audit-rec.
           close run-history-file.

       end program DaypartReport.
