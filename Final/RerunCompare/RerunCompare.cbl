       identification division.
       program-id. RerunCompare.
       author. Ryan Sim.
       date-written. 2026-10-15.
      *Desc: Before-and-after report for a night that was run again.
      *When RunChain starts a second run of a business date it first
      *copies the night's key outputs aside to data/original/ -- the
      *DataSplitCount control-total export, sl-totals.dat,
      *r-totals.dat, sl-store-totals.dat, gl-journal.out and
      *settlement-extract.dat -- and notes the date in
      *rerun-snapshot.dat.  This step compares each copy with the file
      *the rerun left behind and lists every control total, store,
      *tender and GL account whose value changed, with the old value,
      *the new value and the difference (new less old), for finance
      *to read alongside the corrected figures.
      *
      *A file the earlier run never finished has no copy and is shown
      *as not compared.  On a night that was not rerun the report
      *simply says so.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select optional batch-control-file
               assign to "data/batch-control.dat"
               organization is line sequential.

           select optional rerun-marker-file
               assign to "data/rerun-snapshot.dat"
               organization is line sequential.

           select optional old-csv-file
               assign to "data/original/counts-and-control-totals.csv"
               organization is line sequential.

           select optional new-csv-file
               assign to "data/counts-and-control-totals.csv"
               organization is line sequential.

           select optional old-sl-totals-file
               assign to "data/original/sl-totals.dat"
               organization is line sequential.

           select optional new-sl-totals-file
               assign to "data/sl-totals.dat"
               organization is line sequential.

           select optional old-r-totals-file
               assign to "data/original/r-totals.dat"
               organization is line sequential.

           select optional new-r-totals-file
               assign to "data/r-totals.dat"
               organization is line sequential.

           select optional old-store-totals-file
               assign to "data/original/sl-store-totals.dat"
               organization is line sequential.

           select optional new-store-totals-file
               assign to "data/sl-store-totals.dat"
               organization is line sequential.

           select optional old-extract-file
               assign to "data/original/settlement-extract.dat"
               organization is line sequential.

           select optional new-extract-file
               assign to "data/settlement-extract.dat"
               organization is line sequential.

           select optional old-journal-file
               assign to "data/original/gl-journal.out"
               organization is line sequential.

           select optional new-journal-file
               assign to "data/gl-journal.out"
               organization is line sequential.

           select report-file
               assign to "data/rerun-comparison.out"
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
               05 bc-business-date         pic 9(8).
               05 filler                   pic x(5).

      *    Written by RunChain when it copies the outputs aside: the
      *    business date the copies were taken for.
           fd rerun-marker-file
               data record is rerun-marker-rec
               record contains 8 characters.

           01 rerun-marker-rec.
               05 rs-business-date         pic 9(8).

      *    Each pair is read into the matching working-storage layout
      *    below, so one set of field names serves both copies.
           fd old-csv-file
               data record is old-csv-line
               record contains 120 characters.

           01 old-csv-line                 pic x(120).

           fd new-csv-file
               data record is new-csv-line
               record contains 120 characters.

           01 new-csv-line                 pic x(120).

           fd old-sl-totals-file
               data record is old-sl-totals-rec
               record contains 30 characters.

           01 old-sl-totals-rec            pic x(30).

           fd new-sl-totals-file
               data record is new-sl-totals-rec
               record contains 30 characters.

           01 new-sl-totals-rec            pic x(30).

           fd old-r-totals-file
               data record is old-r-totals-rec
               record contains 30 characters.

           01 old-r-totals-rec             pic x(30).

           fd new-r-totals-file
               data record is new-r-totals-rec
               record contains 30 characters.

           01 new-r-totals-rec             pic x(30).

           fd old-store-totals-file
               data record is old-store-totals-rec
               record contains 12 characters.

           01 old-store-totals-rec         pic x(12).

           fd new-store-totals-file
               data record is new-store-totals-rec
               record contains 12 characters.

           01 new-store-totals-rec         pic x(12).

           fd old-extract-file
               data record is old-extract-rec
               record contains 35 characters.

           01 old-extract-rec              pic x(35).

           fd new-extract-file
               data record is new-extract-rec
               record contains 35 characters.

           01 new-extract-rec              pic x(35).

           fd old-journal-file
               data record is old-journal-rec
               record contains 42 characters.

           01 old-journal-rec              pic x(42).

           fd new-journal-file
               data record is new-journal-rec
               record contains 42 characters.

           01 new-journal-rec              pic x(42).

           fd report-file
               data record is report-line
               record contains 100 characters.

           01 report-line                  pic x(100).

           fd run-history-file
               data record is audit-rec
               record contains 53 characters.

           01 audit-rec.
               05 au-run-date               pic 9(8).
               05 au-run-time               pic 9(6).
               05 au-program-name           pic x(15).
               05 au-input-count            pic 9(6).
               05 au-output1-count          pic 9(6).
               05 au-output2-count          pic 9(6).
               05 au-output3-count          pic 9(6).

       working-storage section.
       01 ws-business-date                 pic 9(8)
           value 0.

       01 ws-rerun-flag                    pic x
           value 'n'.
           88 ws-rerun-night                       value 'y'.

       01 ws-eof-flag                      pic x
           value 'n'.

       01 ws-side-flag                     pic x
           value 'O'.
           88 ws-side-old                          value 'O'.
           88 ws-side-new                          value 'N'.

       01 ws-side-rows                     pic 9(6)
           value 0.
       01 ws-rows-read                     pic 9(6)
           value 0.
       01 ws-files-compared                pic 9(6)
           value 0.
       01 ws-difference-count              pic 9(6)
           value 0.
       01 ws-difference                    pic s9(9)v99
           value 0.

       01 ws-file-index                    pic 9
           value 0.
       01 ws-field-index                   pic 99
           value 0.
       01 ws-found-index                   pic 9(4)
           value 0.
       01 ws-store-num                     pic 99
           value 0.
       01 ws-dc-word                       pic x(6)
           value spaces.

      * The six outputs in the order they are compared, and whether
      * each one had a copy to compare against.
       01 ws-file-name-values.
           05 filler                       pic x(30)
               value "counts-and-control-totals.csv".
           05 filler                       pic x(30)
               value "sl-totals.dat".
           05 filler                       pic x(30)
               value "r-totals.dat".
           05 filler                       pic x(30)
               value "sl-store-totals.dat".
           05 filler                       pic x(30)
               value "settlement-extract.dat".
           05 filler                       pic x(30)
               value "gl-journal.out".
       01 ws-file-name-table redefines ws-file-name-values.
           05 ws-fn-name                   pic x(30)
               occurs 6 times.

       01 ws-file-count-cnst               pic 9
           value 6.

      * The report lists the sections in this order, whatever order
      * the files were read in.
       01 ws-section-values.
           05 filler                       pic x(10)
               value "CONTROL".
           05 filler                       pic x(10)
               value "STORE".
           05 filler                       pic x(10)
               value "TENDER".
           05 filler                       pic x(10)
               value "GL ACCOUNT".
       01 ws-section-table redefines ws-section-values.
           05 ws-sc-name                   pic x(10)
               occurs 4 times.

       01 ws-section-count-cnst            pic 9
           value 4.
       01 ws-section-index                 pic 9
           value 0.

       01 ws-file-compared-tbl.
           05 ws-fn-compared-flag          pic x
               occurs 6 times.

      * The TOTALS row of the DataSplitCount export, column by column
      * after the record type: the item name and whether it is a
      * count (C) or an amount (A).
       01 ws-totals-item-values.
           05 filler                       pic x(16)
               value "SL RECORDS     C".
           05 filler                       pic x(16)
               value "SL AMOUNT      A".
           05 filler                       pic x(16)
               value "S RECORDS      C".
           05 filler                       pic x(16)
               value "S AMOUNT       A".
           05 filler                       pic x(16)
               value "L RECORDS      C".
           05 filler                       pic x(16)
               value "L AMOUNT       A".
           05 filler                       pic x(16)
               value "R RECORDS      C".
           05 filler                       pic x(16)
               value "R AMOUNT       A".
           05 filler                       pic x(16)
               value "S PERCENT      A".
           05 filler                       pic x(16)
               value "L PERCENT      A".
       01 ws-totals-item-table redefines ws-totals-item-values.
           05 ws-ti-entry                  occurs 10 times.
               10 ws-ti-item               pic x(15).
               10 ws-ti-kind               pic x.

       01 ws-csv-line                      pic x(120).
       01 ws-csv-fields.
           05 ws-cv-field                  pic x(15)
               occurs 11 times.

       01 ws-sl-totals.
           05 ws-slt-sale-amount           pic 9(8)v99.
           05 ws-slt-layaway-amount        pic 9(8)v99.
           05 ws-slt-tax-owing             pic 9(8)v99.

       01 ws-r-totals.
           05 ws-rt-return-amount          pic 9(8)v99.
           05 ws-rt-tax-owing              pic 9(8)v99.
           05 ws-rt-suspense-amount        pic 9(8)v99.

       01 ws-store-total.
           05 ws-sse-store-num             pic 99.
           05 ws-sse-total-amount          pic 9(8)v99.

       01 ws-extract.
           05 ws-ex-store-num              pic 99.
           05 ws-ex-pay-type               pic xx.
           05 ws-ex-gross-amount           pic 9(8)v99.
           05 ws-ex-refund-amount          pic 9(8)v99.
           05 ws-ex-net-sign               pic x.
           05 ws-ex-net-amount             pic 9(8)v99.

       01 ws-journal.
           05 ws-jr-account-code           pic x(10).
           05 ws-jr-debit-credit           pic x.
           05 ws-jr-amount                 pic 9(8)v99.
           05 ws-jr-store-num              pic 99.
           05 filler                       pic x(19).

      * One value to be posted to the comparison table, and the side
      * (old copy or rerun) it came from.
       01 ws-post-value.
           05 ws-pv-key-fields.
               10 ws-pv-section            pic x(10).
               10 ws-pv-key                pic x(14).
               10 ws-pv-item               pic x(15).
           05 ws-pv-kind                   pic x.
           05 ws-pv-amount                 pic s9(9)v99.

      * Every value either side holds, old and new side by side.  A
      * key posted twice on one side (a GL account with several rows)
      * is summed.
       01 ws-compare-table.
           05 ws-cm-count                  pic 9(4)
               value 0.
           05 ws-cm-entry                  occurs 2000 times
               indexed by ws-cm-idx.
               10 ws-cm-key-fields.
                   15 ws-cm-section        pic x(10).
                   15 ws-cm-key            pic x(14).
                   15 ws-cm-item           pic x(15).
               10 ws-cm-kind               pic x.
               10 ws-cm-old-amount         pic s9(9)v99.
               10 ws-cm-new-amount         pic s9(9)v99.
               10 ws-cm-old-flag           pic x.
               10 ws-cm-new-flag           pic x.

       01 ws-report-heading.
           05 filler                       pic x(35)
               value "Rerun Before-and-After Comparison -".
           05 filler                       pic x(16)
               value "- Business Date ".
           05 ws-rh-business-date          pic 9(8).

       01 ws-no-rerun-line.
           05 filler                       pic x(14)
               value "BUSINESS DATE ".
           05 ws-nr-business-date          pic 9(8).
           05 filler                       pic x(35)
               value " WAS NOT RERUN - NOTHING TO COMPARE".

       01 ws-file-line.
           05 filler                       pic x(2)
               value spaces.
           05 ws-fl-name                   pic x(30).
           05 ws-fl-status                 pic x(44).

       01 ws-column-heading.
           05 filler                       pic x(12)
               value "SECTION".
           05 filler                       pic x(16)
               value "KEY".
           05 filler                       pic x(17)
               value "ITEM".
           05 filler                       pic x(15)
               value "    OLD VALUE".
           05 filler                       pic x(15)
               value "    NEW VALUE".
           05 filler                       pic x(15)
               value "   DIFFERENCE".
           05 filler                       pic x(4)
               value "NOTE".

       01 ws-detail-line.
           05 ws-dl-section                pic x(10).
           05 filler                       pic x(2)
               value spaces.
           05 ws-dl-key                    pic x(14).
           05 filler                       pic x(2)
               value spaces.
           05 ws-dl-item                   pic x(15).
           05 filler                       pic x(2)
               value spaces.
           05 ws-dl-amounts.
               10 ws-dl-old-amount         pic -(9)9.99.
               10 filler                   pic x(2)
                   value spaces.
               10 ws-dl-new-amount         pic -(9)9.99.
               10 filler                   pic x(2)
                   value spaces.
               10 ws-dl-diff-amount        pic -(9)9.99.
           05 ws-dl-counts redefines ws-dl-amounts.
               10 ws-dl-old-count          pic -(12)9.
               10 filler                   pic x(2).
               10 ws-dl-new-count          pic -(12)9.
               10 filler                   pic x(2).
               10 ws-dl-diff-count         pic -(12)9.
           05 filler                       pic x(2)
               value spaces.
           05 ws-dl-note                   pic x(7).

       01 ws-summary-line.
           05 filler                       pic x(17)
               value "VALUES COMPARED: ".
           05 ws-sm-compared               pic zzz9.
           05 filler                       pic x(16)
               value "   DIFFERENCES: ".
           05 ws-sm-differences            pic zzz9.

       01 ws-no-difference-line.
           05 filler                       pic x(35)
               value "NO DIFFERENCES - THE RERUN MATCHES ".
           05 filler                       pic x(16)
               value "THE EARLIER RUN".

       procedure division.
       000-main.
           perform 010-load-business-date.

           perform 020-read-rerun-marker.

           if ws-rerun-night then
               perform 100-compare-control-totals
               perform 200-compare-sl-totals
               perform 250-compare-r-totals
               perform 300-compare-store-totals
               perform 400-compare-settlement
               perform 500-compare-gl-journal
           end-if.

           perform 600-write-report.

           if ws-rerun-night then
               display "RERUNCOMPARE: " ws-difference-count
                   " VALUES CHANGED BY THE RERUN OF "
                   ws-business-date
           else
               display "RERUNCOMPARE: " ws-business-date
                   " WAS NOT RERUN - NOTHING TO COMPARE"
           end-if.

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

           if ws-business-date = 0 then
               move function current-date(1:8) to ws-business-date
           end-if.

      *    Copies taken for an earlier date belong to an earlier
      *    rerun; tonight is only a rerun if the marker names it.
       020-read-rerun-marker.
           open input rerun-marker-file.
           read rerun-marker-file
               at end continue
               not at end
                   if rs-business-date is numeric
                       and rs-business-date = ws-business-date
                       set ws-rerun-night  to true
                   end-if
           end-read.
           close rerun-marker-file.

           perform varying ws-file-index from 1 by 1
               until ws-file-index > ws-file-count-cnst
               move 'N'                    to
                   ws-fn-compared-flag(ws-file-index)
           end-perform.

      *    Each output is read old copy first.  An empty or missing
      *    copy means the earlier run never finished that file, so
      *    the rerun's file is left unread rather than reported as
      *    all new.
       100-compare-control-totals.
           move 1                          to ws-file-index.
           set ws-side-old                 to true.
           move 0                          to ws-side-rows.
           move 'n'                        to ws-eof-flag.
           open input old-csv-file.
           perform 110-read-csv-row
               until ws-eof-flag = 'y'.
           close old-csv-file.

           if ws-side-rows > 0 then
               move 'Y'                    to
                   ws-fn-compared-flag(ws-file-index)
               add 1                       to ws-files-compared
               set ws-side-new             to true
               move 'n'                    to ws-eof-flag
               open input new-csv-file
               perform 110-read-csv-row
                   until ws-eof-flag = 'y'
               close new-csv-file
           end-if.

       110-read-csv-row.
           if ws-side-old then
               read old-csv-file           into ws-csv-line
                   at end move 'y'         to ws-eof-flag
               end-read
           else
               read new-csv-file           into ws-csv-line
                   at end move 'y'         to ws-eof-flag
               end-read
           end-if.

           if ws-eof-flag = 'n' then
               add 1                       to ws-side-rows
               add 1                       to ws-rows-read
               perform 120-post-csv-row
           end-if.

      *    The heading row falls through untouched; the TOTALS row
      *    carries the night's control totals and each STORE row one
      *    store's sales and returns.
       120-post-csv-row.
           move spaces                     to ws-csv-fields.
           unstring ws-csv-line delimited by ","
               into ws-cv-field(1) ws-cv-field(2) ws-cv-field(3)
                    ws-cv-field(4) ws-cv-field(5) ws-cv-field(6)
                    ws-cv-field(7) ws-cv-field(8) ws-cv-field(9)
                    ws-cv-field(10) ws-cv-field(11)
           end-unstring.

           evaluate ws-cv-field(1)
               when "TOTALS"
                   move "CONTROL"          to ws-pv-section
                   move "DATASPLITCOUNT"   to ws-pv-key
                   perform 125-post-totals-field
                       varying ws-field-index from 1 by 1
                       until ws-field-index > 10
               when "STORE"
                   move "STORE"            to ws-pv-section
                   compute ws-store-num =
                       function numval(ws-cv-field(2))
                   perform 130-build-store-key
                   move "DSC SL AMOUNT"    to ws-pv-item
                   move 'A'                to ws-pv-kind
                   compute ws-pv-amount =
                       function numval(ws-cv-field(3))
                   perform 800-post-value
                   move "DSC R RECORDS"    to ws-pv-item
                   move 'C'                to ws-pv-kind
                   compute ws-pv-amount =
                       function numval(ws-cv-field(4))
                   perform 800-post-value
                   move "DSC R AMOUNT"     to ws-pv-item
                   move 'A'                to ws-pv-kind
                   compute ws-pv-amount =
                       function numval(ws-cv-field(5))
                   perform 800-post-value
               when other
                   continue
           end-evaluate.

       125-post-totals-field.
           move ws-ti-item(ws-field-index) to ws-pv-item.
           move ws-ti-kind(ws-field-index) to ws-pv-kind.
           compute ws-pv-amount =
               function numval(ws-cv-field(ws-field-index + 1)).
           perform 800-post-value.

       130-build-store-key.
           move spaces                     to ws-pv-key.
           string "STORE "                 delimited by size
               ws-store-num                delimited by size
               into ws-pv-key
           end-string.

       200-compare-sl-totals.
           move 2                          to ws-file-index.
           set ws-side-old                 to true.
           move 0                          to ws-side-rows.
           move 'n'                        to ws-eof-flag.
           open input old-sl-totals-file.
           perform 210-read-sl-totals
               until ws-eof-flag = 'y'.
           close old-sl-totals-file.

           if ws-side-rows > 0 then
               move 'Y'                    to
                   ws-fn-compared-flag(ws-file-index)
               add 1                       to ws-files-compared
               set ws-side-new             to true
               move 'n'                    to ws-eof-flag
               open input new-sl-totals-file
               perform 210-read-sl-totals
                   until ws-eof-flag = 'y'
               close new-sl-totals-file
           end-if.

       210-read-sl-totals.
           if ws-side-old then
               read old-sl-totals-file     into ws-sl-totals
                   at end move 'y'         to ws-eof-flag
               end-read
           else
               read new-sl-totals-file     into ws-sl-totals
                   at end move 'y'         to ws-eof-flag
               end-read
           end-if.

           if ws-eof-flag = 'n' then
               add 1                       to ws-side-rows
               add 1                       to ws-rows-read
               move "CONTROL"              to ws-pv-section
               move "SL-TOTALS"            to ws-pv-key
               move 'A'                    to ws-pv-kind
               move "SALE AMOUNT"          to ws-pv-item
               move ws-slt-sale-amount     to ws-pv-amount
               perform 800-post-value
               move "LAYAWAY AMOUNT"       to ws-pv-item
               move ws-slt-layaway-amount  to ws-pv-amount
               perform 800-post-value
               move "TAX OWING"            to ws-pv-item
               move ws-slt-tax-owing       to ws-pv-amount
               perform 800-post-value
           end-if.

       250-compare-r-totals.
           move 3                          to ws-file-index.
           set ws-side-old                 to true.
           move 0                          to ws-side-rows.
           move 'n'                        to ws-eof-flag.
           open input old-r-totals-file.
           perform 260-read-r-totals
               until ws-eof-flag = 'y'.
           close old-r-totals-file.

           if ws-side-rows > 0 then
               move 'Y'                    to
                   ws-fn-compared-flag(ws-file-index)
               add 1                       to ws-files-compared
               set ws-side-new             to true
               move 'n'                    to ws-eof-flag
               open input new-r-totals-file
               perform 260-read-r-totals
                   until ws-eof-flag = 'y'
               close new-r-totals-file
           end-if.

       260-read-r-totals.
           if ws-side-old then
               read old-r-totals-file      into ws-r-totals
                   at end move 'y'         to ws-eof-flag
               end-read
           else
               read new-r-totals-file      into ws-r-totals
                   at end move 'y'         to ws-eof-flag
               end-read
           end-if.

           if ws-eof-flag = 'n' then
               add 1                       to ws-side-rows
               add 1                       to ws-rows-read
               move "CONTROL"              to ws-pv-section
               move "R-TOTALS"             to ws-pv-key
               move 'A'                    to ws-pv-kind
               move "RETURN AMOUNT"        to ws-pv-item
               move ws-rt-return-amount    to ws-pv-amount
               perform 800-post-value
               move "TAX OWING"            to ws-pv-item
               move ws-rt-tax-owing        to ws-pv-amount
               perform 800-post-value
               move "SUSPENSE AMOUNT"      to ws-pv-item
               move ws-rt-suspense-amount  to ws-pv-amount
               perform 800-post-value
           end-if.

       300-compare-store-totals.
           move 4                          to ws-file-index.
           set ws-side-old                 to true.
           move 0                          to ws-side-rows.
           move 'n'                        to ws-eof-flag.
           open input old-store-totals-file.
           perform 310-read-store-total
               until ws-eof-flag = 'y'.
           close old-store-totals-file.

           if ws-side-rows > 0 then
               move 'Y'                    to
                   ws-fn-compared-flag(ws-file-index)
               add 1                       to ws-files-compared
               set ws-side-new             to true
               move 'n'                    to ws-eof-flag
               open input new-store-totals-file
               perform 310-read-store-total
                   until ws-eof-flag = 'y'
               close new-store-totals-file
           end-if.

       310-read-store-total.
           if ws-side-old then
               read old-store-totals-file  into ws-store-total
                   at end move 'y'         to ws-eof-flag
               end-read
           else
               read new-store-totals-file  into ws-store-total
                   at end move 'y'         to ws-eof-flag
               end-read
           end-if.

           if ws-eof-flag = 'n' then
               add 1                       to ws-side-rows
               add 1                       to ws-rows-read
               move "STORE"                to ws-pv-section
               move ws-sse-store-num       to ws-store-num
               perform 130-build-store-key
               move "SLP SL AMOUNT"        to ws-pv-item
               move 'A'                    to ws-pv-kind
               move ws-sse-total-amount    to ws-pv-amount
               perform 800-post-value
           end-if.

       400-compare-settlement.
           move 5                          to ws-file-index.
           set ws-side-old                 to true.
           move 0                          to ws-side-rows.
           move 'n'                        to ws-eof-flag.
           open input old-extract-file.
           perform 410-read-settlement-row
               until ws-eof-flag = 'y'.
           close old-extract-file.

           if ws-side-rows > 0 then
               move 'Y'                    to
                   ws-fn-compared-flag(ws-file-index)
               add 1                       to ws-files-compared
               set ws-side-new             to true
               move 'n'                    to ws-eof-flag
               open input new-extract-file
               perform 410-read-settlement-row
                   until ws-eof-flag = 'y'
               close new-extract-file
           end-if.

       410-read-settlement-row.
           if ws-side-old then
               read old-extract-file       into ws-extract
                   at end move 'y'         to ws-eof-flag
               end-read
           else
               read new-extract-file       into ws-extract
                   at end move 'y'         to ws-eof-flag
               end-read
           end-if.

           if ws-eof-flag = 'n' then
               add 1                       to ws-side-rows
               add 1                       to ws-rows-read
               move "TENDER"               to ws-pv-section
               move spaces                 to ws-pv-key
               string "STORE "             delimited by size
                   ws-ex-store-num         delimited by size
                   " "                     delimited by size
                   ws-ex-pay-type          delimited by size
                   into ws-pv-key
               end-string
               move 'A'                    to ws-pv-kind
               move "GROSS"                to ws-pv-item
               move ws-ex-gross-amount     to ws-pv-amount
               perform 800-post-value
               move "REFUNDS"              to ws-pv-item
               move ws-ex-refund-amount    to ws-pv-amount
               perform 800-post-value
               move "NET"                  to ws-pv-item
               if ws-ex-net-sign = '-'
                   compute ws-pv-amount = 0 - ws-ex-net-amount
               else
                   move ws-ex-net-amount   to ws-pv-amount
               end-if
               perform 800-post-value
           end-if.

       500-compare-gl-journal.
           move 6                          to ws-file-index.
           set ws-side-old                 to true.
           move 0                          to ws-side-rows.
           move 'n'                        to ws-eof-flag.
           open input old-journal-file.
           perform 510-read-journal-row
               until ws-eof-flag = 'y'.
           close old-journal-file.

           if ws-side-rows > 0 then
               move 'Y'                    to
                   ws-fn-compared-flag(ws-file-index)
               add 1                       to ws-files-compared
               set ws-side-new             to true
               move 'n'                    to ws-eof-flag
               open input new-journal-file
               perform 510-read-journal-row
                   until ws-eof-flag = 'y'
               close new-journal-file
           end-if.

      *    A journal line is keyed by account, side and store; the
      *    chain-level lines carry store 00 and show no store.
       510-read-journal-row.
           if ws-side-old then
               read old-journal-file       into ws-journal
                   at end move 'y'         to ws-eof-flag
               end-read
           else
               read new-journal-file       into ws-journal
                   at end move 'y'         to ws-eof-flag
               end-read
           end-if.

           if ws-eof-flag = 'n' then
               add 1                       to ws-side-rows
               add 1                       to ws-rows-read
               move "GL ACCOUNT"           to ws-pv-section
               move ws-jr-account-code     to ws-pv-key
               if ws-jr-debit-credit = "D"
                   move "DEBIT"            to ws-dc-word
               else
                   move "CREDIT"           to ws-dc-word
               end-if
               move spaces                 to ws-pv-item
               if ws-jr-store-num = 0
                   move ws-dc-word         to ws-pv-item
               else
                   string function trim(ws-dc-word)
                                           delimited by size
                       " STORE "           delimited by size
                       ws-jr-store-num     delimited by size
                       into ws-pv-item
                   end-string
               end-if
               move 'A'                    to ws-pv-kind
               move ws-jr-amount           to ws-pv-amount
               perform 800-post-value
           end-if.

       600-write-report.
           open output report-file.

           move ws-business-date           to ws-rh-business-date.
           write report-line               from ws-report-heading.
           write report-line               from spaces.

           if not ws-rerun-night then
               move ws-business-date       to ws-nr-business-date
               write report-line           from ws-no-rerun-line
           else
               perform 610-write-file-line
                   varying ws-file-index from 1 by 1
                   until ws-file-index > ws-file-count-cnst
               write report-line           from spaces
               write report-line           from ws-column-heading
               write report-line           from spaces
               perform 615-write-section
                   varying ws-section-index from 1 by 1
                   until ws-section-index > ws-section-count-cnst
               write report-line           from spaces
               if ws-difference-count = 0
                   write report-line       from ws-no-difference-line
               else
                   move ws-cm-count        to ws-sm-compared
                   move ws-difference-count
                     to ws-sm-differences
                   write report-line       from ws-summary-line
               end-if
           end-if.

           close report-file.

       610-write-file-line.
           move ws-fn-name(ws-file-index)  to ws-fl-name.
           if ws-fn-compared-flag(ws-file-index) = 'Y'
               move "COMPARED"             to ws-fl-status
           else
               move "NOT COMPARED - NO COPY FROM THE EARLIER RUN"
                 to ws-fl-status
           end-if.
           write report-line               from ws-file-line.

       615-write-section.
           perform 620-write-difference-line
               varying ws-cm-idx from 1 by 1
               until ws-cm-idx > ws-cm-count.

      *    Only a value that moved is listed.  A row one side lacks
      *    counts as zero there and is noted NEW or DROPPED.
       620-write-difference-line.
           compute ws-difference = ws-cm-new-amount(ws-cm-idx)
               - ws-cm-old-amount(ws-cm-idx).

           if ws-cm-section(ws-cm-idx)
               = ws-sc-name(ws-section-index)
               and ws-difference not = 0 then
               add 1                       to ws-difference-count
               move ws-cm-section(ws-cm-idx) to ws-dl-section
               move ws-cm-key(ws-cm-idx)   to ws-dl-key
               move ws-cm-item(ws-cm-idx)  to ws-dl-item
               if ws-cm-kind(ws-cm-idx) = 'C'
                   move ws-cm-old-amount(ws-cm-idx)
                     to ws-dl-old-count
                   move ws-cm-new-amount(ws-cm-idx)
                     to ws-dl-new-count
                   move ws-difference      to ws-dl-diff-count
               else
                   move ws-cm-old-amount(ws-cm-idx)
                     to ws-dl-old-amount
                   move ws-cm-new-amount(ws-cm-idx)
                     to ws-dl-new-amount
                   move ws-difference      to ws-dl-diff-amount
               end-if
               if ws-cm-old-flag(ws-cm-idx) = 'n'
                   move "NEW"              to ws-dl-note
               else
                   if ws-cm-new-flag(ws-cm-idx) = 'n'
                       move "DROPPED"      to ws-dl-note
                   else
                       move spaces         to ws-dl-note
                   end-if
               end-if
               write report-line           from ws-detail-line
           end-if.

      *    A table past its size would leave values out of the
      *    report without a word, so the run is refused instead.
       800-post-value.
           move 0                          to ws-found-index.
           perform varying ws-cm-idx from 1 by 1
               until ws-cm-idx > ws-cm-count
               if ws-cm-key-fields(ws-cm-idx) = ws-pv-key-fields
                   set ws-found-index      to ws-cm-idx
                   exit perform
               end-if
           end-perform.

           if ws-found-index = 0 then
               if ws-cm-count >= 2000 then
                   display "RERUNCOMPARE: MORE THAN 2000 VALUES TO "
                       "COMPARE - RUN REFUSED"
                   move 8                  to return-code
                   goback
               end-if
               add 1                       to ws-cm-count
               move ws-cm-count            to ws-found-index
               move ws-pv-key-fields
                 to ws-cm-key-fields(ws-found-index)
               move ws-pv-kind             to ws-cm-kind(ws-found-index)
               move 0
                 to ws-cm-old-amount(ws-found-index)
                    ws-cm-new-amount(ws-found-index)
               move 'n'
                 to ws-cm-old-flag(ws-found-index)
                    ws-cm-new-flag(ws-found-index)
           end-if.

           if ws-side-old then
               add ws-pv-amount
                 to ws-cm-old-amount(ws-found-index)
               move 'y'                    to
                   ws-cm-old-flag(ws-found-index)
           else
               add ws-pv-amount
                 to ws-cm-new-amount(ws-found-index)
               move 'y'                    to
                   ws-cm-new-flag(ws-found-index)
           end-if.

       950-write-audit-log.
           move function current-date(1:8)     to au-run-date.
           move function current-date(9:6)     to au-run-time.
           move "RerunCompare"                 to au-program-name.
           move ws-rows-read                   to au-input-count.
           move ws-cm-count                    to au-output1-count.
           move ws-difference-count            to au-output2-count.
           move ws-files-compared              to au-output3-count.

           open extend run-history-file.
           write audit-rec.
           close run-history-file.

       end program RerunCompare.
