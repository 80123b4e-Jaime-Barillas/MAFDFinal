       identification division.
       program-id. InvoiceGap.
       author. Ryan Sim.
       date-written. 2026-10-15.
      *Desc: Invoice-number sequence check per store and invoice
      *prefix.  The last sale invoice number each store used under
      *each prefix is remembered across nights; tonight's accepted
      *sales and layaways in valid.out are checked against it and
      *against each other for skipped ranges, out-of-order runs, and
      *numbers reused from a prior day.  Every exception goes on the
      *open exception list, where it stays until sales audit clears
      *it with an explanation code on data/invoice-gap-clear.dat --
      *that list is the audit team's work queue.
      *
      *A layaway payment carries its plan's invoice, so a layaway at
      *or below the remembered number is a payment, not a reuse; the
      *number only counts when it opens a plan.  Exchanges, returns,
      *voids and forfeits all carry an earlier sale's invoice and are
      *not part of the sequence.
      *
      *Rerunning a business date replaces that date's exceptions and
      *checks against the numbers remembered before it.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select valid-file
               assign to "data/valid.out"
               organization is line sequential.

           select optional batch-control-file
               assign to "data/batch-control.dat"
               organization is line sequential.

           select optional seq-control-file
               assign to "data/invoice-seq-control.dat"
               organization is line sequential.

           select optional exception-list-file
               assign to "data/invoice-exceptions.dat"
               organization is line sequential.

           select exception-work-file
               assign to "data/invoice-exceptions.tmp"
               organization is line sequential.

           select new-exception-file
               assign to "data/invoice-exceptions-new.tmp"
               organization is line sequential.

           select optional clear-action-file
               assign to "data/invoice-gap-clear.dat"
               organization is line sequential.

           select sort-work-file
               assign to "data/invoice-gap-sort.tmp".

           select report-file
               assign to "data/report-invoice-gaps.out"
               organization is line sequential.

           select run-history-file
               assign to "data/run-history.log"
               organization is line sequential.

       data division.
       file section.
           fd valid-file
               data record is valid-rec
               record contains 81 characters.

           01 valid-rec.
               05 vr-trans-code            pic x.
               05 vr-trans-amnt            pic 9(5)v99.
               05 vr-pay-type              pic xx.
               05 vr-store-num             pic 99.
               05 vr-invoice-num.
                   10 vr-inv-prefix        pic xx.
                   10 vr-inv-dash          pic x.
                   10 vr-inv-value         pic 9(6).
               05 filler                   pic x(60).

      *    Edits' control trailer: the count and amount hash of the
      *    records above it and the business date.
           01 valid-trailer-rec.
               05 vt-record-type           pic x(3).
               05 vt-record-count          pic 9(6).
               05 vt-hash-total            pic 9(10)v99.
               05 vt-business-date         pic 9(8).
               05 filler                   pic x(52).

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

      *    One row per store and invoice prefix: the highest number
      *    used and the business date it was used on, plus the pair
      *    it replaced, so a rerun of the same date can check against
      *    the night before.
           fd seq-control-file
               data record is seq-control-rec
               record contains 32 characters.

           01 seq-control-rec.
               05 sc-store-num             pic 99.
               05 sc-inv-prefix            pic xx.
               05 sc-high-num              pic 9(6).
               05 sc-high-date             pic 9(8).
               05 sc-prior-high-num        pic 9(6).
               05 sc-prior-high-date       pic 9(8).

      *    Types: G skipped range, O out-of-order run, R number
      *    reused from a prior day, L late number inside an open
      *    skipped range.  Status O open, C cleared.
           fd exception-list-file
               data record is exception-rec
               record contains 50 characters.

           01 exception-rec.
               05 ie-exception-type        pic x.
               05 ie-store-num             pic 99.
               05 ie-inv-prefix            pic xx.
               05 ie-from-num              pic 9(6).
               05 ie-to-num                pic 9(6).
               05 ie-number-count          pic 9(6).
               05 ie-found-date            pic 9(8).
               05 ie-status                pic x.
               05 ie-explain-code          pic xx.
               05 ie-cleared-date          pic 9(8).
               05 filler                   pic x(8).

           fd exception-work-file
               data record is exception-work-rec
               record contains 50 characters.

           01 exception-work-rec           pic x(50).

           fd new-exception-file
               data record is new-exception-rec
               record contains 50 characters.

           01 new-exception-rec            pic x(50).

      *    Audit's clearances: the open exception is named by its
      *    type, store, prefix and first number.
           fd clear-action-file
               data record is clear-action-rec
               record contains 20 characters.

           01 clear-action-rec.
               05 ca-exception-type        pic x.
               05 ca-store-num             pic 99.
               05 ca-inv-prefix            pic xx.
               05 ca-from-num              pic 9(6).
               05 ca-explain-code          pic xx.
               05 filler                   pic x(7).

           sd sort-work-file
               data record is sort-work-rec.

           01 sort-work-rec.
               05 sr-store-num             pic 99.
               05 sr-inv-prefix            pic xx.
               05 sr-inv-value             pic 9(6).

           fd report-file
               data record is report-line
               record contains 100 characters.

           01 report-line                  pic x(100).

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
           05 filler                       pic x(44)
               value " Invoice Sequence Exceptions -- Group 8".

       01 ws-date-heading.
           05 filler                       pic x(15)
               value "BUSINESS DATE: ".
           05 ws-dh-business-date          pic 9(8).

       01 ws-new-heading                   pic x(40)
           value "New Exceptions Tonight".
       01 ws-cleared-heading               pic x(40)
           value "Cleared By Audit Tonight".
       01 ws-rejected-heading              pic x(40)
           value "Clear Actions Not Applied".
       01 ws-open-heading                  pic x(40)
           value "Open Exception List".
       01 ws-none-line                     pic x(40)
           value "  (NONE)".

       01 ws-exception-columns.
           05 filler                       pic x(24)
               value "  Exception".
           05 filler                       pic x(7)
               value "Store  ".
           05 filler                       pic x(5)
               value "Pfx  ".
           05 filler                       pic x(9)
               value "From     ".
           05 filler                       pic x(9)
               value "To       ".
           05 filler                       pic x(6)
               value " Count".
           05 filler                       pic x(11)
               value "   Found".
           05 filler                       pic x(9)
               value "Days Open".

       01 ws-cleared-columns.
           05 filler                       pic x(24)
               value "  Exception".
           05 filler                       pic x(7)
               value "Store  ".
           05 filler                       pic x(5)
               value "Pfx  ".
           05 filler                       pic x(9)
               value "From     ".
           05 filler                       pic x(8)
               value "To      ".
           05 filler                       pic x(5)
               value "Code ".
           05 filler                       pic x(24)
               value "Explanation".

       01 ws-rejected-columns.
           05 filler                       pic x(24)
               value "  Reason".
           05 filler                       pic x(7)
               value "Store  ".
           05 filler                       pic x(5)
               value "Pfx  ".
           05 filler                       pic x(9)
               value "From     ".
           05 filler                       pic x(9)
               value "Type     ".
           05 filler                       pic x(4)
               value "Code".

       01 ws-exception-line.
           05 filler                       pic xx
               value spaces.
           05 ws-el-type-desc              pic x(22).
           05 filler                       pic xx
               value spaces.
           05 ws-el-store-num              pic 99.
           05 filler                       pic x(3)
               value spaces.
           05 ws-el-inv-prefix             pic xx.
           05 filler                       pic x(3)
               value spaces.
           05 ws-el-from-num               pic 9(6).
           05 filler                       pic x(3)
               value spaces.
           05 ws-el-to-num                 pic 9(6).
           05 filler                       pic x(3)
               value spaces.
           05 ws-el-count                  pic zz,zz9.
           05 filler                       pic x(3)
               value spaces.
           05 ws-el-found-date             pic 9(8).
           05 filler                       pic x(3)
               value spaces.
           05 ws-el-days-open              pic zz,zz9.
       01 ws-exception-line-r redefines ws-exception-line.
           05 filler                       pic x(51).
           05 ws-el-cleared-part.
               10 filler                   pic xx.
               10 ws-el-explain-code       pic xx.
               10 filler                   pic x(3).
               10 ws-el-explain-desc       pic x(22).

       01 ws-rejected-line.
           05 filler                       pic xx
               value spaces.
           05 ws-rl-reason                 pic x(22).
           05 filler                       pic xx
               value spaces.
           05 ws-rl-store-num              pic 99.
           05 filler                       pic x(3)
               value spaces.
           05 ws-rl-inv-prefix             pic xx.
           05 filler                       pic x(3)
               value spaces.
           05 ws-rl-from-num               pic 9(6).
           05 filler                       pic x(3)
               value spaces.
           05 ws-rl-exception-type         pic x.
           05 filler                       pic x(8)
               value spaces.
           05 ws-rl-explain-code           pic xx.

       01 ws-no-open-match-text            pic x(22)
           value "NO OPEN EXCEPTION".
       01 ws-bad-code-text                 pic x(22)
           value "UNKNOWN EXPLANATION".

       01 ws-count-line.
           05 ws-cl-label                  pic x(40).
           05 ws-cl-count                  pic zzz,zz9.

       01 ws-sales-checked-text            pic x(40)
           value "SALE AND LAYAWAY INVOICES CHECKED:".
       01 ws-new-count-text                pic x(40)
           value "NEW EXCEPTIONS:".
       01 ws-cleared-count-text            pic x(40)
           value "EXCEPTIONS CLEARED:".
       01 ws-open-count-text               pic x(40)
           value "EXCEPTIONS STILL OPEN:".

      * Exception types and their report wording.
       01 ws-type-values.
           05 filler                       pic x(23)
               value "GSKIPPED RANGE".
           05 filler                       pic x(23)
               value "OOUT-OF-ORDER RUN".
           05 filler                       pic x(23)
               value "RREUSED FROM PRIOR DAY".
           05 filler                       pic x(23)
               value "LLATE, IN OPEN GAP".
       01 ws-type-table redefines ws-type-values.
           05 ws-ty-entry                  occurs 4 times
               indexed by ws-ty-idx.
               10 ws-ty-code               pic x.
               10 ws-ty-desc               pic x(22).

      * Explanation codes sales audit clears an exception with.
       01 ws-explain-values.
           05 filler                       pic x(24)
               value "VPVOIDED ON PAPER".
           05 filler                       pic x(24)
               value "TRTRAINING MODE".
           05 filler                       pic x(24)
               value "PRPOS RESTART OR RESET".
           05 filler                       pic x(24)
               value "LTLATE TRANSMISSION".
           05 filler                       pic x(24)
               value "KEKEYING ERROR CORRECTED".
           05 filler                       pic x(24)
               value "OTOTHER, SEE AUDIT FILE".
       01 ws-explain-table redefines ws-explain-values.
           05 ws-ex-entry                  occurs 6 times
               indexed by ws-ex-idx.
               10 ws-ex-code               pic xx.
               10 ws-ex-desc               pic x(22).

      * Every store and prefix seen, with tonight's working state.
      * The baseline is the number tonight is checked against.
       01 ws-seq-table.
           05 ws-sq-count                  pic 9(4)
               value 0.
           05 ws-sq-entry                  occurs 2500 times
               indexed by ws-sq-idx.
               10 ws-sq-store-num          pic 99.
               10 ws-sq-inv-prefix         pic xx.
               10 ws-sq-high-num           pic 9(6).
               10 ws-sq-high-date          pic 9(8).
               10 ws-sq-prior-high-num     pic 9(6).
               10 ws-sq-prior-high-date    pic 9(8).
               10 ws-sq-baseline           pic 9(6).
               10 ws-sq-night-prev         pic 9(6).
               10 ws-sq-night-max          pic 9(6).
               10 ws-sq-touched            pic x.
               10 ws-sq-run-open           pic x.
               10 ws-sq-run-from           pic 9(6).
               10 ws-sq-run-to             pic 9(6).
               10 ws-sq-run-count          pic 9(6).

      * Skipped ranges still open from earlier nights, so a late
      * number landing inside one is told apart from a reuse.
       01 ws-open-gap-table.
           05 ws-og-count                  pic 9(4)
               value 0.
           05 ws-og-entry                  occurs 2000 times
               indexed by ws-og-idx.
               10 ws-og-store-num          pic 99.
               10 ws-og-inv-prefix         pic xx.
               10 ws-og-from-num           pic 9(6).
               10 ws-og-to-num             pic 9(6).

       01 ws-clear-table.
           05 ws-ca-count                  pic 9(3)
               value 0.
           05 ws-ca-entry                  occurs 500 times
               indexed by ws-ca-idx.
               10 ws-ca-exception-type     pic x.
               10 ws-ca-store-num          pic 99.
               10 ws-ca-inv-prefix         pic xx.
               10 ws-ca-from-num           pic 9(6).
               10 ws-ca-explain-code       pic xx.
               10 ws-ca-used-flag          pic x.

       01 ws-business-date                 pic 9(8)
           value 0.

       01 ws-eof-flag                      pic x
           value 'n'.

       01 ws-seq-index                     pic 9(4)
           value 0.
       01 ws-key-store-num                 pic 99
           value 0.
       01 ws-key-inv-prefix                pic xx
           value spaces.

       01 ws-current-key.
           05 ws-ck-store-num              pic 99.
           05 ws-ck-inv-prefix             pic xx.
       01 ws-expected-num                  pic 9(7)
           value 0.

       01 ws-explain-found-flag            pic x
           value 'n'.
           88 ws-explain-found                     value 'y'.
       01 ws-in-open-gap-flag              pic x
           value 'n'.
           88 ws-in-open-gap                       value 'y'.

       01 ws-days-open                     pic s9(6)
           value 0.

       01 ws-invoices-checked              pic 9(6)
           value 0.
       01 ws-new-count                     pic 9(6)
           value 0.
       01 ws-cleared-count                 pic 9(6)
           value 0.
       01 ws-open-count                    pic 9(6)
           value 0.
       01 ws-rejected-count                pic 9(6)
           value 0.

      * The count and amount hash of an input file, checked against
      * the control trailer its producing step wrote on the end.
       01 ws-trailer-controls.
           05 ws-tc-file-name              pic x(20)
               value spaces.
           05 ws-tc-eof-flag               pic x
               value 'n'.
           05 ws-tc-record-count           pic 9(6)
               value 0.
           05 ws-tc-hash-total             pic 9(10)v99
               value 0.
           05 ws-tc-trailer-seen-flag      pic x
               value 'n'.
               88 ws-tc-trailer-seen               value 'y'.
           05 ws-tc-trailer-count          pic 9(6)
               value 0.
           05 ws-tc-trailer-hash           pic 9(10)v99
               value 0.
           05 ws-tc-trailer-date           pic 9(8)
               value 0.
           05 ws-tc-error-text             pic x(36)
               value spaces.

       procedure division.
       000-main.
           perform 010-load-business-date.

           perform 900-check-valid-trailer.

           perform 020-load-seq-control.

           perform 030-load-open-gaps.

           perform 040-load-clear-actions.

           open output new-exception-file.

           sort sort-work-file
               on ascending key sr-store-num
               on ascending key sr-inv-prefix
               on ascending key sr-inv-value
               input procedure is 100-scan-valid-records
               output procedure is 200-find-skipped-ranges.

           close new-exception-file.

           open output report-file.
           write report-line               from ws-report-heading.
           move ws-business-date           to ws-dh-business-date.
           write report-line               from ws-date-heading.
           write report-line               from spaces.

           perform 300-print-new-exceptions.

           perform 400-rewrite-exception-list.

           perform 500-print-open-list.

           perform 600-print-totals.

           close report-file.

           perform 700-write-seq-control.

           perform 950-write-audit-log.

           goback.

      *    Without a business date there is nothing to remember the
      *    numbers against, and every number would look new.
       010-load-business-date.
           open input batch-control-file.
           read batch-control-file
               at end continue
               not at end
                   move bc-business-date   to ws-business-date
           end-read.
           close batch-control-file.

           if ws-business-date = 0 then
               display "INVOICEGAP: NO BUSINESS DATE ON BATCH "
                   "CONTROL - RUN REFUSED"
               move 8                      to return-code
               goback
           end-if.

      *    A row already stamped with tonight's date means this is a
      *    rerun: check against the number it replaced.
       020-load-seq-control.
           open input seq-control-file.

           perform until ws-sq-count >= 2500
               read seq-control-file
                   at end exit perform
               end-read
               add 1                       to ws-sq-count
               move sc-store-num
                 to ws-sq-store-num(ws-sq-count)
               move sc-inv-prefix
                 to ws-sq-inv-prefix(ws-sq-count)
               move sc-high-num
                 to ws-sq-high-num(ws-sq-count)
               move sc-high-date
                 to ws-sq-high-date(ws-sq-count)
               move sc-prior-high-num
                 to ws-sq-prior-high-num(ws-sq-count)
               move sc-prior-high-date
                 to ws-sq-prior-high-date(ws-sq-count)
               if sc-high-date = ws-business-date
                   move sc-prior-high-num
                     to ws-sq-baseline(ws-sq-count)
               else
                   move sc-high-num
                     to ws-sq-baseline(ws-sq-count)
               end-if
               move 0
                 to ws-sq-night-prev(ws-sq-count)
               move 0
                 to ws-sq-night-max(ws-sq-count)
               move 'n'
                 to ws-sq-touched(ws-sq-count)
               move 'n'
                 to ws-sq-run-open(ws-sq-count)
           end-perform.

           if ws-sq-count >= 2500 then
               read seq-control-file
                   at end continue
                   not at end
                       display "INVOICEGAP: SEQUENCE CONTROL EXCEEDS "
                           "THE 2500-ROW TABLE - RUN REFUSED"
                       close seq-control-file
                       move 8              to return-code
                       goback
               end-read
           end-if.

           close seq-control-file.

      *    Exceptions found on tonight's date by an earlier run are
      *    about to be replaced, so they are left out here.
       030-load-open-gaps.
           move 'n'                        to ws-eof-flag.
           open input exception-list-file.

           perform 035-load-open-gap-row
               until ws-eof-flag = 'y'.

           close exception-list-file.

       035-load-open-gap-row.
           read exception-list-file
               at end move 'y'             to ws-eof-flag
               not at end
                   if ie-exception-type = 'G'
                       and ie-status = 'O'
                       and ie-found-date not = ws-business-date
                       if ws-og-count >= 2000
                           display "INVOICEGAP: OPEN SKIPPED RANGES "
                               "EXCEED THE 2000-ROW TABLE - RUN "
                               "REFUSED"
                           close exception-list-file
                           move 8          to return-code
                           goback
                       end-if
                       add 1               to ws-og-count
                       move ie-store-num
                         to ws-og-store-num(ws-og-count)
                       move ie-inv-prefix
                         to ws-og-inv-prefix(ws-og-count)
                       move ie-from-num
                         to ws-og-from-num(ws-og-count)
                       move ie-to-num
                         to ws-og-to-num(ws-og-count)
                   end-if
           end-read.

       040-load-clear-actions.
           open input clear-action-file.

           perform until ws-ca-count >= 500
               read clear-action-file
                   at end exit perform
               end-read
               add 1                       to ws-ca-count
               move ca-exception-type
                 to ws-ca-exception-type(ws-ca-count)
               move ca-store-num
                 to ws-ca-store-num(ws-ca-count)
               move ca-inv-prefix
                 to ws-ca-inv-prefix(ws-ca-count)
               move ca-from-num
                 to ws-ca-from-num(ws-ca-count)
               move ca-explain-code
                 to ws-ca-explain-code(ws-ca-count)
               move 'n'
                 to ws-ca-used-flag(ws-ca-count)
           end-perform.

           if ws-ca-count >= 500 then
               read clear-action-file
                   at end continue
                   not at end
                       display "INVOICEGAP: CLEAR ACTIONS PAST 500 "
                           "NOT APPLIED - RESUBMIT THEM TOMORROW"
               end-read
           end-if.

           close clear-action-file.

      *    Tonight's records in file order: a reused number and an
      *    out-of-order run can only be seen before sorting.
       100-scan-valid-records.
           move 'n'                        to ws-eof-flag.
           open input valid-file.

           perform 110-scan-valid-record
               until ws-eof-flag = 'y'.

           close valid-file.

           perform 140-flush-run
               varying ws-seq-index from 1 by 1
               until ws-seq-index > ws-sq-count.

       110-scan-valid-record.
           read valid-file
               at end move 'y'             to ws-eof-flag
               not at end
                   if vt-record-type = "TRL"
                       move 'y'            to ws-eof-flag
                   else
                       if (vr-trans-code = 'S' or vr-trans-code = 'L')
                           and vr-store-num is numeric
                           and vr-inv-value is numeric then
                           add 1           to ws-invoices-checked
                           move vr-store-num   to ws-key-store-num
                           move vr-inv-prefix  to ws-key-inv-prefix
                           perform 150-find-seq-entry
                           if ws-seq-index > 0
                               perform 120-check-one-invoice
                           end-if
                       end-if
                   end-if
           end-read.

       120-check-one-invoice.
           if vr-inv-value <= ws-sq-baseline(ws-seq-index) then
               if vr-trans-code = 'S'
                   perform 130-check-prior-day-number
               end-if
           else
               if vr-trans-code = 'S'
                   if ws-sq-night-prev(ws-seq-index) > 0
                       and vr-inv-value
                           < ws-sq-night-prev(ws-seq-index)
                       perform 125-extend-run
                   else
                       perform 140-flush-run
                       move vr-inv-value
                         to ws-sq-night-prev(ws-seq-index)
                   end-if
               end-if
               move vr-store-num           to sr-store-num
               move vr-inv-prefix          to sr-inv-prefix
               move vr-inv-value           to sr-inv-value
               release sort-work-rec
           end-if.

      *    A sale numbered below one already sent tonight starts (or
      *    joins) an out-of-order run, closed by the next sale back
      *    in sequence.
       125-extend-run.
           if ws-sq-run-open(ws-seq-index) = 'y' then
               add 1                   to ws-sq-run-count(ws-seq-index)
               if vr-inv-value < ws-sq-run-from(ws-seq-index)
                   move vr-inv-value
                     to ws-sq-run-from(ws-seq-index)
               end-if
               if vr-inv-value > ws-sq-run-to(ws-seq-index)
                   move vr-inv-value
                     to ws-sq-run-to(ws-seq-index)
               end-if
           else
               move 'y'                to ws-sq-run-open(ws-seq-index)
               move vr-inv-value       to ws-sq-run-from(ws-seq-index)
               move vr-inv-value       to ws-sq-run-to(ws-seq-index)
               move 1                  to ws-sq-run-count(ws-seq-index)
           end-if.

       130-check-prior-day-number.
           move 'n'                        to ws-in-open-gap-flag.
           perform varying ws-og-idx from 1 by 1
               until ws-og-idx > ws-og-count
               if ws-og-store-num(ws-og-idx) = vr-store-num
                   and ws-og-inv-prefix(ws-og-idx) = vr-inv-prefix
                   and ws-og-from-num(ws-og-idx) <= vr-inv-value
                   and ws-og-to-num(ws-og-idx) >= vr-inv-value
                   set ws-in-open-gap      to true
                   exit perform
               end-if
           end-perform.

           move spaces                     to exception-rec.
           if ws-in-open-gap then
               move 'L'                    to ie-exception-type
           else
               move 'R'                    to ie-exception-type
           end-if.
           move vr-store-num               to ie-store-num.
           move vr-inv-prefix              to ie-inv-prefix.
           move vr-inv-value               to ie-from-num.
           move vr-inv-value               to ie-to-num.
           move 1                          to ie-number-count.
           perform 160-write-new-exception.

       140-flush-run.
           if ws-sq-run-open(ws-seq-index) = 'y' then
               move spaces                 to exception-rec
               move 'O'                    to ie-exception-type
               move ws-sq-store-num(ws-seq-index)
                 to ie-store-num
               move ws-sq-inv-prefix(ws-seq-index)
                 to ie-inv-prefix
               move ws-sq-run-from(ws-seq-index)
                 to ie-from-num
               move ws-sq-run-to(ws-seq-index)
                 to ie-to-num
               move ws-sq-run-count(ws-seq-index)
                 to ie-number-count
               perform 160-write-new-exception
               move 'n'
                 to ws-sq-run-open(ws-seq-index)
           end-if.

      *    Leaves the slot for the store and prefix in the key vars
      *    in ws-seq-index, adding a slot (baseline zero) if the pair
      *    is new.
       150-find-seq-entry.
           move 0                          to ws-seq-index.
           perform varying ws-sq-idx from 1 by 1
               until ws-sq-idx > ws-sq-count
               if ws-sq-store-num(ws-sq-idx) = ws-key-store-num
                   and ws-sq-inv-prefix(ws-sq-idx) = ws-key-inv-prefix
                   set ws-seq-index        to ws-sq-idx
                   exit perform
               end-if
           end-perform.

           if ws-seq-index = 0 then
               if ws-sq-count < 2500
                   add 1                   to ws-sq-count
                   move ws-sq-count        to ws-seq-index
                   move ws-key-store-num
                     to ws-sq-store-num(ws-seq-index)
                   move ws-key-inv-prefix
                     to ws-sq-inv-prefix(ws-seq-index)
                   move 0      to ws-sq-high-num(ws-seq-index)
                   move 0      to ws-sq-high-date(ws-seq-index)
                   move 0      to ws-sq-prior-high-num(ws-seq-index)
                   move 0      to ws-sq-prior-high-date(ws-seq-index)
                   move 0      to ws-sq-baseline(ws-seq-index)
                   move 0      to ws-sq-night-prev(ws-seq-index)
                   move 0      to ws-sq-night-max(ws-seq-index)
                   move 'n'    to ws-sq-touched(ws-seq-index)
                   move 'n'    to ws-sq-run-open(ws-seq-index)
               else
                   display "INVOICEGAP: SEQUENCE TABLE FULL - STORE "
                       ws-key-store-num " PREFIX " ws-key-inv-prefix
                       " NOT CHECKED"
               end-if
           end-if.

       160-write-new-exception.
           move ws-business-date           to ie-found-date.
           move 'O'                        to ie-status.
           move 0                          to ie-cleared-date.
           add 1                           to ws-new-count.
           write new-exception-rec         from exception-rec.

      *    Sorted by store, prefix and number: every number between
      *    the one expected next and the one actually next was never
      *    sent.  A store and prefix seen for the first time starts
      *    its sequence at its lowest number tonight.
       200-find-skipped-ranges.
           move low-values                 to ws-current-key.
           move 'n'                        to ws-eof-flag.

           return sort-work-file
               at end move 'y'             to ws-eof-flag
           end-return.

           perform 210-check-sorted-number
               until ws-eof-flag = 'y'.

       210-check-sorted-number.
           if sr-store-num not = ws-ck-store-num
               or sr-inv-prefix not = ws-ck-inv-prefix then
               perform 220-start-new-key
           end-if.

      *    A key the full table could not hold is not checked.
           if ws-seq-index > 0
               and sr-inv-value > ws-expected-num then
               move spaces                 to exception-rec
               move 'G'                    to ie-exception-type
               move sr-store-num           to ie-store-num
               move sr-inv-prefix          to ie-inv-prefix
               move ws-expected-num        to ie-from-num
               compute ie-to-num = sr-inv-value - 1
               compute ie-number-count =
                   sr-inv-value - ws-expected-num
               perform 160-write-new-exception
           end-if.

           if ws-seq-index > 0
               and sr-inv-value >= ws-expected-num then
               compute ws-expected-num = sr-inv-value + 1
               move sr-inv-value
                 to ws-sq-night-max(ws-seq-index)
           end-if.

           return sort-work-file
               at end move 'y'             to ws-eof-flag
           end-return.

       220-start-new-key.
           move sr-store-num               to ws-ck-store-num.
           move sr-inv-prefix              to ws-ck-inv-prefix.
           move sr-store-num               to ws-key-store-num.
           move sr-inv-prefix              to ws-key-inv-prefix.
           perform 150-find-seq-entry.
           if ws-seq-index > 0 then
               move 'y'
                 to ws-sq-touched(ws-seq-index)
               if ws-sq-baseline(ws-seq-index) = 0
                   move sr-inv-value       to ws-expected-num
               else
                   compute ws-expected-num =
                       ws-sq-baseline(ws-seq-index) + 1
               end-if
           end-if.

       300-print-new-exceptions.
           write report-line               from ws-new-heading.
           if ws-new-count = 0 then
               write report-line           from ws-none-line
           else
               write report-line           from ws-exception-columns
               move 'n'                    to ws-eof-flag
               open input new-exception-file
               perform 310-print-new-exception
                   until ws-eof-flag = 'y'
               close new-exception-file
           end-if.
           write report-line               from spaces.

       310-print-new-exception.
           read new-exception-file         into exception-rec
               at end move 'y'             to ws-eof-flag
               not at end
                   perform 800-format-exception-line
                   write report-line       from ws-exception-line
           end-read.

      *    The list is copied through a work file: clear actions are
      *    applied on the way, tonight's rows from an earlier run are
      *    dropped, and tonight's new exceptions go on the end.
       400-rewrite-exception-list.
           write report-line               from ws-cleared-heading.
           write report-line               from ws-cleared-columns.

           move 'n'                        to ws-eof-flag.
           open input exception-list-file.
           open output exception-work-file.

           perform 410-copy-list-row
               until ws-eof-flag = 'y'.

           close exception-list-file.

           move 'n'                        to ws-eof-flag.
           open input new-exception-file.
           perform 430-append-new-exception
               until ws-eof-flag = 'y'.
           close new-exception-file.
           close exception-work-file.

           if ws-cleared-count = 0 then
               write report-line           from ws-none-line
           end-if.
           write report-line               from spaces.

           move 'n'                        to ws-eof-flag.
           open input exception-work-file.
           open output exception-list-file.
           perform 440-copy-back-list-row
               until ws-eof-flag = 'y'.
           close exception-list-file.
           close exception-work-file.

           write report-line               from ws-rejected-heading.
           write report-line               from ws-rejected-columns.
           perform 450-print-unused-action
               varying ws-ca-idx from 1 by 1
               until ws-ca-idx > ws-ca-count.
           if ws-rejected-count = 0 then
               write report-line           from ws-none-line
           end-if.
           write report-line               from spaces.

       410-copy-list-row.
           read exception-list-file
               at end move 'y'             to ws-eof-flag
               not at end
                   if ie-status = 'O'
                       and ie-found-date = ws-business-date
                       continue
                   else
                       if ie-status = 'O'
                           perform 420-apply-clear-action
                       end-if
                       write exception-work-rec from exception-rec
                   end-if
           end-read.

       420-apply-clear-action.
           perform varying ws-ca-idx from 1 by 1
               until ws-ca-idx > ws-ca-count
               if ws-ca-used-flag(ws-ca-idx) = 'n'
                   and ws-ca-exception-type(ws-ca-idx)
                       = ie-exception-type
                   and ws-ca-store-num(ws-ca-idx) = ie-store-num
                   and ws-ca-inv-prefix(ws-ca-idx) = ie-inv-prefix
                   and ws-ca-from-num(ws-ca-idx) = ie-from-num
                   perform 425-validate-explain-code
                   if ws-explain-found
                       move 'y'        to ws-ca-used-flag(ws-ca-idx)
                       move 'C'        to ie-status
                       move ws-ca-explain-code(ws-ca-idx)
                         to ie-explain-code
                       move ws-business-date
                         to ie-cleared-date
                       add 1           to ws-cleared-count
                       perform 800-format-exception-line
                       move spaces     to ws-el-cleared-part
                       move ws-ex-desc(ws-ex-idx)
                         to ws-el-explain-desc
                       move ie-explain-code
                         to ws-el-explain-code
                       write report-line
                           from ws-exception-line
                   else
                       move 'b'        to ws-ca-used-flag(ws-ca-idx)
                   end-if
                   exit perform
               end-if
           end-perform.

       425-validate-explain-code.
           move 'n'                        to ws-explain-found-flag.
           perform varying ws-ex-idx from 1 by 1
               until ws-ex-idx > 6
               if ws-ex-code(ws-ex-idx)
                   = ws-ca-explain-code(ws-ca-idx)
                   set ws-explain-found    to true
                   exit perform
               end-if
           end-perform.

       430-append-new-exception.
           read new-exception-file
               at end move 'y'             to ws-eof-flag
               not at end
                   write exception-work-rec from new-exception-rec
           end-read.

       440-copy-back-list-row.
           read exception-work-file
               at end move 'y'             to ws-eof-flag
               not at end
                   write exception-rec     from exception-work-rec
           end-read.

      *    An action naming no open exception, or naming one with a
      *    code not on the list, is reported back to audit.
       450-print-unused-action.
           if ws-ca-used-flag(ws-ca-idx) not = 'y' then
               add 1                       to ws-rejected-count
               if ws-ca-used-flag(ws-ca-idx) = 'b'
                   move ws-bad-code-text   to ws-rl-reason
               else
                   move ws-no-open-match-text
                     to ws-rl-reason
               end-if
               move ws-ca-store-num(ws-ca-idx)
                 to ws-rl-store-num
               move ws-ca-inv-prefix(ws-ca-idx)
                 to ws-rl-inv-prefix
               move ws-ca-from-num(ws-ca-idx)
                 to ws-rl-from-num
               move ws-ca-exception-type(ws-ca-idx)
                 to ws-rl-exception-type
               move ws-ca-explain-code(ws-ca-idx)
                 to ws-rl-explain-code
               write report-line           from ws-rejected-line
           end-if.

       500-print-open-list.
           write report-line               from ws-open-heading.
           write report-line               from ws-exception-columns.

           move 'n'                        to ws-eof-flag.
           open input exception-list-file.
           perform 510-print-open-row
               until ws-eof-flag = 'y'.
           close exception-list-file.

           if ws-open-count = 0 then
               write report-line           from ws-none-line
           end-if.
           write report-line               from spaces.

       510-print-open-row.
           read exception-list-file
               at end move 'y'             to ws-eof-flag
               not at end
                   if ie-status = 'O'
                       add 1               to ws-open-count
                       perform 800-format-exception-line
                       write report-line   from ws-exception-line
                   end-if
           end-read.

       600-print-totals.
           move ws-sales-checked-text      to ws-cl-label.
           move ws-invoices-checked        to ws-cl-count.
           write report-line               from ws-count-line.
           move ws-new-count-text          to ws-cl-label.
           move ws-new-count               to ws-cl-count.
           write report-line               from ws-count-line.
           move ws-cleared-count-text      to ws-cl-label.
           move ws-cleared-count           to ws-cl-count.
           write report-line               from ws-count-line.
           move ws-open-count-text         to ws-cl-label.
           move ws-open-count              to ws-cl-count.
           write report-line               from ws-count-line.

      *    The pair a rerun would check against moves down only the
      *    first time a business date touches the row.
       700-write-seq-control.
           open output seq-control-file.
           perform 710-write-seq-row
               varying ws-seq-index from 1 by 1
               until ws-seq-index > ws-sq-count.
           close seq-control-file.

       710-write-seq-row.
           if ws-sq-touched(ws-seq-index) = 'y' then
               if ws-sq-high-date(ws-seq-index)
                   not = ws-business-date
                   move ws-sq-high-num(ws-seq-index)
                     to ws-sq-prior-high-num(ws-seq-index)
                   move ws-sq-high-date(ws-seq-index)
                     to ws-sq-prior-high-date(ws-seq-index)
               end-if
               if ws-sq-night-max(ws-seq-index)
                   > ws-sq-baseline(ws-seq-index)
                   move ws-sq-night-max(ws-seq-index)
                     to ws-sq-high-num(ws-seq-index)
               else
                   move ws-sq-baseline(ws-seq-index)
                     to ws-sq-high-num(ws-seq-index)
               end-if
               move ws-business-date
                 to ws-sq-high-date(ws-seq-index)
           end-if.

           move ws-sq-store-num(ws-seq-index)      to sc-store-num.
           move ws-sq-inv-prefix(ws-seq-index)     to sc-inv-prefix.
           move ws-sq-high-num(ws-seq-index)       to sc-high-num.
           move ws-sq-high-date(ws-seq-index)      to sc-high-date.
           move ws-sq-prior-high-num(ws-seq-index)
             to sc-prior-high-num.
           move ws-sq-prior-high-date(ws-seq-index)
             to sc-prior-high-date.
           write seq-control-rec.

       800-format-exception-line.
           move spaces                     to ws-exception-line.
           move ie-exception-type          to ws-el-type-desc.
           perform varying ws-ty-idx from 1 by 1
               until ws-ty-idx > 4
               if ws-ty-code(ws-ty-idx) = ie-exception-type
                   move ws-ty-desc(ws-ty-idx)
                     to ws-el-type-desc
                   exit perform
               end-if
           end-perform.
           move ie-store-num               to ws-el-store-num.
           move ie-inv-prefix              to ws-el-inv-prefix.
           move ie-from-num                to ws-el-from-num.
           move ie-to-num                  to ws-el-to-num.
           move ie-number-count            to ws-el-count.
           move ie-found-date              to ws-el-found-date.
           compute ws-days-open =
               function integer-of-date(ws-business-date)
               - function integer-of-date(ie-found-date).
           move ws-days-open               to ws-el-days-open.

      * A file cut short by a full disk or edited by hand between steps
      * would otherwise show a light day's missing invoice numbers as
      * skipped.  The input is checked against its trailer before
      * anything is read from it in earnest, and a mismatch stops the
      * run.
       900-check-valid-trailer.
           move "data/valid.out"           to ws-tc-file-name.
           move 'n'                        to ws-tc-eof-flag.
           move 'n'                        to ws-tc-trailer-seen-flag.
           move 0                          to ws-tc-record-count.
           move 0                          to ws-tc-hash-total.
           open input valid-file.
           perform 905-tally-valid-row
               until ws-tc-eof-flag = 'y'
               or ws-tc-trailer-seen.
           close valid-file.
           perform 920-judge-trailer.

       905-tally-valid-row.
           read valid-file
               at end move 'y'             to ws-tc-eof-flag
               not at end
                   if vt-record-type = "TRL"
                       set ws-tc-trailer-seen to true
                       move vt-record-count
                         to ws-tc-trailer-count
                       move vt-hash-total  to ws-tc-trailer-hash
                       move vt-business-date
                         to ws-tc-trailer-date
                   else
                       add 1               to ws-tc-record-count
                       if vr-trans-amnt is numeric
                           add vr-trans-amnt
                             to ws-tc-hash-total
                       end-if
                   end-if
           end-read.

       920-judge-trailer.
           move spaces                     to ws-tc-error-text.
           if not ws-tc-trailer-seen then
               move "MISSING CONTROL TRAILER"  to ws-tc-error-text
           else
           if ws-tc-trailer-count not = ws-tc-record-count then
               move "RECORD COUNT DOES NOT MATCH TRAILER"
                                               to ws-tc-error-text
           else
           if ws-tc-trailer-hash not = ws-tc-hash-total then
               move "AMOUNT HASH DOES NOT MATCH TRAILER"
                                               to ws-tc-error-text
           else
           if ws-tc-trailer-date not = ws-business-date then
               move "TRAILER IS FOR ANOTHER BUSINESS DATE"
                                               to ws-tc-error-text
           end-if
           end-if
           end-if
           end-if.

           if ws-tc-error-text not = spaces then
               display "INVOICEGAP: " function trim(ws-tc-file-name)
                   " " ws-tc-error-text
               display "INVOICEGAP: RUN STOPPED, NOTHING REPORTED"
               move 12                     to return-code
               goback
           end-if.

       950-write-audit-log.
           move function current-date(1:8)     to au-run-date.
           move function current-date(9:6)     to au-run-time.
           move "InvoiceGap"                   to au-program-name.
           move ws-invoices-checked            to au-input-count.
           move ws-new-count                   to au-output1-count.
           move ws-cleared-count               to au-output2-count.
           move ws-open-count                  to au-output3-count.

           open extend run-history-file.
           write audit-rec.
           close run-history-file.

       end program InvoiceGap.
