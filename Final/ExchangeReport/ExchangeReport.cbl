               05 sl-unit-price            pic 9(5)v99.
               05 sl-warn-flag             pic x.

      *    DataSplitCount's control trailer: the count and amount hash
      *    of the records above it and the business date.
           01 sl-trailer-rec.
               05 st-record-type           pic x(3).
               05 st-record-count          pic 9(6).
               05 st-hash-total            pic 9(10)v99.
               05 st-business-date         pic 9(8).
               05 filler                   pic x(32).

           fd report-file
               data record is report-line
               record contains 120 characters.
       01 ws-unpaired-count                pic 9(6)
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
           perform 900-check-sl-trailer.

           perform 100-collect-exchange-records.

           open output report-file.
           read sl-file
               at end move 'y'             to ws-eof-flag
               not at end
                   if st-record-type = "TRL"
                       move 'y'            to ws-eof-flag
                   else
                       add 1               to ws-sl-rec-count
                       if sl-trans-code = 'X'
                           if ws-ex-count < 1000
                               add 1       to ws-ex-count
                               move sl-invoice-num
                                 to ws-ex-invoice-num(ws-ex-count)
                               move sl-store-num
                                 to ws-ex-store-num(ws-ex-count)
                               move sl-return-reason
                                 to ws-ex-side(ws-ex-count)
                               move sl-sku-code
                                 to ws-ex-sku-code(ws-ex-count)
                               compute ws-ex-value(ws-ex-count) =
                                   sl-quantity * sl-unit-price
                               move 'n'
                                 to ws-ex-used(ws-ex-count)
                           else
                               display "EXCHANGEREPORT: EXCHANGE TABLE "
                                   "EXCEEDS 1000 ROWS - RUN REFUSED"
                               move 8      to return-code
                               goback
                           end-if
                       end-if
                   end-if
           end-read.
           move ws-net-difference          to ws-tl3-amount.
           write report-line               from ws-totals-line-3.

      * A file cut short by a full disk or edited by hand between steps
      * would otherwise report a light day.  The input is checked
      * against its trailer before anything is read from it in earnest,
      * and a mismatch stops the run.
       900-check-sl-trailer.
           move "data/slrecords.dat"       to ws-tc-file-name.
           move 'n'                        to ws-tc-eof-flag.
           move 'n'                        to ws-tc-trailer-seen-flag.
           move 0                          to ws-tc-record-count.
           move 0                          to ws-tc-hash-total.
           open input sl-file.
           perform 905-tally-sl-row
               until ws-tc-eof-flag = 'y'
               or ws-tc-trailer-seen.
           close sl-file.
           perform 920-judge-trailer.

       905-tally-sl-row.
           read sl-file
               at end move 'y'             to ws-tc-eof-flag
               not at end
                   if st-record-type = "TRL"
                       set ws-tc-trailer-seen to true
                       move st-record-count
                         to ws-tc-trailer-count
                       move st-hash-total  to ws-tc-trailer-hash
                       move st-business-date
                         to ws-tc-trailer-date
                   else
                       add 1               to ws-tc-record-count
                       if sl-trans-amnt is numeric
                           add sl-trans-amnt
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
           end-if
           end-if
           end-if.

           if ws-tc-error-text not = spaces then
               display "EXCHANGEREPORT: " function trim(ws-tc-file-name)
                   " " ws-tc-error-text
               display "EXCHANGEREPORT: RUN STOPPED, NOTHING REPORTED"
               move 12                     to return-code
               goback
           end-if.

       950-write-audit-log.
           move function current-date(1:8)     to au-run-date.
           move function current-date(9:6)     to au-run-time.
