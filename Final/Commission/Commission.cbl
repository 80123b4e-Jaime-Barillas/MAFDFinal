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

           fd r-file
               data record is r-record
               record contains 61 characters.
               05 r-unit-price             pic 9(5)v99.
               05 r-warn-flag              pic x.

      *    DataSplitCount's control trailer: the count and amount hash
      *    of the records above it and the business date.
           01 r-trailer-rec.
               05 rt-record-type           pic x(3).
               05 rt-record-count          pic 9(6).
               05 rt-hash-total            pic 9(10)v99.
               05 rt-business-date         pic 9(8).
               05 filler                   pic x(32).

           fd sl-indexed-file
               data record is sl-indexed-rec
               record contains 61 characters.

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

           fd extract-file
               data record is extract-rec
       01 ws-overflow-count                pic 9(6)
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

           perform 910-check-r-trailer.

           perform 040-load-commission-rates.

           perform 050-load-cashier-names.
           read sl-file
               at end move 'y'             to ws-eof-flag
               not at end
                   if st-record-type = "TRL"
                       move 'y'            to ws-eof-flag
                   else
                       add 1               to ws-sl-rec-count
                       if sl-trans-code = 'S' or sl-trans-code = 'L'
                           move sl-store-num   to ws-lookup-store-num
                           move sl-cashier-id  to ws-lookup-cashier-id
                           perform 250-find-or-add-cashier
                           if ws-table-index > 0
                               add sl-trans-amnt
                                 to ws-ct-sales-amount(ws-table-index)
                           end-if
                       end-if
                   end-if
           end-read.
           read r-file
               at end move 'y'             to ws-eof-flag
               not at end
                   if rt-record-type = "TRL"
                       move 'y'            to ws-eof-flag
                   else
                       add 1               to ws-r-rec-count
                       move r-store-num    to ws-lookup-store-num
                       move r-cashier-id   to ws-lookup-cashier-id
                       move r-invoice-num  to si-invoice-num
                       read sl-indexed-file
                           invalid key
                               add 1       to ws-no-sale-count
                           not invalid key
                               move si-store-num
                                 to ws-lookup-store-num
                               move si-cashier-id
                                 to ws-lookup-cashier-id
                               if si-cashier-id not = r-cashier-id
                                   add 1   to ws-rerouted-count
                               end-if
                       end-read
                       perform 250-find-or-add-cashier
                       if ws-table-index > 0
                           add r-trans-amnt
                             to ws-ct-chargeback-amount(ws-table-index)
                       end-if
                   end-if
           end-read.

           move ws-no-sale-count           to ws-tl4-count.
           write report-line               from ws-totals-line-4.

      * A file cut short by a full disk or edited by hand between steps
      * would otherwise report a light day.  Each input is checked
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

       910-check-r-trailer.
           move "data/rrecords.dat"        to ws-tc-file-name.
           move 'n'                        to ws-tc-eof-flag.
           move 'n'                        to ws-tc-trailer-seen-flag.
           move 0                          to ws-tc-record-count.
           move 0                          to ws-tc-hash-total.
           open input r-file.
           perform 915-tally-r-row
               until ws-tc-eof-flag = 'y'
               or ws-tc-trailer-seen.
           close r-file.
           perform 920-judge-trailer.

       915-tally-r-row.
           read r-file
               at end move 'y'             to ws-tc-eof-flag
               not at end
                   if rt-record-type = "TRL"
                       set ws-tc-trailer-seen to true
                       move rt-record-count
                         to ws-tc-trailer-count
                       move rt-hash-total  to ws-tc-trailer-hash
                       move rt-business-date
                         to ws-tc-trailer-date
                   else
                       add 1               to ws-tc-record-count
                       if r-trans-amnt is numeric
                           add r-trans-amnt
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
               display "COMMISSION: " function trim(ws-tc-file-name)
                   " " ws-tc-error-text
               display "COMMISSION: RUN STOPPED, NOTHING REPORTED"
               move 12                     to return-code
               goback
           end-if.

       950-write-audit-log.
           move function current-date(1:8)     to au-run-date.
           move function current-date(9:6)     to au-run-time.
