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

           select optional report-params-file
               assign to "data/history-report-params.dat"
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
               05 xh-record.
                   10 xh-trans-code        pic x.
                   10 xh-trans-amnt        pic 9(5)v99.

       01 ws-eof-flag                      pic x
           value 'n'.
       01 ws-hist-store                    pic 999
           value 0.

       01 ws-table-index                   pic 9(4)
           value 0.

           close store-master-file.

      *    Each store's rows for the range are read straight off the
      *    history's store and business-date key, so the years of
      *    history outside the range are never touched.
       100-load-history.
           open input trans-history-file.

           perform 105-load-store-history
               varying ws-hist-store from 0 by 1
               until ws-hist-store > 99.

           close trans-history-file.

       105-load-store-history.
           move 'n'                        to ws-eof-flag.
           move ws-hist-store              to xh-key-store-num.
           move ws-range-start             to xh-business-date.
           start trans-history-file
               key not < xh-store-date-key
               invalid key move 'y'        to ws-eof-flag
           end-start.

           perform 110-read-history-record
               until ws-eof-flag = 'y'.

       110-read-history-record.
           read trans-history-file next
               at end move 'y'             to ws-eof-flag
               not at end
                   if xh-key-store-num not = ws-hist-store
                       or xh-business-date > ws-range-end
                       move 'y'            to ws-eof-flag
                   else
                   if (xh-trans-code = 'S'
                           or xh-trans-code = 'L'
                           or xh-trans-code = 'R')
                       perform 200-accumulate-record
                   end-if
                   end-if
           end-read.

       200-accumulate-record.
