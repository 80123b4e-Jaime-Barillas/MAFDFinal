       input-output section.
       file-control.
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

           select optional item-master-file
               assign to "data/item-master.dat"
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

           fd item-master-file
               data record is item-master-rec
               record contains 80 characters.

           01 item-master-rec.
               05 im-sku-code              pic x(15).
               05 im-description           pic x(30).
               05 im-category              pic x(10).
               05 im-expected-price        pic 9(5)v99.
               05 im-vendor-num            pic x(6).
               05 im-pack-size             pic 9(4).
               05 im-unit-cost             pic 9(5)v99.
               05 filler                   pic x.

           fd store-master-file
               data record is store-master-rec

       01 ws-eof-flag                      pic x
           value 'n'.
       01 ws-hist-store                    pic 999
           value 0.

       01 ws-history-rows-read             pic 9(7)
           value 0.
           end-perform.
           close store-master-file.

      *    A row is never processed under a business date earlier
      *    than the date it was rung up, so each store's rows are
      *    started at the range start on the history's store and
      *    business-date key.  Late-keyed rows can carry any later
      *    business date, so the rest of the store is still read and
      *    the range is applied to the transaction date.
       100-accumulate-history.
           open input trans-history-file.

           perform 105-accumulate-store-history
               varying ws-hist-store from 0 by 1
               until ws-hist-store > 99.

           close trans-history-file.

       105-accumulate-store-history.
           move 'n'                        to ws-eof-flag.
           move ws-hist-store              to xh-key-store-num.
           move ws-range-start             to xh-business-date.
           start trans-history-file
               key not < xh-store-date-key
               invalid key move 'y'        to ws-eof-flag
           end-start.

           perform 110-accumulate-history-row
               until ws-eof-flag = 'y'.

       110-accumulate-history-row.
           read trans-history-file next
               at end move 'y'             to ws-eof-flag
               not at end
                   if xh-key-store-num not = ws-hist-store
                       move 'y'            to ws-eof-flag
                   else
                       perform 115-check-history-row
                   end-if
           end-read.

       115-check-history-row.
           add 1                           to ws-history-rows-read.
      *    A sale reversed by a cross-day void moved no merchandise in
      *    the end.
           if xh-trans-date is numeric
               and xh-trans-date >= ws-range-start
               and xh-trans-date <= ws-range-end
               and xh-reversed-flag not = 'R' then
               perform 120-post-history-row
           end-if.

       120-post-history-row.
           evaluate xh-trans-code
               when 'S'
