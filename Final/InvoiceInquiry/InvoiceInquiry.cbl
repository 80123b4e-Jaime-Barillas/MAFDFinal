      *sitting in returns suspense or on the tender-mismatch file.
      *An invoice older than today is not on the daily keyed files at
      *all, so when neither side shows a row the transaction history
      *is read on its invoice key as a fallback.  Store calls about a
      *single invoice are the most common daytime interruption; this
      *replaces paging through the flat reports.

       environment division.
       configuration section.
               organization is line sequential.

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

           select report-file
               assign to "data/report-invoice-inquiry.out"

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

           move 0                          to ws-section-count.
           move 'n'                        to ws-eof-flag.
           move ws-invoice-num             to xh-key-invoice-num.
           move 0                          to xh-key-business-date.
           move 0                          to xh-key-sequence.
           start trans-history-file
               key not < xh-history-key
               invalid key move 'y'        to ws-eof-flag
           end-start.

           perform 610-scan-history-row
               until ws-eof-flag = 'y'.

           end-if.

       610-scan-history-row.
           read trans-history-file next
               at end move 'y'             to ws-eof-flag
               not at end
                   if xh-key-invoice-num not = ws-invoice-num
                       move 'y'            to ws-eof-flag
                   else
                       add 1               to ws-section-count
                       move xh-business-date
                                           to ws-hdl-business-date
