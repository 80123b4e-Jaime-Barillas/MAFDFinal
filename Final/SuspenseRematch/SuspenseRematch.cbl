               assign to "data/rrecords.dat"
               organization is line sequential.

           select returns-work-file
               assign to "data/rrecords.tmp"
               organization is line sequential.

           select sl-indexed-file
               assign to "data/slrecords-idx.dat"
               organization is indexed
               record key is si-invoice-num with duplicates.

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

           select optional return-auth-file
               assign to "data/return-auth.dat"

           01 r-output                     pic x(61).

      *    rrecords.dat ends in DataSplitCount's control trailer -- the
      *    count and amount hash of the records above it and the
      *    business date.
           01 r-data-view.
               05 filler                   pic x.
               05 rd-trans-amnt            pic 9(5)v99.
               05 filler                   pic x(53).

           01 r-trailer-rec.
               05 rt-record-type           pic x(3).
               05 rt-record-count          pic 9(6).
               05 rt-hash-total            pic 9(10)v99.
               05 rt-business-date         pic 9(8).
               05 filler                   pic x(32).

           fd returns-work-file
               data record is returns-work-rec
               record contains 61 characters.

           01 returns-work-rec             pic x(61).

           fd sl-indexed-file
               data record is sl-indexed-rec
               record contains 61 characters.

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
                   10 xh-pay-type          pic xx.
                   10 xh-store-num         pic 99.
                   10 xh-invoice-num       pic x(9).
                   10 xh-sku-code          pic x(15).
                   10 xh-return-reason     pic xx.
                   10 xh-trans-date        pic 9(8).
                   10 xh-cashier-id        pic x(4).
                   10 xh-quantity          pic 9(3).
                   10 xh-unit-price        pic 9(5)v99.
                   10 xh-warn-flag         pic x.
               05 xh-reversed-flag         pic x.

           fd return-auth-file
       01 ws-copy-eof-flag                 pic x
           value 'n'.

      * rrecords.dat's control trailer as found, and the count and
      * amount hash of the records above it.
       01 ws-returns-controls.
           05 ws-rc-record-count           pic 9(6)
               value 0.
           05 ws-rc-hash-total             pic 9(10)v99
               value 0.
           05 ws-rc-trailer-seen-flag      pic x
               value 'n'.
               88 ws-rc-trailer-seen               value 'y'.
           05 ws-rc-trailer-count          pic 9(6)
               value 0.
           05 ws-rc-trailer-hash           pic 9(10)v99
               value 0.
           05 ws-rc-trailer-date           pic 9(8)
               value 0.
           05 ws-rc-error-text             pic x(36)
               value spaces.

       01 ws-carried-count                 pic 9(6)
           value 0.
       01 ws-released-count                pic 9(6)

           perform 015-guard-against-rerun.

           perform 030-check-returns-trailer.

           perform 020-load-return-auths.

           open input suspense-file.
           open output suspense-work-file.
           open extend returns-file.
           open input sl-indexed-file.
           open input trans-history-file.
           open extend writeoff-file.
           open output report-file.

           close suspense-work-file.
           close returns-file.
           close sl-indexed-file.
           close trans-history-file.
           close writeoff-file.

           perform 920-write-returns-trailer.

           perform 500-rewrite-suspense-file.

           perform 600-print-totals.
           call "SYSTEM" using ws-command.
           move 0                          to return-code.

      *    Released rows are appended to rrecords.dat, so the file
      *    must first prove whole against its control trailer; the
      *    records above the trailer are set aside in the work file
      *    while it is checked.  A failed check clears the posted
      *    marker, so the run after the file is rebuilt snapshots the
      *    new file rather than restoring this one.
       030-check-returns-trailer.
           move 'n'                        to ws-copy-eof-flag.
           open input returns-file.
           open output returns-work-file.
           perform 031-tally-returns-row
               until ws-copy-eof-flag = 'y'
               or ws-rc-trailer-seen.
           close returns-file.
           close returns-work-file.

           if not ws-rc-trailer-seen then
               move "MISSING CONTROL TRAILER"  to ws-rc-error-text
           else
           if ws-rc-trailer-count not = ws-rc-record-count then
               move "RECORD COUNT DOES NOT MATCH TRAILER"
                                               to ws-rc-error-text
           else
           if ws-rc-trailer-hash not = ws-rc-hash-total then
               move "AMOUNT HASH DOES NOT MATCH TRAILER"
                                               to ws-rc-error-text
           else
           if ws-rc-trailer-date not = ws-business-date then
               move "TRAILER IS FOR ANOTHER BUSINESS DATE"
                                               to ws-rc-error-text
           end-if
           end-if
           end-if
           end-if.

           if ws-rc-error-text not = spaces then
               open output posted-marker-file
               close posted-marker-file
               display "SUSPENSEREMATCH: data/rrecords.dat "
                   ws-rc-error-text
               display "SUSPENSEREMATCH: RUN STOPPED, NOTHING POSTED"
               move 12                     to return-code
               goback
           end-if.

           perform 032-restore-returns-rows.

       031-tally-returns-row.
           read returns-file
               at end move 'y'             to ws-copy-eof-flag
               not at end
                   if rt-record-type = "TRL"
                       set ws-rc-trailer-seen to true
                       move rt-record-count
                         to ws-rc-trailer-count
                       move rt-hash-total  to ws-rc-trailer-hash
                       move rt-business-date
                         to ws-rc-trailer-date
                   else
                       add 1               to ws-rc-record-count
                       if rd-trans-amnt is numeric
                           add rd-trans-amnt to ws-rc-hash-total
                       end-if
                       write returns-work-rec from r-output
                   end-if
           end-read.

      *    rrecords.dat is put back without its trailer; a new one is
      *    written once the released rows are on the end.
       032-restore-returns-rows.
           move 'n'                        to ws-copy-eof-flag.
           open input returns-work-file.
           open output returns-file.
           perform 033-copy-returns-row
               until ws-copy-eof-flag = 'y'.
           close returns-work-file.
           close returns-file.

       033-copy-returns-row.
           read returns-work-file
               at end move 'y'             to ws-copy-eof-flag
               not at end
                   write r-output          from returns-work-rec
           end-read.

      *    Only the open authorizations matter here; this program
      *    never marks one used -- that stays TypeRProcessing's job
      *    when the released return actually processes.
                   set ws-sale-matched     to true
           end-read.

      *    Only the rows of the suspended return's own invoice are
      *    read, straight off the history's invoice key.
       125-scan-history-for-sale.
           move 'n'                        to ws-hist-eof-flag.
           move su-invoice-num             to xh-key-invoice-num.
           move 0                          to xh-key-business-date.
           move 0                          to xh-key-sequence.
           start trans-history-file
               key not < xh-history-key
               invalid key move 'y'        to ws-hist-eof-flag
           end-start.

           perform 126-check-history-row
               until ws-hist-eof-flag = 'y'
               or ws-sale-matched.

      *    A sale flagged reversed by a cross-day void cannot release
      *    a suspended return -- the row ages on toward write-off.
       126-check-history-row.
           read trans-history-file next
               at end move 'y'             to ws-hist-eof-flag
               not at end
                   if xh-key-invoice-num not = su-invoice-num
                       move 'y'            to ws-hist-eof-flag
                   else
                   if (xh-trans-code = 'S' or xh-trans-code = 'L')
                       and xh-reversed-flag not = 'R'
                       set ws-sale-matched to true
                   end-if
                   end-if
           end-read.

       130-retry-authorization.
           write released-extract-rec.
           close released-extract-file.

      *    The new trailer is tallied from rrecords.dat as it now
      *    stands, released rows included.
       920-write-returns-trailer.
           move 0                          to ws-rc-record-count.
           move 0                          to ws-rc-hash-total.
           move 'n'                        to ws-copy-eof-flag.
           open input returns-file.
           perform 925-tally-returns-row
               until ws-copy-eof-flag = 'y'.
           close returns-file.

           open extend returns-file.
           move spaces                     to r-trailer-rec.
           move "TRL"                      to rt-record-type.
           move ws-rc-record-count         to rt-record-count.
           move ws-rc-hash-total           to rt-hash-total.
           move ws-business-date           to rt-business-date.
           write r-trailer-rec.
           close returns-file.

       925-tally-returns-row.
           read returns-file
               at end move 'y'             to ws-copy-eof-flag
               not at end
                   if rt-record-type not = "TRL"
                       add 1               to ws-rc-record-count
                       if rd-trans-amnt is numeric
                           add rd-trans-amnt to ws-rc-hash-total
                       end-if
                   end-if
           end-read.

       950-write-audit-log.
           move ws-business-date               to au-run-date.
           move function current-date(9:6)     to au-run-time.
