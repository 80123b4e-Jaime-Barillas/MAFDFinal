       identification division.
       program-id. HistoryConvert.
       author. Ryan Sim.
       date-written. 2026-10-15.
      *Desc: One-time load of the keyed transaction history.  The old
      *flat trans-history.dat (business date, the 61-byte transaction
      *and the reversed flag) is read end to end and every row is
      *written to trans-history-idx.dat under the invoice, business
      *date and a running sequence number, with the store, SKU and
      *cashier alternate keys built from the row itself.  The flat
      *file is left untouched so it can be kept until the keyed file
      *has been checked.
      *
      *The load is refused when the keyed history already holds rows,
      *so it can never be run over a night the chain has already
      *posted.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select optional old-history-file
               assign to "data/trans-history.dat"
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

           select run-history-file
               assign to "data/run-history.log"
               organization is line sequential.

       data division.
       file section.
           fd old-history-file
               data record is old-history-rec
               record contains 70 characters.

           01 old-history-rec.
               05 oh-business-date         pic 9(8).
               05 oh-record                pic x(61).
               05 oh-reversed-flag         pic x.

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
       01 ws-eof-flag                      pic x
           value 'n'.
       01 ws-history-empty-flag            pic x
           value 'y'.

       01 ws-sequence                      pic 9(6)
           value 0.

       01 ws-rows-read                     pic 9(6)
           value 0.
       01 ws-rows-written                  pic 9(6)
           value 0.
       01 ws-rows-refused                  pic 9(6)
           value 0.

       procedure division.
       000-main.
           perform 010-check-history-empty.

           open input old-history-file.
           open output trans-history-file.

           perform 100-convert-history-row
               until ws-eof-flag = 'y'.

           close old-history-file.
           close trans-history-file.

           display "HISTORYCONVERT: " ws-rows-read
               " FLAT HISTORY ROWS READ".
           display "HISTORYCONVERT: " ws-rows-written
               " ROWS WRITTEN TO THE KEYED HISTORY".
           if ws-rows-refused > 0 then
               display "HISTORYCONVERT: " ws-rows-refused
                   " ROWS REFUSED ON A DUPLICATE KEY"
           end-if.

           perform 950-write-audit-log.

           goback.

      *    Opening the keyed history for output empties it, so any
      *    row already on it stops the load before it is opened.
       010-check-history-empty.
           open input trans-history-file.
           move low-values                 to xh-history-key.
           start trans-history-file
               key not < xh-history-key
               invalid key continue
               not invalid key
                   read trans-history-file next
                       at end continue
                       not at end
                           move 'n'    to ws-history-empty-flag
                   end-read
           end-start.
           close trans-history-file.

           if ws-history-empty-flag = 'n' then
               display "HISTORYCONVERT: data/trans-history-idx.dat "
                   "ALREADY HOLDS ROWS - RUN REFUSED"
               move 8                      to return-code
               goback
           end-if.

      *    The sequence only has to keep an invoice's rows for one
      *    business date apart, so it simply runs through the file
      *    and wraps back to 1 after 999999.
       100-convert-history-row.
           read old-history-file
               at end move 'y'             to ws-eof-flag
               not at end
                   add 1                   to ws-rows-read
                   perform 110-write-history-row
           end-read.

       110-write-history-row.
           if ws-sequence = 999999 then
               move 0                      to ws-sequence
           end-if.
           add 1                           to ws-sequence.

           move oh-business-date           to xh-business-date.
           move oh-record                  to xh-record.
           move oh-reversed-flag           to xh-reversed-flag.
           move xh-invoice-num             to xh-key-invoice-num.
           move oh-business-date           to xh-key-business-date.
           move ws-sequence                to xh-key-sequence.
           move xh-store-num               to xh-key-store-num.
           write trans-history-rec
               invalid key
                   add 1                   to ws-rows-refused
                   display "DUPLICATE KEY ON TRANS-HISTORY-FILE: "
                       xh-history-key
               not invalid key
                   add 1                   to ws-rows-written
           end-write.

       950-write-audit-log.
           move function current-date(1:8)     to au-run-date.
           move function current-date(9:6)     to au-run-time.
           move "HistoryConvert"               to au-program-name.
           move ws-rows-read                   to au-input-count.
           move ws-rows-written                to au-output1-count.
           move ws-rows-refused                to au-output2-count.
           move 0                              to au-output3-count.

           open extend run-history-file.
           write audit-rec.
           close run-history-file.

       end program HistoryConvert.
