      *balance driven negative lands on the exception report, because
      *it means either shrinkage or a keying problem the Edits checks
      *cannot see.
      *
      *A return coded defective (DF) is not resaleable: it goes to the
      *return-to-vendor pending file for VendorReturn to batch onto a
      *vendor debit memo, and never reaches the sellable on-hand.

       environment division.
       configuration section.
               assign to "data/inventory-posted.dat"
               organization is line sequential.

           select optional rtv-pending-file
               assign to "data/rtv-pending.dat"
               organization is line sequential.

       data division.
       file section.
           fd sl-file
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

           fd receipts-file
               data record is receipts-rec
               record contains 30 characters.
           01 posted-marker-rec.
               05 pm-business-date             pic 9(8).

      *    Defective returns held in the back room for the vendor;
      *    VendorReturn takes them in and empties the file.  The line
      *    number counts the night's rows, so two lines for the same
      *    SKU on one invoice stay apart.
           fd rtv-pending-file
               data record is rtv-pending-rec
               record contains 60 characters.

           01 rtv-pending-rec.
               05 rp-business-date             pic 9(8).
               05 rp-store-num                 pic 99.
               05 rp-invoice-num               pic x(9).
               05 rp-sku-code                  pic x(15).
               05 rp-quantity                  pic 9(3).
               05 rp-unit-price                pic 9(5)v99.
               05 rp-trans-date                pic 9(8).
               05 rp-cashier-id                pic x(4).
               05 rp-line-num                  pic 9(4).

       working-storage section.

       01 ws-report-heading.
           05 filler                       pic x(26)
               value "FORFEIT UNITS RESTOCKED:  ".
           05 ws-tl6-count                 pic z,zzz,zz9.
       01 ws-totals-line-7.
           05 filler                       pic x(26)
               value "DEFECTIVE UNITS TO RTV:   ".
           05 ws-tl7-count                 pic z,zzz,zz9.

       01 ws-eof-flag                      pic x
           value 'n'.
           value 0.
       01 ws-forfeit-units-back            pic 9(7)
           value 0.
       01 ws-rtv-units                     pic 9(7)
           value 0.
       01 ws-rtv-line-num                  pic 9(4)
           value 0.

       01 ws-sl-rec-count                  pic 9(6)
           value 0.
       01 ws-snap-copy-name                pic x(40)
           value spaces.

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
           perform 040-guard-against-rerun.

           perform 900-check-sl-trailer.

           perform 910-check-r-trailer.

           perform 050-open-onhand-ledger.

           perform 100-post-sales-layaways.
               move "data/layaway-posted-idx.bak"
                 to ws-snap-copy-name
               perform 046-restore-one-snapshot
               move "data/rtv-pending.dat"
                 to ws-snap-live-name
               move "data/rtv-pending.bak"
                 to ws-snap-copy-name
               perform 046-restore-one-snapshot
           else
               move "data/stock-onhand-idx.dat"
                 to ws-snap-live-name
               move "data/layaway-posted-idx.bak"
                 to ws-snap-copy-name
               perform 045-take-one-snapshot
               move "data/rtv-pending.dat"
                 to ws-snap-live-name
               move "data/rtv-pending.bak"
                 to ws-snap-copy-name
               perform 045-take-one-snapshot

               open output posted-marker-file
               move ws-business-date       to pm-business-date
           read sl-file
               at end move 'y'             to ws-eof-flag
               not at end
                   if st-record-type = "TRL"
                       move 'y'            to ws-eof-flag
                   else
                       add 1               to ws-sl-rec-count
                       perform 120-post-one-sl-record
                   end-if
           end-read.

       120-post-one-sl-record.
       200-post-returns.
           move 'n'                        to ws-eof-flag.
           open input r-file.
           open extend rtv-pending-file.

           perform 210-post-r-record
               until ws-eof-flag = 'y'.

           close r-file.
           close rtv-pending-file.

       210-post-r-record.
           read r-file
               at end move 'y'             to ws-eof-flag
               not at end
                   if rt-record-type = "TRL"
                       move 'y'            to ws-eof-flag
                   else
                       add 1               to ws-r-rec-count
                       if r-return-reason = 'DF'
                           perform 220-hold-for-vendor
                       else
                           move r-store-num    to ws-posting-store
                           move r-sku-code to ws-posting-sku
                           move r-quantity to ws-posting-qty
                           add r-quantity  to ws-units-back
                           perform 500-apply-posting
                       end-if
                   end-if
           end-read.

       220-hold-for-vendor.
           move spaces                     to rtv-pending-rec.
           move ws-business-date           to rp-business-date.
           move r-store-num                to rp-store-num.
           move r-invoice-num              to rp-invoice-num.
           move r-sku-code                 to rp-sku-code.
           move r-quantity                 to rp-quantity.
           move r-unit-price               to rp-unit-price.
           move r-trans-date               to rp-trans-date.
           move r-cashier-id               to rp-cashier-id.
           add 1                           to ws-rtv-line-num.
           move ws-rtv-line-num            to rp-line-num.
           write rtv-pending-rec.
           add r-quantity                  to ws-rtv-units.

       300-post-receipts.
           move 'n'                        to ws-eof-flag.
           open input receipts-file.
           write report-line               from ws-totals-line-5.
           move ws-forfeit-units-back      to ws-tl6-count.
           write report-line               from ws-totals-line-6.
           move ws-rtv-units               to ws-tl7-count.
           write report-line               from ws-totals-line-7.

           close report-file.

                   end-if
           end-read.

      * A file cut short by a full disk or edited by hand between steps
      * would otherwise post a light day to the on-hand ledger.  Each
      * input is checked against its trailer before anything is read
      * from it in earnest, and a mismatch stops the run.
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
           else
           if ws-tc-trailer-date not = ws-business-date then
               move "TRAILER IS FOR ANOTHER BUSINESS DATE"
                                               to ws-tc-error-text
           end-if
           end-if
           end-if
           end-if.

           if ws-tc-error-text not = spaces then
               display "INVENTORY: " function trim(ws-tc-file-name)
                   " " ws-tc-error-text
               display "INVENTORY: RUN STOPPED, NOTHING POSTED"
               move 12                     to return-code
               goback
           end-if.

       950-write-audit-log.
           move function current-date(1:8)     to au-run-date.
           move function current-date(9:6)     to au-run-time.
