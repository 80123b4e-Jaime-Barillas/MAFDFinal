       identification division.
       program-id. CountPost.
       author. Ryan Sim.
       date-written. 2026-10-15.
      *Desc: Physical inventory and cycle count posting.  A count runs
      *in two steps off the count control file.  A FREEZE row copies
      *the store's book quantity for every SKU on the perpetual ledger
      *at the moment the count starts; a POST row, once the counted
      *quantities are keyed, compares each count with its frozen book
      *quantity and posts the variance to the ledger as an
      *adjustment.  Because the adjustment is the variance and not
      *the counted figure itself, sales and receipts that post between
      *the freeze and the post are kept.
      *
      *A full physical count (type P) treats every frozen SKU nobody
      *counted as counted at zero; a cycle count (type C) only touches
      *the SKUs it counted.  The shrink report values the variances by
      *store and item-master category at cost and at retail, and the
      *cost side goes out as a journal in the same layout GLExtract
      *writes, so finance books the inventory loss without re-keying.
      *A CANCEL row drops an abandoned freeze.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select count-control-file
               assign to "data/count-control.dat"
               organization is line sequential.

           select optional count-file
               assign to "data/inventory-counts.dat"
               organization is line sequential.

           select optional freeze-idx-file
               assign to "data/count-freeze-idx.dat"
               organization is indexed
               access mode is dynamic
               record key is fz-key.

           select optional onhand-idx-file
               assign to "data/stock-onhand-idx.dat"
               organization is indexed
               access mode is dynamic
               record key is oh-key.

           select optional item-master-file
               assign to "data/item-master.dat"
               organization is line sequential.

           select optional account-master-file
               assign to "data/gl-account-master.dat"
               organization is line sequential.

           select optional variance-history-file
               assign to "data/count-variance.dat"
               organization is line sequential.

           select journal-file
               assign to "data/gl-shrink-journal.out"
               organization is line sequential.

           select report-file
               assign to "data/report-shrink.out"
               organization is line sequential.

           select run-history-file
               assign to "data/run-history.log"
               organization is line sequential.

           select optional chain-lock-file
               assign to "data/chain-lock.dat"
               organization is line sequential.

           select optional stale-lock-report-file
               assign to "data/report-stale-lock.out"
               organization is line sequential.

       data division.
       file section.
           fd count-control-file
               data record is count-control-rec
               record contains 12 characters.

           01 count-control-rec.
               05 cc-action                    pic x.
                   88 cc-action-88-freeze      value 'F'.
                   88 cc-action-88-post        value 'P'.
                   88 cc-action-88-cancel      value 'C'.
               05 cc-store-num                 pic 99.
               05 cc-count-type                pic x.
                   88 cc-count-type-88-valid   value 'P', 'C'.
               05 cc-count-date                pic 9(8).

           fd count-file
               data record is count-rec
               record contains 32 characters.

           01 count-rec.
               05 ct-store-num                 pic 99.
               05 ct-sku-code                  pic x(15).
               05 ct-counted-qty               pic 9(7).
               05 ct-count-date                pic 9(8).

      *    One row per store/SKU frozen, plus a header row per store
      *    (blank SKU) that carries the count type and freeze date and
      *    marks the store as frozen even when its ledger is empty.
           fd freeze-idx-file
               data record is freeze-rec
               record contains 42 characters.

           01 freeze-rec.
               05 fz-key.
                   10 fz-store-num             pic 99.
                   10 fz-sku-code              pic x(15).
               05 fz-book-qty                  pic s9(7)
                   sign leading separate.
               05 fz-freeze-date               pic 9(8).
               05 fz-count-type                pic x.
               05 fz-counted-flag              pic x.
               05 fz-counted-qty               pic 9(7).

           fd onhand-idx-file
               data record is onhand-rec
               record contains 25 characters.

           01 onhand-rec.
               05 oh-key.
                   10 oh-store-num             pic 99.
                   10 oh-sku-code              pic x(15).
               05 oh-on-hand                   pic s9(7)
                   sign leading separate.

           fd item-master-file
               data record is item-master-rec
               record contains 80 characters.

           01 item-master-rec.
               05 im-sku-code                  pic x(15).
               05 im-description               pic x(30).
               05 im-category                  pic x(10).
               05 im-expected-price            pic 9(5)v99.
               05 im-vendor-num                pic x(6).
               05 im-pack-size                 pic 9(4).
               05 im-unit-cost                 pic 9(5)v99.
               05 filler                       pic x.

           fd account-master-file
               data record is account-master-rec
               record contains 20 characters.

           01 account-master-rec.
               05 ga-purpose                   pic x(10).
               05 ga-account-code              pic x(10).

           fd variance-history-file
               data record is variance-rec
               record contains 80 characters.

           01 variance-rec.
               05 cv-post-date                 pic 9(8).
               05 cv-store-num                 pic 99.
               05 cv-sku-code                  pic x(15).
               05 cv-count-type                pic x.
               05 cv-freeze-date               pic 9(8).
               05 cv-book-qty                  pic s9(7)
                   sign leading separate.
               05 cv-counted-qty               pic 9(7).
               05 cv-variance-qty              pic s9(7)
                   sign leading separate.
               05 cv-unit-cost                 pic 9(5)v99.
               05 cv-unit-price                pic 9(5)v99.
               05 filler                       pic x(9).

           fd journal-file
               data record is journal-rec
               record contains 42 characters.

           01 journal-rec.
               05 jr-account-code              pic x(10).
               05 jr-debit-credit              pic x.
               05 jr-amount                    pic 9(8)v99.
               05 jr-store-num                 pic 99.
               05 filler                       pic x(19).

           fd report-file
               data record is report-line
               record contains 90 characters.

           01 report-line                      pic x(90).

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

           fd chain-lock-file
               data record is chain-lock-rec
               record contains 20 characters.

           01 chain-lock-rec.
               05 cl-status                    pic x.
               05 cl-taken-date                pic 9(8).
               05 cl-taken-time                pic 9(6).
               05 filler                       pic x(5).

           fd stale-lock-report-file
               data record is stale-lock-line
               record contains 80 characters.

           01 stale-lock-line                  pic x(80).

       working-storage section.

       01 ws-report-heading.
           05 filler                       pic x(45)
               value " Inventory Count And Shrink Report -- Group 8".

       01 ws-chain-lock.
           05 ws-cl-status                 pic x
               value 'R'.
           05 ws-cl-taken-date             pic 9(8)
               value 0.
           05 ws-cl-taken-time             pic 9(6)
               value 0.

       01 ws-lock-today                    pic 9(8)
           value 0.

       01 ws-stale-lock-line.
           05 filler                       pic x(22)
               value "STALE CHAIN LOCK FROM ".
           05 ws-sll-taken-date            pic 9(8).
           05 filler                       pic x
               value space.
           05 ws-sll-taken-time            pic 9(6).
           05 filler                       pic x(12)
               value " CLEARED BY ".
           05 ws-sll-program               pic x(15).
           05 filler                       pic x(4)
               value " ON ".
           05 ws-sll-cleared-date          pic 9(8).

       01 ws-control-line.
           05 ws-cln-action                pic x.
           05 filler                       pic xx
               value spaces.
           05 ws-cln-store-num             pic 99.
           05 filler                       pic xx
               value spaces.
           05 ws-cln-status                pic x(9).
           05 filler                       pic xx
               value spaces.
           05 ws-cln-message               pic x(40).

       01 ws-store-banner.
           05 filler                       pic x(7)
               value "STORE: ".
           05 ws-sb-store-num              pic 99.
           05 filler                       pic x(8)
               value "  TYPE: ".
           05 ws-sb-count-type             pic x(8).
           05 filler                       pic x(10)
               value "  FROZEN: ".
           05 ws-sb-freeze-date            pic 9(8).

       01 ws-report-columns.
           05 filler                       pic x(12)
               value "Category    ".
           05 filler                       pic x(12)
               value "  SKUs Var  ".
           05 filler                       pic x(12)
               value "  Units Var ".
           05 filler                       pic x(17)
               value "      Var At Cost".
           05 filler                       pic x(17)
               value "    Var At Retail".

       01 ws-category-line.
           05 ws-cat-category               pic x(10).
           05 filler                       pic xx
               value spaces.
           05 ws-cat-sku-count              pic zz,zz9.
           05 filler                       pic x(4)
               value spaces.
           05 ws-cat-units                  pic -(7)9.
           05 filler                       pic xx
               value spaces.
           05 ws-cat-cost                   pic -(9)9.99.
           05 filler                       pic x(4)
               value spaces.
           05 ws-cat-retail                 pic -(9)9.99.

       01 ws-store-total-line.
           05 filler                       pic x(12)
               value "STORE TOTAL ".
           05 filler                       pic x(10)
               value spaces.
           05 ws-stl-units                 pic -(7)9.
           05 filler                       pic xx
               value spaces.
           05 ws-stl-cost                  pic -(9)9.99.
           05 filler                       pic x(4)
               value spaces.
           05 ws-stl-retail                pic -(9)9.99.

       01 ws-chain-total-line.
           05 filler                       pic x(12)
               value "CHAIN TOTAL ".
           05 filler                       pic x(10)
               value spaces.
           05 ws-ctl-units                 pic -(7)9.
           05 filler                       pic xx
               value spaces.
           05 ws-ctl-cost                  pic -(9)9.99.
           05 filler                       pic x(4)
               value spaces.
           05 ws-ctl-retail                pic -(9)9.99.

       01 ws-totals-line-1.
           05 filler                       pic x(28)
               value "COUNT ROWS READ:            ".
           05 ws-tl1-count                 pic z,zzz,zz9.
       01 ws-totals-line-2.
           05 filler                       pic x(28)
               value "COUNT ROWS REFUSED:         ".
           05 ws-tl2-count                 pic z,zzz,zz9.
       01 ws-totals-line-3.
           05 filler                       pic x(28)
               value "LEDGER ADJUSTMENTS POSTED:  ".
           05 ws-tl3-count                 pic z,zzz,zz9.

       01 ws-status-applied                pic x(9)
           value "APPLIED".
       01 ws-status-rejected               pic x(9)
           value "REJECTED".

       01 ws-accounts.
           05 ws-acct-shrink               pic x(10)
               value "5100-SHRK".
           05 ws-acct-inventory            pic x(10)
               value "1200-INV".

       01 ws-item-master-table.
           05 ws-im-count                  pic 999
               value 0.
           05 ws-im-entry                  occurs 500 times
               indexed by ws-im-idx.
               10 ws-im-sku-code           pic x(15).
               10 ws-im-category           pic x(10).
               10 ws-im-unit-cost          pic 9(5)v99.
               10 ws-im-unit-price         pic 9(5)v99.

      * Stores whose counts are being posted in this run.
       01 ws-post-store-table.
           05 ws-ps-count                  pic 99
               value 0.
           05 ws-ps-entry                  occurs 50 times
               indexed by ws-ps-idx.
               10 ws-ps-store-num          pic 99.
               10 ws-ps-count-type         pic x.
               10 ws-ps-freeze-date        pic 9(8).

      * Variance accumulators for the store being posted, one row
      * per item-master category.  Sized to the item table plus the
      * unknown-category row, so it cannot fill part way through a
      * posting.
       01 ws-category-table.
           05 ws-ct-count                  pic 999
               value 0.
           05 ws-ct-entry                  occurs 501 times
               indexed by ws-ct-idx.
               10 ws-ct-category           pic x(10).
               10 ws-ct-sku-count          pic 9(5).
               10 ws-ct-units              pic s9(7).
               10 ws-ct-cost               pic s9(9)v99.
               10 ws-ct-retail             pic s9(9)v99.

       01 ws-store-totals.
           05 ws-st-units                  pic s9(7)
               value 0.
           05 ws-st-cost                   pic s9(9)v99
               value 0.
           05 ws-st-retail                 pic s9(9)v99
               value 0.

       01 ws-chain-totals.
           05 ws-cht-units                 pic s9(8)
               value 0.
           05 ws-cht-cost                  pic s9(10)v99
               value 0.
           05 ws-cht-retail                pic s9(10)v99
               value 0.

       01 ws-eof-flag                      pic x
           value 'n'.
       01 ws-store-eof-flag                pic x
           value 'n'.
       01 ws-store-frozen-flag             pic x
           value 'n'.
       01 ws-post-store-flag               pic x
           value 'n'.
       01 ws-post-slot                     pic 99
           value 0.

       01 ws-run-date                      pic 9(8)
           value 0.

       01 ws-work-store                    pic 99
           value 0.
       01 ws-work-count-type               pic x
           value space.
       01 ws-work-freeze-date              pic 9(8)
           value 0.
       01 ws-work-category                 pic x(10)
           value spaces.
       01 ws-work-unit-cost                pic 9(5)v99
           value 0.
       01 ws-work-unit-price               pic 9(5)v99
           value 0.
       01 ws-work-slot                     pic 999
           value 0.
       01 ws-variance-qty                  pic s9(7)
           value 0.
       01 ws-variance-cost                 pic s9(9)v99
           value 0.
       01 ws-variance-retail               pic s9(9)v99
           value 0.
       01 ws-freeze-row-count              pic 9(6)
           value 0.

       01 ws-message                       pic x(40)
           value spaces.
       01 ws-message-count                 pic zzz,zz9.

       01 ws-unknown-category              pic x(10)
           value "(UNKNOWN)".

       01 ws-control-count                 pic 9(6)
           value 0.
       01 ws-count-rows-read               pic 9(6)
           value 0.
       01 ws-count-rows-refused            pic 9(6)
           value 0.
       01 ws-adjustment-count              pic 9(6)
           value 0.

       01 ws-total-debits                  pic 9(9)v99
           value 0.
       01 ws-total-credits                 pic 9(9)v99
           value 0.

       procedure division.
       000-main.
           perform 015-check-chain-lock.

           move function current-date(1:8) to ws-run-date.

           perform 020-load-item-master.

           perform 030-load-account-master.

           open i-o freeze-idx-file.
           open i-o onhand-idx-file.
           open output report-file.
           open output journal-file.
           open extend variance-history-file.

           write report-line               from ws-report-heading.
           write report-line               from spaces.

           perform 100-process-control-file.

           if ws-ps-count > 0 then
               perform 200-apply-counts
               perform 300-post-stores
           end-if.

           perform 600-print-totals.

           close freeze-idx-file.
           close onhand-idx-file.
           close report-file.
           close journal-file.
           close variance-history-file.

           perform 950-write-audit-log.

           goback.

      *    Count adjustments rewrite the same ledger the chain's
      *    Inventory step posts, so this program may not start while
      *    RunChain holds the chain lock.  A lock from an earlier
      *    calendar date is a crashed chain: it is cleared here,
      *    noted on the stale-lock report, and the run proceeds.
       015-check-chain-lock.
           open input chain-lock-file.
           read chain-lock-file
               at end continue
               not at end move chain-lock-rec to ws-chain-lock
           end-read.
           close chain-lock-file.

           if ws-cl-status = 'H' then
               move function current-date(1:8) to ws-lock-today
               if ws-cl-taken-date < ws-lock-today then
                   perform 016-clear-stale-lock
               else
                   display "COUNTPOST: NIGHTLY CHAIN IS RUNNING "
                       "(LOCK HELD SINCE " ws-cl-taken-date
                       " " ws-cl-taken-time ") - RUN REFUSED"
                   move 8                  to return-code
                   goback
               end-if
           end-if.

       016-clear-stale-lock.
           move ws-cl-taken-date           to ws-sll-taken-date.
           move ws-cl-taken-time           to ws-sll-taken-time.
           move "CountPost"                to ws-sll-program.
           move ws-lock-today              to ws-sll-cleared-date.

           open extend stale-lock-report-file.
           write stale-lock-line           from ws-stale-lock-line.
           close stale-lock-report-file.

           move 'R'                        to ws-cl-status.
           open output chain-lock-file.
           move spaces                     to chain-lock-rec.
           move ws-cl-status               to cl-status.
           move ws-cl-taken-date           to cl-taken-date.
           move ws-cl-taken-time           to cl-taken-time.
           write chain-lock-rec.
           close chain-lock-file.

           display "COUNTPOST: STALE CHAIN LOCK FROM "
               ws-cl-taken-date " CLEARED".

      *    A SKU past the table cap would be valued at zero and land
      *    in the unknown category -- refuse the run rather than
      *    understate the shrink.
       020-load-item-master.
           open input item-master-file.
           perform until ws-im-count >= 500
               read item-master-file
                   at end exit perform
               end-read
               add 1                       to ws-im-count
               move im-sku-code
                 to ws-im-sku-code(ws-im-count)
               move im-category
                 to ws-im-category(ws-im-count)
               if im-unit-cost is numeric
                   move im-unit-cost
                     to ws-im-unit-cost(ws-im-count)
               else
                   move 0
                     to ws-im-unit-cost(ws-im-count)
               end-if
               if im-expected-price is numeric
                   move im-expected-price
                     to ws-im-unit-price(ws-im-count)
               else
                   move 0
                     to ws-im-unit-price(ws-im-count)
               end-if
           end-perform.
           if ws-im-count >= 500 then
               read item-master-file
                   at end continue
                   not at end
                       display "COUNTPOST: ITEM MASTER EXCEEDS "
                           "THE 500-ROW TABLE - RUN REFUSED"
                       move 8              to return-code
                       goback
               end-read
           end-if.
           close item-master-file.

      *    Only the two purposes this journal posts are picked up;
      *    the nightly purposes belong to GLExtract.
       030-load-account-master.
           move 'n'                        to ws-eof-flag.
           open input account-master-file.
           perform 035-read-account-row
               until ws-eof-flag = 'y'.
           close account-master-file.

       035-read-account-row.
           read account-master-file
               at end move 'y'             to ws-eof-flag
               not at end
                   if ga-purpose = "SHRINK"
                       move ga-account-code to ws-acct-shrink
                   else
                   if ga-purpose = "INVENTORY"
                       move ga-account-code to ws-acct-inventory
                   end-if
                   end-if
           end-read.

       100-process-control-file.
           move 'n'                        to ws-eof-flag.
           open input count-control-file.
           perform 110-process-control-row
               until ws-eof-flag = 'y'.
           close count-control-file.

       110-process-control-row.
           read count-control-file
               at end move 'y'             to ws-eof-flag
               not at end
                   add 1                   to ws-control-count
                   move spaces             to ws-message
                   move cc-store-num       to ws-work-store
                   perform 120-check-store-frozen
                   if cc-action-88-freeze
                       perform 130-freeze-store
                   else
                   if cc-action-88-post
                       perform 140-queue-store-for-post
                   else
                   if cc-action-88-cancel
                       perform 150-cancel-freeze
                   else
                       move "UNKNOWN ACTION CODE" to ws-message
                       perform 190-report-control-rejected
                   end-if
                   end-if
                   end-if
           end-read.

      *    The header row (blank SKU) is what marks a store frozen;
      *    sets ws-store-frozen-flag and, when frozen, the count type
      *    and freeze date the header carries.
       120-check-store-frozen.
           move 'n'                        to ws-store-frozen-flag.
           move ws-work-store              to fz-store-num.
           move spaces                     to fz-sku-code.
           read freeze-idx-file
               invalid key continue
               not invalid key
                   move 'y'                to ws-store-frozen-flag
                   move fz-count-type      to ws-work-count-type
                   move fz-freeze-date     to ws-work-freeze-date
           end-read.

      *    A second freeze over a count still in progress would throw
      *    away the book quantities the first one captured.
       130-freeze-store.
           if cc-store-num not numeric then
               move "STORE NUMBER NOT NUMERIC" to ws-message
           else
           if not cc-count-type-88-valid then
               move "COUNT TYPE MUST BE P OR C" to ws-message
           else
           if ws-store-frozen-flag = 'y' then
               move "STORE ALREADY FROZEN - POST OR CANCEL"
                   to ws-message
           end-if
           end-if
           end-if.

           if ws-message not = spaces then
               perform 190-report-control-rejected
           else
               move ws-run-date            to ws-work-freeze-date
               if cc-count-date is numeric
                   and cc-count-date > 0
                   move cc-count-date      to ws-work-freeze-date
               end-if

               move ws-work-store          to fz-store-num
               move spaces                 to fz-sku-code
               move 0                      to fz-book-qty
               move ws-work-freeze-date    to fz-freeze-date
               move cc-count-type          to fz-count-type
               move 'N'                    to fz-counted-flag
               move 0                      to fz-counted-qty
               write freeze-rec
                   invalid key continue
               end-write

               move 0                      to ws-freeze-row-count
               move ws-work-store          to oh-store-num
               move low-values             to oh-sku-code
               move 'n'                    to ws-store-eof-flag
               start onhand-idx-file
                   key not < oh-key
                   invalid key move 'y'    to ws-store-eof-flag
               end-start
               perform 135-freeze-ledger-row
                   until ws-store-eof-flag = 'y'

               move ws-freeze-row-count    to ws-message-count
               string "FROZEN, "           delimited by size
                   ws-message-count        delimited by size
                   " SKUS ON BOOK"         delimited by size
                   into ws-message
               end-string
               perform 180-report-control-applied
           end-if.

       135-freeze-ledger-row.
           read onhand-idx-file next
               at end move 'y'             to ws-store-eof-flag
               not at end
                   if oh-store-num not = ws-work-store
                       move 'y'            to ws-store-eof-flag
                   else
                       move oh-store-num   to fz-store-num
                       move oh-sku-code    to fz-sku-code
                       move oh-on-hand     to fz-book-qty
                       move ws-work-freeze-date
                         to fz-freeze-date
                       move cc-count-type  to fz-count-type
                       move 'N'            to fz-counted-flag
                       move 0              to fz-counted-qty
                       write freeze-rec
                           invalid key continue
                       end-write
                       add 1               to ws-freeze-row-count
                   end-if
           end-read.

       140-queue-store-for-post.
           if ws-store-frozen-flag = 'n' then
               move "STORE NOT FROZEN - NOTHING TO POST"
                   to ws-message
               perform 190-report-control-rejected
           else
               perform 145-find-post-store
               if ws-post-store-flag = 'y'
                   move "STORE ALREADY QUEUED FOR POSTING"
                       to ws-message
                   perform 190-report-control-rejected
               else
               if ws-ps-count >= 50
                   move "POST QUEUE FULL"  to ws-message
                   perform 190-report-control-rejected
               else
                   add 1                   to ws-ps-count
                   move ws-work-store
                     to ws-ps-store-num(ws-ps-count)
                   move ws-work-count-type
                     to ws-ps-count-type(ws-ps-count)
                   move ws-work-freeze-date
                     to ws-ps-freeze-date(ws-ps-count)
                   move "QUEUED FOR POSTING" to ws-message
                   perform 180-report-control-applied
               end-if
               end-if
           end-if.

      *    Sets ws-post-store-flag for ws-work-store, and leaves its
      *    queue entry's subscript in ws-post-slot.
       145-find-post-store.
           move 'n'                        to ws-post-store-flag.
           move 0                          to ws-post-slot.
           perform varying ws-ps-idx from 1 by 1
               until ws-ps-idx > ws-ps-count
               if ws-ps-store-num(ws-ps-idx) = ws-work-store
                   move 'y'                to ws-post-store-flag
                   set ws-post-slot        to ws-ps-idx
               end-if
           end-perform.

       150-cancel-freeze.
           if ws-store-frozen-flag = 'n' then
               move "STORE NOT FROZEN - NOTHING TO CANCEL"
                   to ws-message
               perform 190-report-control-rejected
           else
               perform 160-delete-store-freeze
               move "FREEZE CANCELLED, NOTHING POSTED"
                   to ws-message
               perform 180-report-control-applied
           end-if.

       160-delete-store-freeze.
           move ws-work-store              to fz-store-num.
           move low-values                 to fz-sku-code.
           move 'n'                        to ws-store-eof-flag.
           start freeze-idx-file
               key not < fz-key
               invalid key move 'y'        to ws-store-eof-flag
           end-start.
           perform 165-delete-freeze-row
               until ws-store-eof-flag = 'y'.

       165-delete-freeze-row.
           read freeze-idx-file next
               at end move 'y'             to ws-store-eof-flag
               not at end
                   if fz-store-num not = ws-work-store
                       move 'y'            to ws-store-eof-flag
                   else
                       delete freeze-idx-file
                           invalid key continue
                       end-delete
                   end-if
           end-read.

       180-report-control-applied.
           move cc-action                  to ws-cln-action.
           move cc-store-num               to ws-cln-store-num.
           move ws-status-applied          to ws-cln-status.
           move ws-message                 to ws-cln-message.
           write report-line               from ws-control-line.

       190-report-control-rejected.
           move cc-action                  to ws-cln-action.
           move cc-store-num               to ws-cln-store-num.
           move ws-status-rejected         to ws-cln-status.
           move ws-message                 to ws-cln-message.
           write report-line               from ws-control-line.

      *    Each counted quantity lands on its frozen row.  The same
      *    SKU counted in two places (front shelf and back room)
      *    adds up; a SKU counted that was not on the book at the
      *    freeze starts from a book quantity of zero.
       200-apply-counts.
           move 'n'                        to ws-eof-flag.
           open input count-file.
           perform 210-apply-count-row
               until ws-eof-flag = 'y'.
           close count-file.

       210-apply-count-row.
           read count-file
               at end move 'y'             to ws-eof-flag
               not at end
                   add 1                   to ws-count-rows-read
                   move ct-store-num       to ws-work-store
                   perform 145-find-post-store
                   if ws-post-store-flag = 'n'
                       or ct-counted-qty not numeric
                       or ct-sku-code = spaces
                       add 1               to ws-count-rows-refused
                       display "COUNTPOST: COUNT ROW REFUSED - STORE "
                           ct-store-num " SKU " ct-sku-code
                   else
                       perform 220-post-count-to-freeze
                   end-if
           end-read.

       220-post-count-to-freeze.
           move ct-store-num               to fz-store-num.
           move ct-sku-code                to fz-sku-code.
           read freeze-idx-file
               invalid key
                   move ct-store-num       to fz-store-num
                   move ct-sku-code        to fz-sku-code
                   move 0                  to fz-book-qty
                   move ws-ps-freeze-date(ws-post-slot)
                     to fz-freeze-date
                   move ws-ps-count-type(ws-post-slot)
                     to fz-count-type
                   move 'Y'                to fz-counted-flag
                   move ct-counted-qty     to fz-counted-qty
                   write freeze-rec
                       invalid key continue
                   end-write
               not invalid key
                   move 'Y'                to fz-counted-flag
                   add ct-counted-qty      to fz-counted-qty
                   rewrite freeze-rec
                       invalid key continue
                   end-rewrite
           end-read.

      *    Walks each queued store's frozen rows in SKU order, posts
      *    the variances, prints the store's category block and
      *    journal lines, then clears the freeze so the same count
      *    can never post twice.
       300-post-stores.
           perform 310-post-one-store
               varying ws-ps-idx from 1 by 1
               until ws-ps-idx > ws-ps-count.

           perform 500-print-chain-total.

       310-post-one-store.
           move ws-ps-store-num(ws-ps-idx) to ws-work-store.
           move 0                          to ws-ct-count.
           move 0                          to ws-st-units.
           move 0                          to ws-st-cost.
           move 0                          to ws-st-retail.

           move ws-work-store              to fz-store-num.
           move low-values                 to fz-sku-code.
           move 'n'                        to ws-store-eof-flag.
           start freeze-idx-file
               key not < fz-key
               invalid key move 'y'        to ws-store-eof-flag
           end-start.
           perform 320-post-freeze-row
               until ws-store-eof-flag = 'y'.

           perform 400-print-store-block.
           perform 450-write-store-journal.

       320-post-freeze-row.
           read freeze-idx-file next
               at end move 'y'             to ws-store-eof-flag
               not at end
                   if fz-store-num not = ws-work-store
                       move 'y'            to ws-store-eof-flag
                   else
                       if fz-sku-code not = spaces
                           and (fz-counted-flag = 'Y'
                               or ws-ps-count-type(ws-ps-idx) = 'P')
                           perform 330-post-variance
                       end-if
                       delete freeze-idx-file
                           invalid key continue
                       end-delete
                   end-if
           end-read.

      *    A cycle count only answers for the SKUs it counted; a full
      *    physical count says an uncounted SKU is not there, so its
      *    frozen row arrives here still carrying a zero count.
       330-post-variance.
           compute ws-variance-qty = fz-counted-qty - fz-book-qty.

           perform 340-lookup-item.
           compute ws-variance-cost =
               ws-variance-qty * ws-work-unit-cost.
           compute ws-variance-retail =
               ws-variance-qty * ws-work-unit-price.

           move ws-run-date                to cv-post-date.
           move fz-store-num               to cv-store-num.
           move fz-sku-code                to cv-sku-code.
           move ws-ps-count-type(ws-ps-idx) to cv-count-type.
           move fz-freeze-date             to cv-freeze-date.
           move fz-book-qty                to cv-book-qty.
           move fz-counted-qty             to cv-counted-qty.
           move ws-variance-qty            to cv-variance-qty.
           move ws-work-unit-cost          to cv-unit-cost.
           move ws-work-unit-price         to cv-unit-price.
           move spaces                     to variance-rec(72:9).
           write variance-rec.

           if ws-variance-qty not = 0 then
               perform 350-apply-ledger-adjustment
               perform 360-accumulate-category
           end-if.

       340-lookup-item.
           move ws-unknown-category        to ws-work-category.
           move 0                          to ws-work-unit-cost.
           move 0                          to ws-work-unit-price.
           perform varying ws-im-idx from 1 by 1
               until ws-im-idx > ws-im-count
               if ws-im-sku-code(ws-im-idx) = fz-sku-code
                   move ws-im-category(ws-im-idx)
                     to ws-work-category
                   move ws-im-unit-cost(ws-im-idx)
                     to ws-work-unit-cost
                   move ws-im-unit-price(ws-im-idx)
                     to ws-work-unit-price
               end-if
           end-perform.

      *    The same read-then-write-or-rewrite Inventory uses, so a
      *    SKU found on the shelf but never on the ledger gets its
      *    first row here.
       350-apply-ledger-adjustment.
           move fz-store-num               to oh-store-num.
           move fz-sku-code                to oh-sku-code.
           read onhand-idx-file
               invalid key
                   move fz-store-num       to oh-store-num
                   move fz-sku-code        to oh-sku-code
                   move ws-variance-qty    to oh-on-hand
                   write onhand-rec
                       invalid key continue
                   end-write
               not invalid key
                   add ws-variance-qty     to oh-on-hand
                   rewrite onhand-rec
           end-read.
           add 1                           to ws-adjustment-count.

       360-accumulate-category.
           move 0                          to ws-work-slot.
           perform varying ws-ct-idx from 1 by 1
               until ws-ct-idx > ws-ct-count
               if ws-ct-category(ws-ct-idx) = ws-work-category
                   set ws-work-slot        to ws-ct-idx
               end-if
           end-perform.

           if ws-work-slot = 0 then
               add 1                       to ws-ct-count
               move ws-ct-count            to ws-work-slot
               move ws-work-category
                 to ws-ct-category(ws-work-slot)
               move 0 to ws-ct-sku-count(ws-work-slot)
               move 0 to ws-ct-units(ws-work-slot)
               move 0 to ws-ct-cost(ws-work-slot)
               move 0 to ws-ct-retail(ws-work-slot)
           end-if.

           add 1                  to ws-ct-sku-count(ws-work-slot).
           add ws-variance-qty    to ws-ct-units(ws-work-slot).
           add ws-variance-cost   to ws-ct-cost(ws-work-slot).
           add ws-variance-retail to ws-ct-retail(ws-work-slot).

           add ws-variance-qty             to ws-st-units.
           add ws-variance-cost            to ws-st-cost.
           add ws-variance-retail          to ws-st-retail.

       400-print-store-block.
           move ws-work-store              to ws-sb-store-num.
           if ws-ps-count-type(ws-ps-idx) = 'P' then
               move "PHYSICAL"             to ws-sb-count-type
           else
               move "CYCLE"                to ws-sb-count-type
           end-if.
           move ws-ps-freeze-date(ws-ps-idx) to ws-sb-freeze-date.

           write report-line               from spaces.
           write report-line               from ws-store-banner.
           write report-line               from ws-report-columns.

           perform 410-print-category-line
               varying ws-ct-idx from 1 by 1
               until ws-ct-idx > ws-ct-count.

           move ws-st-units                to ws-stl-units.
           move ws-st-cost                 to ws-stl-cost.
           move ws-st-retail               to ws-stl-retail.
           write report-line               from ws-store-total-line.

           add ws-st-units                 to ws-cht-units.
           add ws-st-cost                  to ws-cht-cost.
           add ws-st-retail                to ws-cht-retail.

       410-print-category-line.
           move ws-ct-category(ws-ct-idx)  to ws-cat-category.
           move ws-ct-sku-count(ws-ct-idx) to ws-cat-sku-count.
           move ws-ct-units(ws-ct-idx)     to ws-cat-units.
           move ws-ct-cost(ws-ct-idx)      to ws-cat-cost.
           move ws-ct-retail(ws-ct-idx)    to ws-cat-retail.
           write report-line               from ws-category-line.

      *    Net shrink at cost per store: a loss debits the shrink
      *    expense and relieves inventory; a net overage reverses the
      *    pair.  Both lines of a store always carry the same amount,
      *    so the journal balances by construction.
       450-write-store-journal.
           if ws-st-cost = 0 then
               continue
           else
               compute jr-amount = function abs(ws-st-cost)
               move ws-acct-shrink         to jr-account-code
               if ws-st-cost < 0
                   move "D"                to jr-debit-credit
               else
                   move "C"                to jr-debit-credit
               end-if
               move ws-work-store          to jr-store-num
               perform 460-write-journal-line

               compute jr-amount = function abs(ws-st-cost)
               move ws-acct-inventory      to jr-account-code
               if ws-st-cost < 0
                   move "C"                to jr-debit-credit
               else
                   move "D"                to jr-debit-credit
               end-if
               move ws-work-store          to jr-store-num
               perform 460-write-journal-line
           end-if.

       460-write-journal-line.
           move spaces                     to journal-rec(24:19).
           if jr-debit-credit = "D" then
               add jr-amount               to ws-total-debits
           else
               add jr-amount               to ws-total-credits
           end-if.
           write journal-rec.

       500-print-chain-total.
           move ws-cht-units               to ws-ctl-units.
           move ws-cht-cost                to ws-ctl-cost.
           move ws-cht-retail              to ws-ctl-retail.
           write report-line               from spaces.
           write report-line               from ws-chain-total-line.

       600-print-totals.
           write report-line               from spaces.
           move ws-count-rows-read         to ws-tl1-count.
           write report-line               from ws-totals-line-1.
           move ws-count-rows-refused      to ws-tl2-count.
           write report-line               from ws-totals-line-2.
           move ws-adjustment-count        to ws-tl3-count.
           write report-line               from ws-totals-line-3.

       950-write-audit-log.
           move function current-date(1:8)     to au-run-date.
           move function current-date(9:6)     to au-run-time.
           move "CountPost"                    to au-program-name.
           move ws-count-rows-read             to au-input-count.
           move ws-adjustment-count            to au-output1-count.
           move ws-count-rows-refused          to au-output2-count.
           move ws-ps-count                    to au-output3-count.

           open extend run-history-file.
           write audit-rec.
           close run-history-file.

       end program CountPost.
